           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSCNT.

           SELECT OPTIONAL F-DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSD.

           SELECT OPTIONAL F-MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMAN.

           SELECT OPTIONAL F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSALE.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CLAVE
           FILE STATUS IS FSPAR.

       DATA DIVISION.
       FILE SECTION.
      *    Fichero de presentacion que entregan los emisores de
           02 PRES-REFERENCIA      PIC  X(20).

      *    Maestro de recibos domiciliados. REC-ESTADO = "P" pendiente
      *    de cobro (se reintenta cada noche mientras no se agoten
      *    los reintentos ni los dias de presentacion), "C" cobrado,
      *    "D" devuelto por el cliente dentro del plazo legal (desde
      *    BANK11), "I" impagado: agotado el plazo de cobro sin
      *    fondos, o rechazado por no estar autorizado el emisor.
      *    REC-MOV-COBRO enlaza con el movimiento del cargo para
      *    poder responder reclamaciones.
      *    REC-INTENTOS cuenta los cobros fallidos por falta de
      *    fondos. REC-MOTIVO es el codigo de devolucion que se
      *    comunica al emisor ("AM04" sin fondos, "MD06" devuelto por
      *    el cliente, "MD01" sin mandato activo, "AM02" importe
      *    superior al maximo del mandato) y REC-ANO/MES/DIA-DEVOL la
      *    fecha en que el recibo paso a "I" o "D". REC-COMUNICADO =
      *    "S" cuando el recibo ya ha salido en el fichero de
      *    devoluciones a los emisores, para no comunicarlo dos veces.
       FD F-RECIBOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/recibos.ubd".
           02 REC-MES-COBRO        PIC  9(2).
           02 REC-DIA-COBRO        PIC  9(2).
           02 REC-MOV-COBRO        PIC  9(35).
           02 REC-INTENTOS         PIC  9(3).
           02 REC-MOTIVO           PIC  X(04).
           02 REC-ANO-DEVOL        PIC  9(4).
           02 REC-MES-DEVOL        PIC  9(2).
           02 REC-DIA-DEVOL        PIC  9(2).
           02 REC-COMUNICADO       PIC  X(01).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           02 CNT-NOMBRE           PIC  X(08).
           02 CNT-VALOR            PIC  9(35).

      *    Fichero de devoluciones a los emisores: por cada REC-EMISOR
      *    con recibos impagados ("I") o devueltos por el cliente
      *    ("D") aun no comunicados, una cabecera "C", una linea "D"
      *    por recibo en posiciones fijas y un total "T". Es de solo
      *    anexion; operaciones entrega a cada emisor su bloque y lo
      *    vacia tras cada entrega, igual que intercamsal.txt.
       FD F-DEVOLUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/recibosdev.txt".
       01 DEVOLUCION-REG.
           02 DEV-TIPO             PIC  X(01).
           02 FILLER               PIC  X(01).
           02 DEV-EMISOR           PIC  X(30).
           02 FILLER               PIC  X(01).
           02 DEV-REFERENCIA       PIC  X(20).
           02 FILLER               PIC  X(01).
           02 DEV-TARJETA          PIC  9(16).
           02 FILLER               PIC  X(01).
           02 DEV-IMPORTE-ENT      PIC  9(7).
           02 FILLER               PIC  X(01).
           02 DEV-IMPORTE-DEC      PIC  9(2).
           02 FILLER               PIC  X(01).
           02 DEV-ESTADO           PIC  X(01).
           02 FILLER               PIC  X(01).
           02 DEV-MOTIVO           PIC  X(04).
           02 FILLER               PIC  X(01).
           02 DEV-ANO-PRES         PIC  9(4).
           02 DEV-MES-PRES         PIC  9(2).
           02 DEV-DIA-PRES         PIC  9(2).
           02 FILLER               PIC  X(01).
           02 DEV-ANO-DEVOL        PIC  9(4).
           02 DEV-MES-DEVOL        PIC  9(2).
           02 DEV-DIA-DEVOL        PIC  9(2).
       01 DEVOLUCION-CAB-REG.
           02 DVC-TIPO             PIC  X(01).
           02 FILLER               PIC  X(01).
           02 DVC-EMISOR           PIC  X(30).
           02 FILLER               PIC  X(01).
           02 DVC-ANO              PIC  9(4).
           02 DVC-MES              PIC  9(2).
           02 DVC-DIA              PIC  9(2).
       01 DEVOLUCION-TOT-REG.
           02 DVT-TIPO             PIC  X(01).
           02 FILLER               PIC  X(01).
           02 DVT-EMISOR           PIC  X(30).
           02 FILLER               PIC  X(01).
           02 DVT-RECIBOS          PIC  9(7).
           02 FILLER               PIC  X(01).
           02 DVT-IMPORTE-ENT      PIC  9(9).
           02 FILLER               PIC  X(01).
           02 DVT-IMPORTE-DEC      PIC  9(2).

      *    Mandatos de domiciliacion: un registro por cuenta (tarjeta
      *    titular, ya resuelta por vinculos.ubd) y REC-EMISOR, tal y
      *    como el emisor lo presenta en recibospres.txt. BANKCOB solo
      *    cobra recibos con mandato activo ("A") y por importe no
      *    superior a MAN-MAXIMO-ENT/DEC (cero = sin maximo). El
      *    titular lo revoca ("R") desde BANK11; la sucursal da de
      *    alta mandatos nuevos o reactiva uno revocado.
       FD F-MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/mandatos.ubd".
       01 MANDATO-REG.
           02 MAN-CLAVE.
               03 MAN-CUENTA       PIC  9(16).
               03 MAN-EMISOR       PIC  X(30).
           02 MAN-REFERENCIA       PIC  X(35).
           02 MAN-ANO-FIRMA        PIC  9(4).
           02 MAN-MES-FIRMA        PIC  9(2).
           02 MAN-DIA-FIRMA        PIC  9(2).
           02 MAN-ESTADO           PIC  X(01).
           02 MAN-MAXIMO-ENT       PIC  9(7).
           02 MAN-MAXIMO-DEC       PIC  9(2).
           02 MAN-ANO-REVOCACION   PIC  9(4).
           02 MAN-MES-REVOCACION   PIC  9(2).
           02 MAN-DIA-REVOCACION   PIC  9(2).

      *    Buzon de avisos al cliente: cada programa que detecta algo
      *    que el titular debe saber anade una linea, y BANKSMS las
      *    convierte cada noche en los SMS para la pasarela. ALE-TIPO:
      *    "RE" retirada por encima del umbral de aviso, "BP" tarjeta
      *    bloqueada por PIN erroneo, "PR" tarjeta perdida o robada,
      *    "RC" recibo cobrado, "RI" recibo impagado, "TF"
      *    transferencia programada sin fondos, "CD" tarjeta a punto
      *    de caducar, "SN" saldo de la cuenta en negativo, "TC"
      *    transferencia programada a una cuenta cancelada.
      *    ALE-TARJETA es la tarjeta de la operacion (BANKSMS la
      *    resuelve a su titular); ALE-DETALLE completa el mensaje
      *    (emisor del recibo, moneda del importe, fecha de
      *    caducidad...).
       FD F-ALERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/alertas.txt".
       01 ALERTA-REG.
           02 ALE-TIPO             PIC  X(02).
           02 FILLER               PIC  X(01).
           02 ALE-TARJETA          PIC  9(16).
           02 FILLER               PIC  X(01).
           02 ALE-ANO              PIC  9(4).
           02 ALE-MES              PIC  9(2).
           02 ALE-DIA              PIC  9(2).
           02 FILLER               PIC  X(01).
           02 ALE-HOR              PIC  9(2).
           02 ALE-MIN              PIC  9(2).
           02 FILLER               PIC  X(01).
           02 ALE-IMPORTE-ENT      PIC  9(7).
           02 FILLER               PIC  X(01).
           02 ALE-IMPORTE-DEC      PIC  9(2).
           02 FILLER               PIC  X(01).
           02 ALE-PROGRAMA         PIC  X(08).
           02 FILLER               PIC  X(01).
           02 ALE-DETALLE          PIC  X(30).

      *    Parametros de negocio, mantenidos por la sucursal con
      *    BANKPAR: un registro por nombre de parametro, tarjeta (cero
      *    para el valor general, o la tarjeta con una excepcion
      *    propia) y fecha de entrada en vigor AAAAMMDD. El valor
      *    vigente en una fecha es el de fecha de vigor mas reciente
      *    que no la pase, y la excepcion de la tarjeta manda sobre el
      *    valor general. Los importes van en euros y centimos; dias,
      *    segundos y puntos basicos solo usan PAR-VALOR-ENT.
       FD F-PARAMETROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/parametros.ubd".
       01 PARAMETRO-REG.
           02 PAR-CLAVE.
               03 PAR-NOMBRE       PIC  X(30).
               03 PAR-TARJETA      PIC  9(16).
               03 PAR-FECHA-VIGOR  PIC  9(8).
           02 PAR-VALOR-ENT        PIC  9(9).
           02 PAR-VALOR-DEC        PIC  9(2).
           02 PAR-OPERADOR         PIC  X(08).
           02 PAR-ANO-ALTA         PIC  9(4).
           02 PAR-MES-ALTA         PIC  9(2).
           02 PAR-DIA-ALTA         PIC  9(2).

       WORKING-STORAGE SECTION.
       77 FSP                       PIC X(2).
       77 FSR                       PIC X(2).
       77 FSS                       PIC X(2).
       77 FSB                       PIC X(2).
       77 FSCNT                     PIC X(2).
       77 FSD                       PIC X(2).
       77 FSMAN                     PIC X(2).
       77 FSALE                     PIC X(2).
       77 FSPAR                     PIC X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 EXISTE-CONTADOR           PIC 9(1).

      *    Reintentos de apertura del contador compartido cuando otro
      *    terminal lo retiene en pleno reparto. Es un ajuste tecnico
      *    del reparto de numeros, no una regla de negocio, y por eso se
      *    fija como constante y no en parametros.ubd. Agotados los
      *    reintentos, el posteo en curso se rechaza en vez de
      *    arriesgarse a repartir un numero repetido.
       77 REINTENTOS-CONTADOR       PIC 9(3) VALUE 200.
       77 INTENTOS-CONTADOR         PIC 9(3).
       77 CONTADOR-AGOTADO          PIC 9(1).

       77 RECIBO-OMITIDO            PIC 9(1).

      *    1 si el recibo en curso no se ha cobrado por falta de
      *    fondos (y no por un fallo del contador): solo esos cuentan
      *    como intento fallido.
       77 RECIBO-SIN-FONDOS         PIC 9(1).

      *    1 si el recibo en curso se rechaza sin intentar el cargo
      *    porque la cuenta no ha autorizado al emisor (sin mandato o
      *    mandato revocado) o el importe supera el maximo del
      *    mandato; MOTIVO-RECHAZO es el codigo que se comunica.
       77 RECIBO-RECHAZADO          PIC 9(1).
       77 MOTIVO-RECHAZO            PIC X(04).
       77 CENT-MAXIMO               PIC 9(9).

      *    Limites del cobro de un recibo sin fondos: pasa a impagado
      *    ("I") al acumular REINTENTOS-COBRO intentos fallidos o al
      *    cumplirse DIAS-PRESENTACION dias desde su presentacion, lo
      *    que ocurra antes. Se leen de parametros.ubd como
      *    REINTENTOS-COBRO y DIAS-PRESENTACION-COBRO; estos son los
      *    valores de siempre, que rigen mientras no haya uno vigente.
      *    Los dias se cuentan con el mismo numero de orden aproximado
      *    (meses de 31 dias) que BANK11.
       77 REINTENTOS-COBRO          PIC 9(3) VALUE 5.
       77 DIAS-PRESENTACION         PIC 9(3) VALUE 10.
       77 ORDEN-HOY                 PIC 9(7).
       77 ORDEN-PRES                PIC 9(7).

      *    Entrada y salida de LEER-PARAMETRO: nombre, tarjeta (cero
      *    si solo interesa el valor general) y fecha AAAAMMDD en que
      *    ha de estar vigente; PARAMETRO-ENT/DEC llegan con el valor
      *    de siempre y salen con el vigente, si lo hay.
       77 PARAMETRO-NOMBRE          PIC X(30).
       77 PARAMETRO-TARJETA         PIC 9(16).
       77 PARAMETRO-FECHA           PIC 9(8).
       77 PARAMETRO-ENT             PIC 9(9).
       77 PARAMETRO-DEC             PIC 9(2).
       77 PARAMETRO-ENCONTRADO      PIC 9(1).
       77 PARAMETRO-TARJETA-BUSCADA PIC 9(16).

      *    Emisores con devoluciones pendientes de comunicar en esta
      *    ejecucion. Cien emisores distintos en una noche sobran; si
      *    se superan, los recibos de los demas quedan sin marcar y
      *    salen en la ejecucion siguiente.
       01 TABLA-EMISORES.
           05 EMISOR-ENTRADA OCCURS 100 TIMES.
               10 EMISOR-NOMBRE     PIC X(30).
       77 TOTAL-EMISORES            PIC 9(3) VALUE 0.
       77 INDICE-EMISOR             PIC 9(3).
       77 EMISOR-SIN-HUECO          PIC 9(7) VALUE 0.
       77 RECIBOS-EMISOR            PIC 9(7).
       77 CENT-EMISOR               PIC 9(11).

       77 TOTAL-PRESENTADOS         PIC 9(7) VALUE 0.
       77 TOTAL-DESCARTADOS         PIC 9(7) VALUE 0.
       77 TOTAL-REVISADOS           PIC 9(7) VALUE 0.
       77 TOTAL-COBRADOS            PIC 9(7) VALUE 0.
       77 TOTAL-SIN-SALDO           PIC 9(7) VALUE 0.
       77 TOTAL-IMPAGADOS           PIC 9(7) VALUE 0.
       77 TOTAL-RECHAZADOS          PIC 9(7) VALUE 0.
       77 TOTAL-COMUNICADOS         PIC 9(7) VALUE 0.

      *    Entrada de ANOTAR-ALERTA: tipo de aviso, tarjeta, importe
      *    (cero si el aviso no lleva) y detalle del mensaje.
       77 ALERTA-TIPO               PIC X(02).
       77 ALERTA-TARJETA            PIC 9(16).
       77 ALERTA-IMPORTE-ENT        PIC 9(7).
       77 ALERTA-IMPORTE-DEC        PIC 9(2).
       77 ALERTA-DETALLE            PIC X(30).

       PROCEDURE DIVISION.
      * Cobro nocturno de recibos domiciliados, en el estilo del
      * emisores, y despues intenta cobrar cada recibo pendiente. El
      * cargo respeta la misma regla de no descubierto que el resto
      * del sistema: un recibo sin fondos se queda pendiente y se
      * reintenta la noche siguiente, hasta agotar los reintentos o
      * los dias de presentacion, y entonces pasa a impagado. Cada
      * cobro postea un movimiento con su propio MOV-CONCEPTO, que
      * BANKDIA totaliza como cualquier otro. Al final se comunican
      * a los emisores los impagados y las devoluciones del cliente
      * en recibosdev.txt.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           END-IF.
           IF FSB NOT = 00 AND FSB NOT = 05
               DISPLAY "BANKCOB: no se ha podido abrir la bitacora"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO BITACORA-LINE.
               DELIMITED BY SIZE INTO BITACORA-LINE.
           WRITE BITACORA-LINE.

           MOVE 0 TO PARAMETRO-TARJETA.
           COMPUTE PARAMETRO-FECHA = (ANO * 10000) + (MES * 100) + DIA.

           MOVE "REINTENTOS-COBRO" TO PARAMETRO-NOMBRE.
           MOVE REINTENTOS-COBRO TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO REINTENTOS-COBRO.

           MOVE "DIAS-PRESENTACION-COBRO" TO PARAMETRO-NOMBRE.
           MOVE DIAS-PRESENTACION TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO DIAS-PRESENTACION.

           OPEN I-O F-RECIBOS.
           IF FSR = 35
               OPEN OUTPUT F-RECIBOS
           IF FSR NOT = 00 AND FSR NOT = 05
               DISPLAY "BANKCOB: no se ha podido abrir recibos.ubd"
               CLOSE F-BITACORA
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOCALIZAR-ULTIMO-REC-NUM
               CLOSE F-RECIBOS
               PERFORM REGISTRAR-FIN-BITACORA
                   THRU REGISTRAR-FIN-BITACORA-EXIT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO REC-NUM.

           PERFORM COBRAR-RECIBO THRU COBRAR-RECIBO-EXIT.

           IF RECIBO-RECHAZADO = 1
               ADD 1 TO TOTAL-RECHAZADOS
               PERFORM ANOTAR-RECHAZO THRU ANOTAR-RECHAZO-EXIT
               GO TO LEER-RECIBO.

           IF RECIBO-OMITIDO = 1
               ADD 1 TO TOTAL-SIN-SALDO
           ELSE
               ADD 1 TO TOTAL-COBRADOS
           END-IF.

           IF RECIBO-SIN-FONDOS = 1
               PERFORM ANOTAR-INTENTO THRU ANOTAR-INTENTO-EXIT.

           GO TO LEER-RECIBO.

      *    Anota un intento fallido por falta de fondos en el recibo
      *    actual. Agotados los reintentos o los dias de presentacion,
      *    el recibo deja de reintentarse y pasa a impagado con el
      *    motivo de devolucion que se comunicara a su emisor.
       ANOTAR-INTENTO.
           ADD 1 TO REC-INTENTOS.

           COMPUTE ORDEN-HOY = (ANO * 372) + (MES * 31) + DIA.
           COMPUTE ORDEN-PRES = (REC-ANO-PRES * 372)
               + (REC-MES-PRES * 31) + REC-DIA-PRES.

           IF REC-INTENTOS < REINTENTOS-COBRO
                   AND ORDEN-HOY - ORDEN-PRES < DIAS-PRESENTACION
               REWRITE RECIBO-REG INVALID KEY CONTINUE
               END-REWRITE
               GO TO ANOTAR-INTENTO-EXIT.

           MOVE "I" TO REC-ESTADO.
           MOVE "AM04" TO REC-MOTIVO.
           MOVE ANO TO REC-ANO-DEVOL.
           MOVE MES TO REC-MES-DEVOL.
           MOVE DIA TO REC-DIA-DEVOL.
           MOVE "N" TO REC-COMUNICADO.
           REWRITE RECIBO-REG INVALID KEY
               GO TO ANOTAR-INTENTO-EXIT.

           ADD 1 TO TOTAL-IMPAGADOS.

           MOVE SPACES TO BITACORA-LINE.
           STRING "IMPAGADO RECIBO " REC-NUM
               " TARJETA " REC-TARJETA
               " INTENTOS " REC-INTENTOS
               " MOTIVO " REC-MOTIVO
               DELIMITED BY SIZE INTO BITACORA-LINE.
           WRITE BITACORA-LINE.

           MOVE "RI" TO ALERTA-TIPO.
           MOVE REC-TARJETA TO ALERTA-TARJETA.
           MOVE REC-IMPORTE-ENT TO ALERTA-IMPORTE-ENT.
           MOVE REC-IMPORTE-DEC TO ALERTA-IMPORTE-DEC.
           MOVE REC-EMISOR TO ALERTA-DETALLE.
           PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-EXIT.

       ANOTAR-INTENTO-EXIT.
           EXIT.

      *    Un recibo sin autorizacion del titular no se reintenta:
      *    pasa directamente a impagado con el motivo del rechazo, y
      *    sale en el fichero de devoluciones para su emisor.
       ANOTAR-RECHAZO.
           MOVE "I" TO REC-ESTADO.
           MOVE MOTIVO-RECHAZO TO REC-MOTIVO.
           MOVE ANO TO REC-ANO-DEVOL.
           MOVE MES TO REC-MES-DEVOL.
           MOVE DIA TO REC-DIA-DEVOL.
           MOVE "N" TO REC-COMUNICADO.
           REWRITE RECIBO-REG INVALID KEY
               GO TO ANOTAR-RECHAZO-EXIT.

           MOVE SPACES TO BITACORA-LINE.
           STRING "RECHAZADO RECIBO " REC-NUM
               " TARJETA " REC-TARJETA
               " EMISOR " REC-EMISOR
               " MOTIVO " REC-MOTIVO
               DELIMITED BY SIZE INTO BITACORA-LINE.
           WRITE BITACORA-LINE.

           MOVE "RI" TO ALERTA-TIPO.
           MOVE REC-TARJETA TO ALERTA-TARJETA.
           MOVE REC-IMPORTE-ENT TO ALERTA-IMPORTE-ENT.
           MOVE REC-IMPORTE-DEC TO ALERTA-IMPORTE-DEC.
           MOVE REC-EMISOR TO ALERTA-DETALLE.
           PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-EXIT.

       ANOTAR-RECHAZO-EXIT.
           EXIT.

      *    Comprueba que la cuenta CUENTA-OPERACION tenga un mandato
      *    activo para el emisor del recibo actual y que el importe no
      *    supere su maximo. Sin mandatos.ubd ningun recibo esta
      *    autorizado; la carga inicial, con los recibos que ya se
      *    cobraban, la hace BANKDVL.
       COMPROBAR-MANDATO.
           MOVE 0 TO RECIBO-RECHAZADO.
           MOVE "MD01" TO MOTIVO-RECHAZO.

           OPEN INPUT F-MANDATOS.
           IF FSMAN NOT = 00 AND FSMAN NOT = 05
               MOVE 1 TO RECIBO-RECHAZADO
               GO TO COMPROBAR-MANDATO-EXIT.

           MOVE CUENTA-OPERACION TO MAN-CUENTA.
           MOVE REC-EMISOR TO MAN-EMISOR.
           READ F-MANDATOS INVALID KEY
               CLOSE F-MANDATOS
               MOVE 1 TO RECIBO-RECHAZADO
               GO TO COMPROBAR-MANDATO-EXIT.
           CLOSE F-MANDATOS.

           IF MAN-ESTADO NOT = "A"
               MOVE 1 TO RECIBO-RECHAZADO
               GO TO COMPROBAR-MANDATO-EXIT.

           COMPUTE CENT-MAXIMO =
               (MAN-MAXIMO-ENT * 100) + MAN-MAXIMO-DEC.
           IF CENT-MAXIMO = 0
               GO TO COMPROBAR-MANDATO-EXIT.

           IF (REC-IMPORTE-ENT * 100) + REC-IMPORTE-DEC > CENT-MAXIMO
               MOVE "AM02" TO MOTIVO-RECHAZO
               MOVE 1 TO RECIBO-RECHAZADO.

       COMPROBAR-MANDATO-EXIT.
           EXIT.

      *    Carga el cargo del recibo actual en la cuenta de su
      *    tarjeta, respetando la regla de no descubierto: si no hay
      *    fondos el recibo se queda en estado "P" y se reintenta en
      *    el siguiente cobro nocturno, igual que BANKTRF reintenta
      *    las transferencias sin saldo; ANOTAR-INTENTO decide cuando
      *    deja de reintentarse.
       COBRAR-RECIBO.
           MOVE 0 TO RECIBO-OMITIDO.
           MOVE 0 TO RECIBO-SIN-FONDOS.
           MOVE 0 TO RECIBO-RECHAZADO.

           MOVE REC-TARJETA TO TARJETA-BUSCADA.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-EXIT.

           PERFORM COMPROBAR-MANDATO THRU COMPROBAR-MANDATO-EXIT.
           IF RECIBO-RECHAZADO = 1
               MOVE 1 TO RECIBO-OMITIDO
               GO TO COBRAR-RECIBO-EXIT.

           MOVE CUENTA-OPERACION TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-SALDO-TARJETA
               THRU LOCALIZAR-SALDO-TARJETA-EXIT.

           IF SALDO-NUEVO-CENT < 0
               MOVE 1 TO RECIBO-OMITIDO
               MOVE 1 TO RECIBO-SIN-FONDOS
               GO TO COBRAR-RECIBO-EXIT.

           PERFORM OBTENER-MOV-NUM THRU OBTENER-MOV-NUM-EXIT.
               DELIMITED BY SIZE INTO BITACORA-LINE.
           WRITE BITACORA-LINE.

           MOVE "RC" TO ALERTA-TIPO.
           MOVE REC-TARJETA TO ALERTA-TARJETA.
           MOVE REC-IMPORTE-ENT TO ALERTA-IMPORTE-ENT.
           MOVE REC-IMPORTE-DEC TO ALERTA-IMPORTE-DEC.
           MOVE REC-EMISOR TO ALERTA-DETALLE.
           PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-EXIT.

       COBRAR-RECIBO-EXIT.
           EXIT.

           MOVE 0 TO REC-MES-COBRO.
           MOVE 0 TO REC-DIA-COBRO.
           MOVE 0 TO REC-MOV-COBRO.
           MOVE 0 TO REC-INTENTOS.
           MOVE SPACES TO REC-MOTIVO.
           MOVE 0 TO REC-ANO-DEVOL.
           MOVE 0 TO REC-MES-DEVOL.
           MOVE 0 TO REC-DIA-DEVOL.
           MOVE "N" TO REC-COMUNICADO.
           WRITE RECIBO-REG INVALID KEY
               ADD 1 TO TOTAL-DESCARTADOS
               GO TO CARGAR-LINEA.
               " DESCARTADOS " TOTAL-DESCARTADOS
               DELIMITED BY SIZE INTO BITACORA-LINE.
           WRITE BITACORA-LINE.
           MOVE SPACES TO BITACORA-LINE.
           STRING "FIN COBRO RECIBOS IMPAGADOS " TOTAL-IMPAGADOS
               " RECHAZADOS SIN MANDATO " TOTAL-RECHAZADOS
               " DEVOLUCIONES COMUNICADAS " TOTAL-COMUNICADOS
               DELIMITED BY SIZE INTO BITACORA-LINE.
           WRITE BITACORA-LINE.
           CLOSE F-BITACORA.
       REGISTRAR-FIN-BITACORA-EXIT.
           EXIT.

      *    Comunica a cada emisor sus recibos impagados y los que el
      *    cliente ha devuelto desde BANK11, agrupados por REC-EMISOR
      *    para que cada uno reciba su bloque y pueda cuadrar. Primero
      *    se reunen los emisores con algo pendiente y despues se
      *    escribe el bloque de cada uno, marcando sus recibos como
      *    comunicados.
       GENERAR-DEVOLUCIONES.
           MOVE 0 TO TOTAL-EMISORES.

           MOVE LOW-VALUES TO REC-NUM.
           START F-RECIBOS KEY IS NOT LESS THAN REC-NUM
               INVALID KEY GO TO GENERAR-DEVOLUCIONES-EXIT.

       REUNIR-EMISORES.
           READ F-RECIBOS NEXT RECORD
               AT END GO TO ABRIR-DEVOLUCIONES.

           IF REC-ESTADO NOT = "I" AND REC-ESTADO NOT = "D"
               GO TO REUNIR-EMISORES.
           IF REC-COMUNICADO = "S"
               GO TO REUNIR-EMISORES.

           PERFORM BUSCAR-EMISOR THRU BUSCAR-EMISOR-EXIT.
           GO TO REUNIR-EMISORES.

       ABRIR-DEVOLUCIONES.
           IF TOTAL-EMISORES = 0
               GO TO GENERAR-DEVOLUCIONES-EXIT.

           OPEN EXTEND F-DEVOLUCIONES.
           IF FSD = 35
               OPEN OUTPUT F-DEVOLUCIONES
               CLOSE F-DEVOLUCIONES
               OPEN EXTEND F-DEVOLUCIONES
           END-IF.
           IF FSD NOT = 00 AND FSD NOT = 05
               DISPLAY "BANKCOB: no se ha podido abrir recibosdev.txt"
               GO TO GENERAR-DEVOLUCIONES-EXIT.

           MOVE 1 TO INDICE-EMISOR.

       DEVOLUCIONES-SIGUIENTE.
           IF INDICE-EMISOR > TOTAL-EMISORES
               GO TO CERRAR-DEVOLUCIONES.

           PERFORM ESCRIBIR-EMISOR THRU ESCRIBIR-EMISOR-EXIT.
           ADD 1 TO INDICE-EMISOR.
           GO TO DEVOLUCIONES-SIGUIENTE.

       CERRAR-DEVOLUCIONES.
           CLOSE F-DEVOLUCIONES.

           IF EMISOR-SIN-HUECO NOT = 0
               MOVE SPACES TO BITACORA-LINE
               STRING "ATENCION: DEVOLUCIONES APLAZADAS POR EXCESO DE "
                   "EMISORES: " EMISOR-SIN-HUECO
                   DELIMITED BY SIZE INTO BITACORA-LINE
               WRITE BITACORA-LINE
           END-IF.

       GENERAR-DEVOLUCIONES-EXIT.
           EXIT.

      *    Da de alta el REC-EMISOR del recibo actual en la tabla de
      *    emisores a comunicar, si no estaba ya.
       BUSCAR-EMISOR.
           MOVE 1 TO INDICE-EMISOR.

       BUSCAR-EMISOR-SIGUIENTE.
           IF INDICE-EMISOR > TOTAL-EMISORES
               GO TO BUSCAR-EMISOR-NUEVO.

           IF EMISOR-NOMBRE(INDICE-EMISOR) = REC-EMISOR
               GO TO BUSCAR-EMISOR-EXIT.

           ADD 1 TO INDICE-EMISOR.
           GO TO BUSCAR-EMISOR-SIGUIENTE.

       BUSCAR-EMISOR-NUEVO.
           IF TOTAL-EMISORES = 100
               ADD 1 TO EMISOR-SIN-HUECO
               GO TO BUSCAR-EMISOR-EXIT.

           ADD 1 TO TOTAL-EMISORES.
           MOVE REC-EMISOR TO EMISOR-NOMBRE(TOTAL-EMISORES).

       BUSCAR-EMISOR-EXIT.
           EXIT.

      *    Escribe el bloque del emisor INDICE-EMISOR: cabecera, una
      *    linea por recibo pendiente de comunicar y total.
       ESCRIBIR-EMISOR.
           MOVE 0 TO RECIBOS-EMISOR.
           MOVE 0 TO CENT-EMISOR.

           MOVE SPACES TO DEVOLUCION-CAB-REG.
           MOVE "C" TO DVC-TIPO.
           MOVE EMISOR-NOMBRE(INDICE-EMISOR) TO DVC-EMISOR.
           MOVE ANO TO DVC-ANO.
           MOVE MES TO DVC-MES.
           MOVE DIA TO DVC-DIA.
           WRITE DEVOLUCION-CAB-REG.

           MOVE LOW-VALUES TO REC-NUM.
           START F-RECIBOS KEY IS NOT LESS THAN REC-NUM
               INVALID KEY GO TO ESCRIBIR-EMISOR-TOTAL.

       ESCRIBIR-EMISOR-SIGUIENTE.
           READ F-RECIBOS NEXT RECORD
               AT END GO TO ESCRIBIR-EMISOR-TOTAL.

           IF REC-EMISOR NOT = EMISOR-NOMBRE(INDICE-EMISOR)
               GO TO ESCRIBIR-EMISOR-SIGUIENTE.
           IF REC-ESTADO NOT = "I" AND REC-ESTADO NOT = "D"
               GO TO ESCRIBIR-EMISOR-SIGUIENTE.
           IF REC-COMUNICADO = "S"
               GO TO ESCRIBIR-EMISOR-SIGUIENTE.

           MOVE SPACES TO DEVOLUCION-REG.
           MOVE "D" TO DEV-TIPO.
           MOVE REC-EMISOR TO DEV-EMISOR.
           MOVE REC-REFERENCIA TO DEV-REFERENCIA.
           MOVE REC-TARJETA TO DEV-TARJETA.
           MOVE REC-IMPORTE-ENT TO DEV-IMPORTE-ENT.
           MOVE REC-IMPORTE-DEC TO DEV-IMPORTE-DEC.
           MOVE REC-ESTADO TO DEV-ESTADO.
           MOVE REC-MOTIVO TO DEV-MOTIVO.
           MOVE REC-ANO-PRES TO DEV-ANO-PRES.
           MOVE REC-MES-PRES TO DEV-MES-PRES.
           MOVE REC-DIA-PRES TO DEV-DIA-PRES.
           MOVE REC-ANO-DEVOL TO DEV-ANO-DEVOL.
           MOVE REC-MES-DEVOL TO DEV-MES-DEVOL.
           MOVE REC-DIA-DEVOL TO DEV-DIA-DEVOL.
           WRITE DEVOLUCION-REG.

           MOVE "S" TO REC-COMUNICADO.
           REWRITE RECIBO-REG INVALID KEY CONTINUE
           END-REWRITE.

           ADD 1 TO RECIBOS-EMISOR.
           ADD 1 TO TOTAL-COMUNICADOS.
           COMPUTE CENT-EMISOR = CENT-EMISOR
               + (REC-IMPORTE-ENT * 100) + REC-IMPORTE-DEC.

           GO TO ESCRIBIR-EMISOR-SIGUIENTE.

       ESCRIBIR-EMISOR-TOTAL.
           MOVE SPACES TO DEVOLUCION-TOT-REG.
           MOVE "T" TO DVT-TIPO.
           MOVE EMISOR-NOMBRE(INDICE-EMISOR) TO DVT-EMISOR.
           MOVE RECIBOS-EMISOR TO DVT-RECIBOS.
           DIVIDE CENT-EMISOR BY 100 GIVING DVT-IMPORTE-ENT
               REMAINDER DVT-IMPORTE-DEC.
           WRITE DEVOLUCION-TOT-REG.

       ESCRIBIR-EMISOR-EXIT.
           EXIT.

       FIN-BATCH.
           PERFORM GENERAR-DEVOLUCIONES
               THRU GENERAR-DEVOLUCIONES-EXIT.

           CLOSE F-RECIBOS.
           CLOSE F-MOVIMIENTOS.
           PERFORM REGISTRAR-FIN-BITACORA
           DISPLAY "BANKCOB: recibos presentados " TOTAL-PRESENTADOS.
           DISPLAY "BANKCOB: recibos cobrados " TOTAL-COBRADOS.
           DISPLAY "BANKCOB: recibos sin saldo " TOTAL-SIN-SALDO.
           DISPLAY "BANKCOB: recibos impagados " TOTAL-IMPAGADOS.
           DISPLAY "BANKCOB: recibos rechazados por mandato "
               TOTAL-RECHAZADOS.
           DISPLAY "BANKCOB: devoluciones comunicadas "
               TOTAL-COMUNICADOS.
           DISPLAY "BANKCOB: lineas descartadas " TOTAL-DESCARTADOS.
           GOBACK.

      *    Anade al buzon alertas.txt el aviso ALERTA-TIPO de la
      *    tarjeta ALERTA-TARJETA con la fecha y hora de CAMPOS-FECHA.
      *    El aviso es accesorio: si el buzon no se puede abrir, la
      *    operacion que lo origina sigue adelante sin el.
       ANOTAR-ALERTA.
           OPEN EXTEND F-ALERTAS.
           IF FSALE = 35
               OPEN OUTPUT F-ALERTAS
               CLOSE F-ALERTAS
               OPEN EXTEND F-ALERTAS
           END-IF.
           IF FSALE NOT = 00 AND FSALE NOT = 05
               GO TO ANOTAR-ALERTA-EXIT.

           MOVE SPACES TO ALERTA-REG.
           MOVE ALERTA-TIPO TO ALE-TIPO.
           MOVE ALERTA-TARJETA TO ALE-TARJETA.
           MOVE ANO TO ALE-ANO.
           MOVE MES TO ALE-MES.
           MOVE DIA TO ALE-DIA.
           MOVE HORAS TO ALE-HOR.
           MOVE MINUTOS TO ALE-MIN.
           MOVE ALERTA-IMPORTE-ENT TO ALE-IMPORTE-ENT.
           MOVE ALERTA-IMPORTE-DEC TO ALE-IMPORTE-DEC.
           MOVE "BANKCOB" TO ALE-PROGRAMA.
           MOVE ALERTA-DETALLE TO ALE-DETALLE.
           WRITE ALERTA-REG.

           CLOSE F-ALERTAS.
       ANOTAR-ALERTA-EXIT.
           EXIT.

      *    Busca en parametros.ubd el valor de PARAMETRO-NOMBRE vigente
      *    en PARAMETRO-FECHA: primero la excepcion de la tarjeta
      *    PARAMETRO-TARJETA, si se ha dado una, y si no el valor
      *    general. Sin fichero o sin valor vigente PARAMETRO-ENT/DEC
      *    se quedan como estaban y PARAMETRO-ENCONTRADO queda a 0.
       LEER-PARAMETRO.
           MOVE 0 TO PARAMETRO-ENCONTRADO.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; la busqueda no encontrara nada y su
      *    CLOSE lo deja cerrado para las siguientes consultas.
           OPEN INPUT F-PARAMETROS.
           IF FSPAR NOT = 00 AND FSPAR NOT = 05
               GO TO LEER-PARAMETRO-EXIT.

           IF PARAMETRO-TARJETA NOT = 0
               MOVE PARAMETRO-TARJETA TO PARAMETRO-TARJETA-BUSCADA
               PERFORM BUSCAR-PARAMETRO THRU BUSCAR-PARAMETRO-EXIT
           END-IF.

           IF PARAMETRO-ENCONTRADO = 0
               MOVE 0 TO PARAMETRO-TARJETA-BUSCADA
               PERFORM BUSCAR-PARAMETRO THRU BUSCAR-PARAMETRO-EXIT
           END-IF.

           CLOSE F-PARAMETROS.

       LEER-PARAMETRO-EXIT.
           EXIT.

      *    Recorre en orden de fecha de vigor los valores del parametro
      *    para PARAMETRO-TARJETA-BUSCADA y se queda con el ultimo que
      *    ya ha entrado en vigor.
       BUSCAR-PARAMETRO.
           MOVE PARAMETRO-NOMBRE TO PAR-NOMBRE.
           MOVE PARAMETRO-TARJETA-BUSCADA TO PAR-TARJETA.
           MOVE 0 TO PAR-FECHA-VIGOR.
           START F-PARAMETROS KEY IS NOT LESS THAN PAR-CLAVE
               INVALID KEY GO TO BUSCAR-PARAMETRO-EXIT.

       BUSCAR-PARAMETRO-SIGUIENTE.
           READ F-PARAMETROS NEXT RECORD
               AT END GO TO BUSCAR-PARAMETRO-EXIT.

           IF PAR-NOMBRE NOT = PARAMETRO-NOMBRE
                   OR PAR-TARJETA NOT = PARAMETRO-TARJETA-BUSCADA
                   OR PAR-FECHA-VIGOR > PARAMETRO-FECHA
               GO TO BUSCAR-PARAMETRO-EXIT.

           MOVE PAR-VALOR-ENT TO PARAMETRO-ENT.
           MOVE PAR-VALOR-DEC TO PARAMETRO-DEC.
           MOVE 1 TO PARAMETRO-ENCONTRADO.
           GO TO BUSCAR-PARAMETRO-SIGUIENTE.

       BUSCAR-PARAMETRO-EXIT.
           EXIT.
