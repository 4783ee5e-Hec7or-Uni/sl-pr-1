       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSS.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-NUM
           FILE STATUS IS FSC.

           SELECT OPTIONAL F-VINCULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIN-TARJETA
           FILE STATUS IS FSV.

           SELECT OPTIONAL F-ESTADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-TARJETA
           FILE STATUS IS FSEST.

           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAUD.

           SELECT F-INACTIVIDAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINA.

           SELECT F-CARTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCAR.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CLAVE
           FILE STATUS IS FSPAR.

       DATA DIVISION.
       FILE SECTION.
      *    Maestro de saldos por cuenta: el saldo del ultimo movimiento
      *    de cada tarjeta, con la magnitud sin signo y el signo aparte
      *    igual que MOV-SALDOPOS. Lo actualizan los programas de
      *    posteo en cada operacion para que las consultas de saldo no
      *    tengan que releer toda la cadena de movimientos.
       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA          PIC  9(16).
           02 SAL-SALDO-ENT        PIC  9(9).
           02 SAL-SALDO-DEC        PIC  9(2).
           02 SAL-SIGNO            PIC  X(01).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM              PIC  9(35).
           02 MOV-TARJETA          PIC  9(16).
           02 MOV-ANO              PIC   9(4).
           02 MOV-MES              PIC   9(2).
           02 MOV-DIA              PIC   9(2).
           02 MOV-HOR              PIC   9(2).
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC   9(2).
           02 MOV-CONCEPTO         PIC  X(35).
           02 MOV-SALDOPOS-ENT     PIC  S9(9).
           02 MOV-SALDOPOS-DEC     PIC   9(2).
      *    MOV-EVENTO/MOV-ASIENTO solo se usan en compras de entradas de
      *    espectaculos (BANK8); van a espacios en el resto de movimientos.
           02 MOV-EVENTO           PIC  X(20).
           02 MOV-ASIENTO          PIC  X(06).
      *    MOV-MONEDA es el codigo de moneda ISO 4217 del importe.
           02 MOV-MONEDA           PIC  X(03).
      *    MOV-IMPORTE-ENT/DEC guardan siempre la magnitud sin signo del
      *    importe; MOV-IMPORTE-SIGNO ("+"/"-") es quien indica si el
      *    movimiento es un abono o un cargo, porque un importe menor
      *    de una unidad (p.ej. -0,50) no se puede representar negando
      *    la parte entera cuando esta vale cero.
           02 MOV-IMPORTE-SIGNO    PIC  X(01).
      *    MOV-SALDOPOS-ENT/DEC guardan siempre la magnitud sin signo
      *    del saldo resultante; MOV-SALDOPOS-SIGNO ("+"/"-") indica si
      *    ese saldo es positivo o negativo, por la misma razon que
      *    MOV-IMPORTE-SIGNO: un saldo negativo menor de una unidad no
      *    se puede representar negando la parte entera cuando esta
      *    vale cero.
           02 MOV-SALDOPOS-SIGNO   PIC  X(01).
      *    MOV-TERMINAL identifica el cajero o proceso que anoto el
      *    movimiento: el identificador del terminal fisico en las
      *    operaciones hechas en un cajero, o el nombre del batch
      *    (BANKTRF) en los apuntes nocturnos.
           02 MOV-TERMINAL         PIC  X(08).

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/clientes.ubd".
       01 CLIENTES-REG.
      *    CLI-NUM identifica al cliente/cuenta y coincide con TNUM.
           02 CLI-NUM              PIC  9(16).
           02 CLI-NOMBRE           PIC  X(30).
           02 CLI-DIRECCION        PIC  X(40).
           02 CLI-TELEFONO         PIC  9(9).

      *    Vinculos de tarjetas adicionales (familiares) a la cuenta
      *    de la tarjeta titular; una tarjeta sin registro es su
      *    propia cuenta.
       FD F-VINCULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/vinculos.ubd".
       01 VINCULO-REG.
           02 VIN-TARJETA          PIC  9(16).
           02 VIN-TITULAR          PIC  9(16).

      *    Estado operativo de cada tarjeta, mantenido por la
      *    sucursal con BANKEST. EST-ESTADO = "A" activa, "P"
      *    perdida, "R" robada, "B" bloqueada por la sucursal, "C"
      *    cancelada con su cuenta (BANKCIE), "D" durmiente por
      *    inactividad (BANKDOR) hasta que la sucursal la reactive;
      *    una tarjeta sin registro (o la ausencia del propio
      *    fichero) esta activa, como siempre.
       FD F-ESTADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/estados.ubd".
       01 ESTADO-REG.
           02 EST-TARJETA          PIC  9(16).
           02 EST-ESTADO           PIC  X(01).
           02 EST-OPERADOR         PIC  X(08).
           02 EST-ANO              PIC  9(4).
           02 EST-MES              PIC  9(2).
           02 EST-DIA              PIC  9(2).

      *    Registro de auditoria de los ficheros maestros que se
      *    mantienen desde la sucursal: una linea por cada alta ("A"),
      *    modificacion ("M") o baja ("B"), con el empleado, la fecha
      *    y hora, el programa, el fichero, la clave y la imagen del
      *    registro antes y despues del cambio (en blanco la de antes
      *    en un alta y la de despues en una baja). Fichero de solo
      *    anexion, igual que ajusteslog.txt; lo consulta BANKAUD.
       FD F-AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/auditoria.txt".
       01 AUDITORIA-REG.
           02 AUD-ANO              PIC  9(4).
           02 AUD-MES              PIC  9(2).
           02 AUD-DIA              PIC  9(2).
           02 FILLER               PIC  X(01).
           02 AUD-HOR              PIC  9(2).
           02 AUD-MIN              PIC  9(2).
           02 AUD-SEG              PIC  9(2).
           02 FILLER               PIC  X(01).
           02 AUD-OPERADOR         PIC  X(08).
           02 FILLER               PIC  X(01).
           02 AUD-PROGRAMA         PIC  X(08).
           02 FILLER               PIC  X(01).
           02 AUD-FICHERO          PIC  X(16).
           02 FILLER               PIC  X(01).
           02 AUD-ACCION           PIC  X(01).
           02 FILLER               PIC  X(01).
           02 AUD-CLAVE            PIC  X(50).
           02 FILLER               PIC  X(01).
           02 AUD-ANTES            PIC  X(250).
           02 FILLER               PIC  X(01).
           02 AUD-DESPUES          PIC  X(250).

      *    Informe mensual de inactividad para la sucursal: una linea
      *    por cuenta inactiva o durmiente y, debajo de cada durmiente,
      *    lo que se ha hecho con cada una de sus tarjetas.
       FD F-INACTIVIDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/inactividad.txt".
       01 INA-LINE                  PIC X(110).

      *    Cartas al titular para imprenta: aviso al cumplir el plazo
      *    de inactiva sin operar y comunicacion del paso a durmiente,
      *    separadas por una linea de guiones igual que las de BANKMOR.
       FD F-CARTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/cartasinactividad.txt".
       01 CARTA-LINE                PIC X(80).

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
       77 FSS                       PIC X(2).
       77 FSM                       PIC X(2).
       77 FSC                       PIC X(2).
       77 FSV                       PIC X(2).
       77 FSEST                     PIC X(2).
       77 FSAUD                     PIC X(2).
       77 FSINA                     PIC X(2).
       77 FSCAR                     PIC X(2).
       77 FSPAR                     PIC X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).


      *    Meses sin actividad del cliente a partir de los cuales la
      *    cuenta se da por inactiva (aviso por carta) y por durmiente
      *    (bloqueo en cajero y fuera de la comision de BANKFAC). Se
      *    leen de parametros.ubd; estos son los valores de siempre,
      *    que rigen mientras no haya uno vigente o si los vigentes
      *    no dejan el plazo de durmiente por encima del de inactiva.
      *    MESES-*-TEXTO son los mismos plazos ajustados a la izquierda
      *    para el informe y las cartas.
       77 MESES-INACTIVA            PIC 9(3) VALUE 12.
       77 MESES-DURMIENTE           PIC 9(3) VALUE 24.
       77 MESES-CARTA               PIC ZZ9.
       77 ESPACIOS-MESES            PIC 9(1).
       77 MESES-INACTIVA-TEXTO      PIC X(03).
       77 MESES-DURMIENTE-TEXTO     PIC X(03).

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

      *    Ultima operacion del cliente encontrada en la cadena de la
      *    cuenta. ULTIMA-ARRASTRE = 1 si no hay ninguna y la fecha es
      *    la del arrastre de BANKARC: la ultima actividad es anterior
      *    al corte del historico y la fecha es solo una cota.
       77 HAY-MOVIMIENTOS           PIC 9(1).
       77 HAY-ACTIVIDAD             PIC 9(1).
       77 ULTIMA-ANO                PIC 9(4).
       77 ULTIMA-MES                PIC 9(2).
       77 ULTIMA-DIA                PIC 9(2).
       77 ULTIMA-ARRASTRE           PIC 9(1).
       77 MONEDA-CUENTA             PIC X(03).
       77 ORDEN-ULTIMA              PIC 9(8).
       77 ORDEN-ESTADO              PIC 9(8).
       77 MESES-SIN-ACTIVIDAD       PIC S9(5).
       77 MESES-EDITADO             PIC Z(4)9.

      *    Estado de la tarjeta de la cuenta leido de estados.ubd.
       77 EXISTE-ESTADO-CUENTA      PIC 9(1).
       77 ESTADO-CUENTA             PIC X(01).
       77 ESTADO-OPERADOR           PIC X(08).
       77 ESTADO-ANO                PIC 9(4).
       77 ESTADO-MES                PIC 9(2).
       77 ESTADO-DIA                PIC 9(2).

      *    Entrada y resultado de MARCAR-DURMIENTE.
       77 TARJETA-BUSCADA           PIC 9(16).
       77 EXISTE-ESTADO             PIC 9(1).
       77 MARCADAS-CUENTA           PIC 9(3).

      *    Tipo de carta a emitir: 1 aviso de inactividad, 2 paso a
      *    durmiente.
       77 TIPO-CARTA                PIC 9(1).
       77 EXISTE-CLIENTE            PIC 9(1).

       77 IMPORTE-EDITADO           PIC Z(8)9.

      *    Entrada de ANOTAR-AUDITORIA: fichero, clave e imagen del
      *    registro antes y despues del cambio.
       77 AUDITORIA-FICHERO         PIC X(16).
       77 AUDITORIA-CLAVE           PIC X(50).
       77 AUDITORIA-ANTES           PIC X(250).
       77 AUDITORIA-DESPUES         PIC X(250).

       77 TOTAL-CUENTAS             PIC 9(7) VALUE 0.
       77 TOTAL-CANCELADAS          PIC 9(7) VALUE 0.
       77 TOTAL-SIN-MOVIMIENTOS     PIC 9(7) VALUE 0.
       77 TOTAL-INACTIVAS           PIC 9(7) VALUE 0.
       77 TOTAL-DURMIENTES          PIC 9(7) VALUE 0.
       77 TOTAL-MARCADAS            PIC 9(7) VALUE 0.
       77 TOTAL-OTRO-ESTADO         PIC 9(7) VALUE 0.
       77 TOTAL-ERRORES             PIC 9(7) VALUE 0.
       77 TOTAL-CARTAS-INACTIVA     PIC 9(7) VALUE 0.
       77 TOTAL-CARTAS-DURMIENTE    PIC 9(7) VALUE 0.
       77 TOTAL-SIN-CLIENTE         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      * Revision mensual de cuentas sin actividad: recorre saldos.ubd
      * y por cada cuenta busca en su cadena de movimientos la ultima
      * operacion hecha por el cliente, sin contar los apuntes que
      * anotan los batch (MOV-TERMINAL con el nombre de un programa
      * BANKxxx: transferencias, recibos, intereses, comisiones,
      * abonos recibidos, arrastres y ajustes de la sucursal). Una
      * cuenta con MESES-INACTIVA meses sin actividad (12 si no hay
      * otro valor en parametros.ubd) es inactiva: sale en el
      * informe y, el mes en que cumple el plazo, recibe una carta
      * de aviso. Con MESES-DURMIENTE meses (24) es durmiente: su
      * tarjeta y sus tarjetas vinculadas quedan en estado "D" en
      * estados.ubd, con lo que el cajero las rechaza y BANKFAC deja
      * de cobrarle la comision de mantenimiento, hasta que la
      * sucursal la reactive con BANKEST; el titular recibe carta
      * del cambio. Las cuentas canceladas no se revisan.
      * Se lanza suelto o como un paso mensual de la cadena nocturna
      * de BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           MOVE 0 TO PARAMETRO-TARJETA.
           COMPUTE PARAMETRO-FECHA = (ANO * 10000) + (MES * 100) + DIA.

           MOVE "MESES-INACTIVA" TO PARAMETRO-NOMBRE.
           MOVE MESES-INACTIVA TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO MESES-INACTIVA.

           MOVE "MESES-DURMIENTE" TO PARAMETRO-NOMBRE.
           MOVE MESES-DURMIENTE TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO MESES-DURMIENTE.

      *    BANKPAR no deja grabar un plazo de durmiente que no supere
      *    al de inactiva, pero dos cambios con distinta fecha de
      *    vigor podrian cruzarse; entonces rigen los de siempre.
           IF MESES-DURMIENTE NOT > MESES-INACTIVA
               DISPLAY "BANKDOR: ATENCION: MESES-DURMIENTE no supera "
                   "a MESES-INACTIVA; se aplican 12 y 24 meses"
               MOVE 12 TO MESES-INACTIVA
               MOVE 24 TO MESES-DURMIENTE
           END-IF.

           MOVE MESES-INACTIVA TO MESES-CARTA.
           MOVE 0 TO ESPACIOS-MESES.
           INSPECT MESES-CARTA TALLYING ESPACIOS-MESES
               FOR LEADING SPACES.
           MOVE MESES-CARTA(ESPACIOS-MESES + 1:)
               TO MESES-INACTIVA-TEXTO.

           MOVE MESES-DURMIENTE TO MESES-CARTA.
           MOVE 0 TO ESPACIOS-MESES.
           INSPECT MESES-CARTA TALLYING ESPACIOS-MESES
               FOR LEADING SPACES.
           MOVE MESES-CARTA(ESPACIOS-MESES + 1:)
               TO MESES-DURMIENTE-TEXTO.

           OPEN INPUT F-SALDOS.
           IF FSS NOT = 00 AND FSS NOT = 05
               DISPLAY "BANKDOR: no se ha podido abrir saldos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKDOR: no se ha podido abrir movimientos.ubd"
               CLOSE F-SALDOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-INACTIVIDAD.
           IF FSINA NOT = 00
               DISPLAY "BANKDOR: no se ha podido abrir el informe"
               CLOSE F-SALDOS
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-CARTAS.
           IF FSCAR NOT = 00
               DISPLAY "BANKDOR: no se ha podido abrir "
                   "cartasinactividad.txt"
               CLOSE F-SALDOS
               CLOSE F-MOVIMIENTOS
               CLOSE F-INACTIVIDAD
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO INA-LINE.
           STRING "CUENTAS SIN ACTIVIDAD DEL CLIENTE " ANO "-" MES "-"
               DIA " INACTIVA " MESES-INACTIVA-TEXTO DELIMITED BY SPACE
               " MESES DURMIENTE " MESES-DURMIENTE-TEXTO
               DELIMITED BY SPACE
               " MESES"
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           MOVE LOW-VALUES TO SAL-TARJETA.
           START F-SALDOS KEY IS NOT LESS THAN SAL-TARJETA
               INVALID KEY GO TO FIN-INACTIVIDAD.

       LEER-SALDO.
           READ F-SALDOS NEXT RECORD
               AT END GO TO FIN-INACTIVIDAD.

           ADD 1 TO TOTAL-CUENTAS.

           PERFORM LEER-ESTADO-CUENTA THRU LEER-ESTADO-CUENTA-EXIT.
           IF ESTADO-CUENTA = "C"
               ADD 1 TO TOTAL-CANCELADAS
               GO TO LEER-SALDO.

           PERFORM BUSCAR-ULTIMA-ACTIVIDAD
               THRU BUSCAR-ULTIMA-ACTIVIDAD-EXIT.
           IF HAY-MOVIMIENTOS = 0
               ADD 1 TO TOTAL-SIN-MOVIMIENTOS
               GO TO LEER-SALDO.

      *    Reactivar una cuenta en la sucursal es tratar con el
      *    cliente: si la tarjeta de la cuenta volvio a "A" despues de
      *    su ultima operacion, el plazo cuenta desde ese dia y la
      *    cuenta no vuelve a durmiente al mes siguiente.
           IF EXISTE-ESTADO-CUENTA = 1 AND ESTADO-CUENTA = "A"
               COMPUTE ORDEN-ULTIMA = (ULTIMA-ANO * 10000)
                   + (ULTIMA-MES * 100) + ULTIMA-DIA
               COMPUTE ORDEN-ESTADO = (ESTADO-ANO * 10000)
                   + (ESTADO-MES * 100) + ESTADO-DIA
               IF ORDEN-ESTADO > ORDEN-ULTIMA
                   MOVE ESTADO-ANO TO ULTIMA-ANO
                   MOVE ESTADO-MES TO ULTIMA-MES
                   MOVE ESTADO-DIA TO ULTIMA-DIA
                   MOVE 0 TO ULTIMA-ARRASTRE
               END-IF
           END-IF.

      *    Meses completos entre la ultima actividad y hoy: no se
      *    cumple el mes hasta llegar al mismo dia del mes.
           COMPUTE MESES-SIN-ACTIVIDAD = ((ANO * 12) + MES)
               - ((ULTIMA-ANO * 12) + ULTIMA-MES).
           IF DIA < ULTIMA-DIA
               SUBTRACT 1 FROM MESES-SIN-ACTIVIDAD.
           IF MESES-SIN-ACTIVIDAD < 0
               MOVE 0 TO MESES-SIN-ACTIVIDAD.

           IF MESES-SIN-ACTIVIDAD < MESES-INACTIVA
               GO TO LEER-SALDO.

           MOVE MESES-SIN-ACTIVIDAD TO MESES-EDITADO.
           MOVE SAL-SALDO-ENT TO IMPORTE-EDITADO.
           MOVE 0 TO TIPO-CARTA.

           IF MESES-SIN-ACTIVIDAD < MESES-DURMIENTE
               GO TO CUENTA-INACTIVA.

           ADD 1 TO TOTAL-DURMIENTES.
           MOVE "DURMIENTE " TO INA-LINE.
           PERFORM ESCRIBIR-LINEA-CUENTA
               THRU ESCRIBIR-LINEA-CUENTA-EXIT.

           PERFORM MARCAR-CUENTA THRU MARCAR-CUENTA-EXIT.

      *    La carta del paso a durmiente sale el mes en que se marca
      *    la cuenta; si el batch se relanza ese mismo mes (el fichero
      *    de cartas se reescribe en cada ejecucion) se vuelve a
      *    emitir porque la marca de BANKDOR es de este mes.
           IF MARCADAS-CUENTA > 0
               MOVE 2 TO TIPO-CARTA.
           IF ESTADO-CUENTA = "D" AND ESTADO-OPERADOR = "BANKDOR"
                   AND ESTADO-ANO = ANO AND ESTADO-MES = MES
               MOVE 2 TO TIPO-CARTA.
           GO TO CUENTA-CARTA.

       CUENTA-INACTIVA.
           ADD 1 TO TOTAL-INACTIVAS.
           MOVE "INACTIVA  " TO INA-LINE.
           PERFORM ESCRIBIR-LINEA-CUENTA
               THRU ESCRIBIR-LINEA-CUENTA-EXIT.

      *    El aviso se manda una sola vez, el mes en que se cumple el
      *    plazo de inactiva sin operar.
           IF MESES-SIN-ACTIVIDAD = MESES-INACTIVA
               MOVE 1 TO TIPO-CARTA.

       CUENTA-CARTA.
           IF TIPO-CARTA NOT = 0
               PERFORM ESCRIBIR-CARTA THRU ESCRIBIR-CARTA-EXIT
           END-IF.

           GO TO LEER-SALDO.

      *    Linea del informe de la cuenta SAL-TARJETA detras de la
      *    etiqueta que ya hay en INA-LINE. Si la ultima actividad es
      *    anterior al corte de BANKARC, la fecha es solo una cota y
      *    el informe lo senala con "*" igual que BANKMOR.
       ESCRIBIR-LINEA-CUENTA.
           STRING "CUENTA " SAL-TARJETA
               " ULTIMA ACTIVIDAD " ULTIMA-ANO "-" ULTIMA-MES "-"
               ULTIMA-DIA
               " MESES " MESES-EDITADO
               " SALDO " SAL-SIGNO IMPORTE-EDITADO "," SAL-SALDO-DEC
               " " MONEDA-CUENTA
               DELIMITED BY SIZE INTO INA-LINE(11:).
           IF ULTIMA-ARRASTRE = 1
               MOVE "*" TO INA-LINE(105:1).
           WRITE INA-LINE.

       ESCRIBIR-LINEA-CUENTA-EXIT.
           EXIT.

      *    Recorre la cadena de movimientos de la cuenta SAL-TARJETA y
      *    deja en ULTIMA-ANO/MES/DIA la fecha de la ultima operacion
      *    del cliente. Los terminales de cajero no empiezan por
      *    "BANK" y los apuntes de los batch llevan su nombre de
      *    programa, asi que basta con mirar ese prefijo para que un
      *    batch nuevo quede excluido sin tocar este programa. Si la
      *    cadena no tiene ninguna operacion del cliente se toma la
      *    fecha de su primer movimiento.
       BUSCAR-ULTIMA-ACTIVIDAD.
           MOVE 0 TO HAY-MOVIMIENTOS.
           MOVE 0 TO HAY-ACTIVIDAD.
           MOVE 0 TO ULTIMA-ARRASTRE.
           MOVE SPACES TO MONEDA-CUENTA.

           MOVE SAL-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO BUSCAR-ULTIMA-ACTIVIDAD-EXIT.

       BUSCAR-ULTIMA-SIGUIENTE.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO BUSCAR-ULTIMA-ACTIVIDAD-EXIT.

           IF MOV-TARJETA NOT = SAL-TARJETA
               GO TO BUSCAR-ULTIMA-ACTIVIDAD-EXIT.

           MOVE MOV-MONEDA TO MONEDA-CUENTA.

           IF HAY-MOVIMIENTOS = 0
               MOVE 1 TO HAY-MOVIMIENTOS
               MOVE MOV-ANO TO ULTIMA-ANO
               MOVE MOV-MES TO ULTIMA-MES
               MOVE MOV-DIA TO ULTIMA-DIA
               IF MOV-TERMINAL = "BANKARC"
                   MOVE 1 TO ULTIMA-ARRASTRE
               END-IF
           END-IF.

           IF MOV-TERMINAL(1:4) = "BANK"
               GO TO BUSCAR-ULTIMA-SIGUIENTE.

           MOVE 1 TO HAY-ACTIVIDAD.
           MOVE 0 TO ULTIMA-ARRASTRE.
           MOVE MOV-ANO TO ULTIMA-ANO.
           MOVE MOV-MES TO ULTIMA-MES.
           MOVE MOV-DIA TO ULTIMA-DIA.
           GO TO BUSCAR-ULTIMA-SIGUIENTE.

       BUSCAR-ULTIMA-ACTIVIDAD-EXIT.
           EXIT.

      *    Consulta en estados.ubd el estado de la tarjeta de la
      *    cuenta SAL-TARJETA, con quien lo puso y cuando; sin
      *    registro, o sin el propio fichero, la tarjeta esta activa.
       LEER-ESTADO-CUENTA.
           MOVE 0 TO EXISTE-ESTADO-CUENTA.
           MOVE "A" TO ESTADO-CUENTA.
           MOVE SPACES TO ESTADO-OPERADOR.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; se sigue con la lectura, que no
      *    encontrara registro, y su CLOSE lo deja cerrado para las
      *    siguientes comprobaciones de esta misma ejecucion.
           OPEN INPUT F-ESTADOS.
           IF FSEST NOT = 00 AND FSEST NOT = 05
               GO TO LEER-ESTADO-CUENTA-EXIT.

           MOVE SAL-TARJETA TO EST-TARJETA.
           READ F-ESTADOS INVALID KEY
               CLOSE F-ESTADOS
               GO TO LEER-ESTADO-CUENTA-EXIT.

           MOVE 1 TO EXISTE-ESTADO-CUENTA.
           MOVE EST-ESTADO TO ESTADO-CUENTA.
           MOVE EST-OPERADOR TO ESTADO-OPERADOR.
           MOVE EST-ANO TO ESTADO-ANO.
           MOVE EST-MES TO ESTADO-MES.
           MOVE EST-DIA TO ESTADO-DIA.
           CLOSE F-ESTADOS.

       LEER-ESTADO-CUENTA-EXIT.
           EXIT.

      *    Marca como durmiente la tarjeta de la cuenta SAL-TARJETA y
      *    cada tarjeta vinculada a ella, porque el cajero comprueba
      *    el estado de la tarjeta con la que se opera y no el de la
      *    cuenta. MARCADAS-CUENTA cuenta las que se marcan ahora.
       MARCAR-CUENTA.
           MOVE 0 TO MARCADAS-CUENTA.
           MOVE SAL-TARJETA TO TARJETA-BUSCADA.
           PERFORM MARCAR-DURMIENTE THRU MARCAR-DURMIENTE-EXIT.

           OPEN INPUT F-VINCULOS.
           IF FSV NOT = 00
               GO TO MARCAR-CUENTA-EXIT.

           MOVE LOW-VALUES TO VIN-TARJETA.
           START F-VINCULOS KEY IS NOT LESS THAN VIN-TARJETA
               INVALID KEY GO TO MARCAR-CUENTA-FIN.

       MARCAR-CUENTA-SIGUIENTE.
           READ F-VINCULOS NEXT RECORD
               AT END GO TO MARCAR-CUENTA-FIN.

           IF VIN-TITULAR = SAL-TARJETA
               MOVE VIN-TARJETA TO TARJETA-BUSCADA
               PERFORM MARCAR-DURMIENTE THRU MARCAR-DURMIENTE-EXIT
           END-IF.

           GO TO MARCAR-CUENTA-SIGUIENTE.

       MARCAR-CUENTA-FIN.
           CLOSE F-VINCULOS.

       MARCAR-CUENTA-EXIT.
           EXIT.

      *    Pone en "D" la tarjeta TARJETA-BUSCADA si esta activa. Una
      *    tarjeta ya durmiente se deja como esta, y una perdida,
      *    robada o bloqueada conserva su estado, que es mas fuerte,
      *    y se senala en el informe. El cambio queda en auditoria.txt
      *    a nombre del propio batch.
       MARCAR-DURMIENTE.
           OPEN I-O F-ESTADOS.
           IF FSEST = 35
               OPEN OUTPUT F-ESTADOS
               CLOSE F-ESTADOS
               OPEN I-O F-ESTADOS
           END-IF.
           IF FSEST NOT = 00 AND FSEST NOT = 05
               GO TO MARCAR-DURMIENTE-ERROR.

           MOVE 1 TO EXISTE-ESTADO.
           MOVE TARJETA-BUSCADA TO EST-TARJETA.
           READ F-ESTADOS INVALID KEY
               MOVE 0 TO EXISTE-ESTADO.

           IF EXISTE-ESTADO = 1 AND EST-ESTADO = "D"
               CLOSE F-ESTADOS
               GO TO MARCAR-DURMIENTE-EXIT.

           IF EXISTE-ESTADO = 1 AND EST-ESTADO NOT = "A"
               ADD 1 TO TOTAL-OTRO-ESTADO
               MOVE SPACES TO INA-LINE
               STRING "  TARJETA " TARJETA-BUSCADA " EN ESTADO "
                   EST-ESTADO "; NO SE MARCA COMO DURMIENTE"
                   DELIMITED BY SIZE INTO INA-LINE
               WRITE INA-LINE
               CLOSE F-ESTADOS
               GO TO MARCAR-DURMIENTE-EXIT
           END-IF.

           MOVE "estados.ubd" TO AUDITORIA-FICHERO.
           MOVE TARJETA-BUSCADA TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-ESTADO = 1
               MOVE ESTADO-REG TO AUDITORIA-ANTES.

           MOVE TARJETA-BUSCADA TO EST-TARJETA.
           MOVE "D" TO EST-ESTADO.
           MOVE "BANKDOR" TO EST-OPERADOR.
           MOVE ANO TO EST-ANO.
           MOVE MES TO EST-MES.
           MOVE DIA TO EST-DIA.

           IF EXISTE-ESTADO = 1
               REWRITE ESTADO-REG INVALID KEY
                   CLOSE F-ESTADOS
                   GO TO MARCAR-DURMIENTE-ERROR
               END-REWRITE
           ELSE
               WRITE ESTADO-REG INVALID KEY
                   CLOSE F-ESTADOS
                   GO TO MARCAR-DURMIENTE-ERROR
               END-WRITE
           END-IF.

           MOVE ESTADO-REG TO AUDITORIA-DESPUES.
           CLOSE F-ESTADOS.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           ADD 1 TO MARCADAS-CUENTA.
           ADD 1 TO TOTAL-MARCADAS.
           MOVE SPACES TO INA-LINE.
           STRING "  TARJETA " TARJETA-BUSCADA " MARCADA DURMIENTE"
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.
           GO TO MARCAR-DURMIENTE-EXIT.

       MARCAR-DURMIENTE-ERROR.
           ADD 1 TO TOTAL-ERRORES.
           MOVE SPACES TO INA-LINE.
           STRING "  ATENCION: TARJETA " TARJETA-BUSCADA
               " SIN MARCAR COMO DURMIENTE; SE REINTENTA EL PROXIMO MES"
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

       MARCAR-DURMIENTE-EXIT.
           EXIT.

      *    Carta al titular de la cuenta con el nombre y la direccion
      *    de clientes.ubd: aviso de inactividad (TIPO-CARTA 1) o
      *    comunicacion del paso a durmiente (TIPO-CARTA 2). Sin ficha
      *    de cliente no hay a quien dirigirla; la cuenta se senala en
      *    el informe.
       ESCRIBIR-CARTA.
           MOVE 1 TO EXISTE-CLIENTE.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; la lectura no encontrara registro.
           OPEN INPUT CLIENTES.
           IF FSC NOT = 00 AND FSC NOT = 05
               MOVE 0 TO EXISTE-CLIENTE
           ELSE
               MOVE SAL-TARJETA TO CLI-NUM
               READ CLIENTES INVALID KEY MOVE 0 TO EXISTE-CLIENTE
               END-READ
               CLOSE CLIENTES
           END-IF.

           IF EXISTE-CLIENTE = 0
               ADD 1 TO TOTAL-SIN-CLIENTE
               MOVE SPACES TO INA-LINE
               STRING "  SIN FICHA DE CLIENTE PARA " SAL-TARJETA
                   "; NO SE EMITE CARTA"
                   DELIMITED BY SIZE INTO INA-LINE
               WRITE INA-LINE
               GO TO ESCRIBIR-CARTA-EXIT
           END-IF.

           MOVE ALL "-" TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "UnizarBank" TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE CLI-NOMBRE TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE CLI-DIRECCION TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           STRING "Fecha: " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           STRING "Cuenta: " SAL-TARJETA
               DELIMITED BY SIZE INTO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.

           MOVE SPACES TO CARTA-LINE.
           IF TIPO-CARTA = 1
               STRING "Asunto: cuenta sin operaciones en los ultimos "
                   MESES-INACTIVA-TEXTO DELIMITED BY SPACE
                   " meses" DELIMITED BY SIZE INTO CARTA-LINE
           ELSE
               MOVE "Asunto: su cuenta pasa a considerarse durmiente"
                   TO CARTA-LINE
           END-IF.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.

           MOVE "Estimado cliente:" TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.

           MOVE SPACES TO CARTA-LINE.
           IF ULTIMA-ARRASTRE = 1
               STRING "No consta ninguna operacion suya en esta cuenta"
                   " desde antes del " ULTIMA-DIA "/" ULTIMA-MES "/"
                   ULTIMA-ANO "."
                   DELIMITED BY SIZE INTO CARTA-LINE
           ELSE
               STRING "No consta ninguna operacion suya en esta cuenta"
                   " desde el " ULTIMA-DIA "/" ULTIMA-MES "/"
                   ULTIMA-ANO "."
                   DELIMITED BY SIZE INTO CARTA-LINE
           END-IF.
           WRITE CARTA-LINE.

           IF TIPO-CARTA = 1
               MOVE SPACES TO CARTA-LINE
               STRING "Si sigue sin operar, al cumplirse "
                   MESES-DURMIENTE-TEXTO DELIMITED BY SPACE
                   " meses sin" DELIMITED BY SIZE INTO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "operaciones la cuenta pasara a considerarse"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "durmiente y sus tarjetas dejaran de funcionar en"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "los cajeros hasta que la reactive en su sucursal."
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "Cualquier operacion en un cajero basta para"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "mantenerla activa."
                   TO CARTA-LINE
               WRITE CARTA-LINE
           ELSE
               MOVE SPACES TO CARTA-LINE
               STRING "Al cumplirse " MESES-DURMIENTE-TEXTO
                   DELIMITED BY SPACE
                   " meses sin operaciones, su cuenta"
                   DELIMITED BY SIZE INTO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "pasa a considerarse durmiente: sus tarjetas quedan"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "bloqueadas en los cajeros y deja de cobrarse la"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "comision de mantenimiento. Su saldo sigue a su"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "disposicion: para volver a operar, acuda a su"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "sucursal con su documento de identidad."
                   TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF.

           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "Atentamente," TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "UnizarBank - Atencion al cliente" TO CARTA-LINE.
           WRITE CARTA-LINE.

           IF TIPO-CARTA = 1
               ADD 1 TO TOTAL-CARTAS-INACTIVA
           ELSE
               ADD 1 TO TOTAL-CARTAS-DURMIENTE
           END-IF.

       ESCRIBIR-CARTA-EXIT.
           EXIT.

       FIN-INACTIVIDAD.
           CLOSE F-SALDOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-CARTAS.

           MOVE SPACES TO INA-LINE.
           WRITE INA-LINE.

           MOVE SPACES TO INA-LINE.
           STRING "CUENTAS REVISADAS: " TOTAL-CUENTAS
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           MOVE SPACES TO INA-LINE.
           STRING "CUENTAS CANCELADAS SIN REVISAR: " TOTAL-CANCELADAS
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           MOVE SPACES TO INA-LINE.
           STRING "CUENTAS SIN MOVIMIENTOS: " TOTAL-SIN-MOVIMIENTOS
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           MOVE SPACES TO INA-LINE.
           STRING "CUENTAS INACTIVAS: " TOTAL-INACTIVAS
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           MOVE SPACES TO INA-LINE.
           STRING "CUENTAS DURMIENTES: " TOTAL-DURMIENTES
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           MOVE SPACES TO INA-LINE.
           STRING "TARJETAS MARCADAS COMO DURMIENTES: " TOTAL-MARCADAS
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           MOVE SPACES TO INA-LINE.
           STRING "TARJETAS QUE CONSERVAN OTRO ESTADO: "
               TOTAL-OTRO-ESTADO
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           MOVE SPACES TO INA-LINE.
           STRING "TARJETAS QUE NO SE HAN PODIDO MARCAR: " TOTAL-ERRORES
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           MOVE SPACES TO INA-LINE.
           STRING "CARTAS DE AVISO DE INACTIVIDAD: "
               TOTAL-CARTAS-INACTIVA
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           MOVE SPACES TO INA-LINE.
           STRING "CARTAS DE CUENTA DURMIENTE: " TOTAL-CARTAS-DURMIENTE
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           MOVE SPACES TO INA-LINE.
           STRING "CUENTAS SIN FICHA DE CLIENTE: " TOTAL-SIN-CLIENTE
               DELIMITED BY SIZE INTO INA-LINE.
           WRITE INA-LINE.

           CLOSE F-INACTIVIDAD.

           DISPLAY "BANKDOR: cuentas inactivas " TOTAL-INACTIVAS.
           DISPLAY "BANKDOR: cuentas durmientes " TOTAL-DURMIENTES.
           DISPLAY "BANKDOR: tarjetas marcadas " TOTAL-MARCADAS.
           GOBACK.


      *    Anade a auditoria.txt el cambio descrito en AUDITORIA-*,
      *    a nombre del propio batch y con la fecha y hora del
      *    momento. La accion se deduce de las imagenes: sin imagen
      *    de antes es un alta, sin imagen de despues una baja. El
      *    cambio ya esta grabado cuando se llega aqui, asi que si el
      *    registro no se puede abrir solo se avisa por consola.
       ANOTAR-AUDITORIA.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           OPEN EXTEND F-AUDITORIA.
           IF FSAUD = 35
               OPEN OUTPUT F-AUDITORIA
               CLOSE F-AUDITORIA
               OPEN EXTEND F-AUDITORIA
           END-IF.
           IF FSAUD NOT = 00 AND FSAUD NOT = 05
               DISPLAY "ATENCION: no se ha podido anotar el cambio "
                   "en auditoria.txt"
               GO TO ANOTAR-AUDITORIA-EXIT.

           MOVE SPACES TO AUDITORIA-REG.
           MOVE ANO TO AUD-ANO.
           MOVE MES TO AUD-MES.
           MOVE DIA TO AUD-DIA.
           MOVE HORAS TO AUD-HOR.
           MOVE MINUTOS TO AUD-MIN.
           MOVE SEGUNDOS TO AUD-SEG.
           MOVE "BANKDOR" TO AUD-OPERADOR.
           MOVE "BANKDOR" TO AUD-PROGRAMA.
           MOVE AUDITORIA-FICHERO TO AUD-FICHERO.
           MOVE "M" TO AUD-ACCION.
           IF AUDITORIA-ANTES = SPACES
               MOVE "A" TO AUD-ACCION.
           IF AUDITORIA-DESPUES = SPACES
               MOVE "B" TO AUD-ACCION.
           MOVE AUDITORIA-CLAVE TO AUD-CLAVE.
           MOVE AUDITORIA-ANTES TO AUD-ANTES.
           MOVE AUDITORIA-DESPUES TO AUD-DESPUES.
           WRITE AUDITORIA-REG.

           CLOSE F-AUDITORIA.
       ANOTAR-AUDITORIA-EXIT.
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
