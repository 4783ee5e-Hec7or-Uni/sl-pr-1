           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSCNT.

           SELECT OPTIONAL F-MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMAN.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CLAVE
           FILE STATUS IS FSPAR.


       DATA DIVISION.
       FILE SECTION.
      *    Maestro de recibos domiciliados que cobra BANKCOB cada
      *    noche. REC-ESTADO = "P" pendiente, "C" cobrado, "D"
      *    devuelto por el cliente dentro del plazo legal, "I"
      *    impagado por falta de fondos o rechazado por falta de
      *    mandato. REC-MOTIVO, la fecha de
      *    devolucion y REC-COMUNICADO los usa BANKCOB para comunicar
      *    a cada emisor sus impagados y devoluciones.
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
           02 CNT-NOMBRE           PIC  X(08).
           02 CNT-VALOR            PIC  9(35).

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
       77 FSR                       PIC  X(2).
       77 FSM                       PIC  X(2).
       77 FSS                       PIC  X(2).
       77 FSEST                     PIC  X(2).
       77 FSCNT                     PIC  X(2).
       77 FSMAN                     PIC  X(2).
       77 FSPAR                     PIC  X(2).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       77 PRESSED-KEY               PIC  9(4).

      *    Segundos de inactividad en esta pantalla tras los que se da
      *    la sesion por abandonada y se expulsa la tarjeta: el valor
      *    vigente de SESION-TIMEOUT-SEG en parametros.ubd, o el de
      *    siempre (SESION-TIMEOUT-DEF) si no hay ninguno vigente.
       77 SESION-TIMEOUT-SEG        PIC  9(4).
       77 SESION-TIMEOUT-DEF        PIC  9(4) VALUE 90.

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

      *    Dias naturales desde el cobro durante los que el titular
      *    puede devolver un recibo desde el cajero (el plazo legal de
      *    devolucion), que fija la normativa y no el banco; por eso es
      *    una constante y no un valor de parametros.ubd. La comparacion
      *    de fechas usa el mismo numero de orden aproximado (meses de
      *    31 dias) que BANKCAD.
       77 PLAZO-DEVOLUCION-DIAS     PIC  9(3) VALUE 56.
       77 ORDEN-HOY                 PIC  9(7).
       77 ORDEN-COBRO               PIC  9(7).

       77 FILA-USUARIO              PIC  9(2).

      *    Fecha y marca de la fila en pantalla: la fecha de cobro de
      *    los recibos cobrados, o la fecha en que BANKCOB dio por
      *    impagado el recibo, que se marca como tal.
       77 ANO-FILA                  PIC  9(4).
       77 MES-FILA                  PIC  9(2).
       77 DIA-FILA                  PIC  9(2).
       77 MARCA-FILA                PIC  X(08).

       77 OPCION-MENU               PIC  9(1).

      *    Mandatos de la cuenta mostrados en pantalla, con la misma
      *    paginacion que los recibos: la pagina siguiente arranca en
      *    el primer emisor mayor que el ultimo mostrado.
       01 TABLA-MANDATOS.
           05 MANDATOS-EN-PANTALLA  PIC  X(30) OCCURS 15 TIMES.
       77 EMISOR-ARRANQUE           PIC  X(30) VALUE SPACES.
       77 ESTADO-MANDATO-FILA       PIC  X(08).
       77 MAXIMO-FILA               PIC  X(10).
       77 MAXIMO-ENT-EDIT           PIC  Z(6)9.

       77 TARJETA-BUSCADA           PIC  9(16).
       77 SALDO-ACTUAL-CENT         PIC S9(11).
       77 SALDO-NUEVO-CENT          PIC S9(11).
       77 TERMINAL-CAJERO           PIC  X(08).

      *    Reintentos de apertura del contador compartido cuando otro
      *    terminal lo retiene en pleno reparto. Es un ajuste tecnico
      *    del reparto de numeros, no una regla de negocio, y por eso se
      *    fija como constante y no en parametros.ubd. Agotados los
      *    reintentos, el posteo en curso se rechaza en vez de
      *    arriesgarse a repartir un numero repetido.
       77 REINTENTOS-CONTADOR       PIC 9(3) VALUE 200.
       77 INTENTOS-CONTADOR         PIC 9(3).
       77 CONTADOR-AGOTADO          PIC 9(1).
           05 FILA-SEP-1 LINE LINEA-FILA-ACTUAL COL 05
               PIC A FROM "-".
           05 FILA-FECHA-ANO LINE LINEA-FILA-ACTUAL COL 07
               PIC 9(4) FROM ANO-FILA.
           05 FILA-SEP-2 LINE LINEA-FILA-ACTUAL COL 11
               PIC A FROM "-".
           05 FILA-FECHA-MES LINE LINEA-FILA-ACTUAL COL 12
               PIC 99 FROM MES-FILA.
           05 FILA-SEP-3 LINE LINEA-FILA-ACTUAL COL 14
               PIC A FROM "-".
           05 FILA-FECHA-DIA LINE LINEA-FILA-ACTUAL COL 15
               PIC 99 FROM DIA-FILA.
           05 FILA-SEP-4 LINE LINEA-FILA-ACTUAL COL 18
               PIC A FROM "|".
           05 FILA-EMISOR LINE LINEA-FILA-ACTUAL COL 20
               PIC A FROM ",".
           05 FILA-IMPORTE-DEC LINE LINEA-FILA-ACTUAL COL 56
               PIC 99 FROM REC-IMPORTE-DEC.
           05 FILA-MARCA LINE LINEA-FILA-ACTUAL COL 60
               PIC X(08) FROM MARCA-FILA
               FOREGROUND-COLOR IS RED.

       01 FILA-MANDATO.
           05 MAN-FILA-NUM LINE LINEA-FILA-ACTUAL COL 02
               PIC Z9 FROM CONTADOR.
           05 MAN-FILA-SEP-1 LINE LINEA-FILA-ACTUAL COL 05
               PIC A FROM "-".
           05 MAN-FILA-EMISOR LINE LINEA-FILA-ACTUAL COL 07
               PIC X(25) FROM MAN-EMISOR.
           05 MAN-FILA-SEP-2 LINE LINEA-FILA-ACTUAL COL 33
               PIC A FROM "|".
           05 MAN-FILA-DIA LINE LINEA-FILA-ACTUAL COL 35
               PIC 99 FROM MAN-DIA-FIRMA.
           05 MAN-FILA-SEP-3 LINE LINEA-FILA-ACTUAL COL 37
               PIC A FROM "-".
           05 MAN-FILA-MES LINE LINEA-FILA-ACTUAL COL 38
               PIC 99 FROM MAN-MES-FIRMA.
           05 MAN-FILA-SEP-4 LINE LINEA-FILA-ACTUAL COL 40
               PIC A FROM "-".
           05 MAN-FILA-ANO LINE LINEA-FILA-ACTUAL COL 41
               PIC 9(4) FROM MAN-ANO-FIRMA.
           05 MAN-FILA-SEP-5 LINE LINEA-FILA-ACTUAL COL 46
               PIC A FROM "|".
           05 MAN-FILA-MAXIMO LINE LINEA-FILA-ACTUAL COL 48
               PIC X(10) FROM MAXIMO-FILA.
           05 MAN-FILA-SEP-6 LINE LINEA-FILA-ACTUAL COL 59
               PIC A FROM "|".
           05 MAN-FILA-ESTADO LINE LINEA-FILA-ACTUAL COL 61
               PIC X(08) FROM ESTADO-MANDATO-FILA.

       PROCEDURE DIVISION USING TNUM-L SESION-EXPIRADA-L.
       IMPRIMIR-CABECERA.
               WITH BACKGROUND-COLOR IS WHITE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CARGAR-PARAMETROS THRU CARGAR-PARAMETROS-EXIT.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

      *    Desde aqui el titular revisa sus recibos o los mandatos con
      *    los que ha autorizado a cada emisor a domiciliarle recibos.
       PMENU-RECIBOS.
           DISPLAY "Recibos domiciliados" LINE 6 COL 30.
           DISPLAY "1 - Recibos cobrados e impagados" LINE 8 COL 15.
           DISPLAY "2 - Mandatos de domiciliacion" LINE 9 COL 15.
           DISPLAY "ESC - Salir" LINE 24 COL 34.

       PMENU-RECIBOS-ACCEPT.
           ACCEPT OPCION-MENU LINE 24 COL 79
               WITH TIME-OUT SESION-TIMEOUT-SEG ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   IF TIMEOUT-EXPIRED
                       MOVE 1 TO SESION-EXPIRADA-L
                       EXIT PROGRAM
                   ELSE
                       GO TO PMENU-RECIBOS-ACCEPT.

           IF OPCION-MENU = 2
               GO TO PMANDATOS.
           IF OPCION-MENU NOT = 1
               GO TO PMENU-RECIBOS-ACCEPT.

      *    Muestra los recibos domiciliados ya cobrados en la cuenta,
      *    para que el titular pueda revisarlos y devolver uno dentro
      *    del plazo legal, y los impagados, marcados, para que sepa
      *    que el emisor no ha cobrado. Los pendientes de cobro no se
      *    listan: aun no han tocado el saldo y no hay nada que
      *    devolver.
       PLISTAR.
           MOVE TNUM-L TO TARJETA-RESOLVER.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-EXIT.
                   AND REC-TARJETA NOT = CUENTA-OPERACION
               GO TO LISTAR-SIGUIENTE.

           IF REC-ESTADO NOT = "C" AND REC-ESTADO NOT = "I"
               GO TO LISTAR-SIGUIENTE.

      *    Pantalla llena: se recuerda que quedan mas recibos para
               MOVE 0 TO REC-NUM-ARRANQUE
               GO TO PLISTAR-PAGINA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Recibos domiciliados" LINE 6 COL 30.
           PERFORM MOSTRAR-TABLA THRU MOSTRAR-TABLA-EXIT.

           DISPLAY "Fila a devolver:" LINE 24 COL 20.
               CLOSE F-RECIBOS
               GO TO PSYS-ERR.

      *    Un impagado no llego a cargarse: no hay nada que devolver.
           IF REC-ESTADO = "I"
               CLOSE F-RECIBOS
               GO TO PIMPAGADO-ERR.

      *    El plazo legal de devolucion se comprueba contra la fecha
      *    de cobro del recibo; pasado el plazo, la devolucion ya solo
      *    puede tramitarse en sucursal.
               THRU ACTUALIZAR-SALDO-MAESTRO-EXIT.

           MOVE "D" TO REC-ESTADO.
           MOVE "MD06" TO REC-MOTIVO.
           MOVE ANO TO REC-ANO-DEVOL.
           MOVE MES TO REC-MES-DEVOL.
           MOVE DIA TO REC-DIA-DEVOL.
           MOVE "N" TO REC-COMUNICADO.
           REWRITE RECIBO-REG INVALID KEY
               CLOSE F-RECIBOS
               GO TO PSYS-ERR.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *    Lista los mandatos de la cuenta, activos y revocados, para
      *    que el titular vea a quien ha autorizado; elegir una fila
      *    revoca ese mandato, y BANKCOB rechazara desde esa noche los
      *    recibos de ese emisor.
       PMANDATOS.
           MOVE TNUM-L TO TARJETA-RESOLVER.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-EXIT.
           MOVE CUENTA-RESUELTA TO CUENTA-OPERACION.

           MOVE SPACES TO EMISOR-ARRANQUE.

       PMANDATOS-PAGINA.
           MOVE 0 TO FILAS-EN-PANTALLA.
           MOVE 0 TO HAY-MAS-FILAS.

           OPEN I-O F-MANDATOS.
           IF FSMAN = 35
               GO TO PSIN-MANDATOS.
           IF FSMAN NOT = 00 AND FSMAN NOT = 05
               GO TO PSYS-ERR.

           MOVE CUENTA-OPERACION TO MAN-CUENTA.
           MOVE EMISOR-ARRANQUE TO MAN-EMISOR.
           START F-MANDATOS KEY IS GREATER THAN MAN-CLAVE
               INVALID KEY GO TO FIN-MANDATOS.

       MANDATOS-SIGUIENTE.
           READ F-MANDATOS NEXT RECORD
               AT END GO TO FIN-MANDATOS.

           IF MAN-CUENTA NOT = CUENTA-OPERACION
               GO TO FIN-MANDATOS.

           IF FILAS-EN-PANTALLA = 15
               MOVE 1 TO HAY-MAS-FILAS
               GO TO FIN-MANDATOS.

           ADD 1 TO FILAS-EN-PANTALLA.
           MOVE MAN-EMISOR TO MANDATOS-EN-PANTALLA(FILAS-EN-PANTALLA).

           GO TO MANDATOS-SIGUIENTE.

       FIN-MANDATOS.
           IF FILAS-EN-PANTALLA = 0 AND EMISOR-ARRANQUE = SPACES
               CLOSE F-MANDATOS
               GO TO PSIN-MANDATOS.

           IF FILAS-EN-PANTALLA = 0
               CLOSE F-MANDATOS
               MOVE SPACES TO EMISOR-ARRANQUE
               GO TO PMANDATOS-PAGINA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Mandatos de domiciliacion" LINE 6 COL 27.
           DISPLAY "EMISOR" LINE 7 COL 7.
           DISPLAY "FIRMA" LINE 7 COL 35.
           DISPLAY "MAXIMO" LINE 7 COL 48.
           DISPLAY "ESTADO" LINE 7 COL 61.
           PERFORM MOSTRAR-MANDATOS THRU MOSTRAR-MANDATOS-EXIT.

           DISPLAY "Fila a revocar:" LINE 24 COL 21.
           DISPLAY "Enter - Aceptar" LINE 23 COL 02.
           IF HAY-MAS-FILAS = 1
               DISPLAY "PgDn - Mas" LINE 23 COL 35.
           DISPLAY "ESC - Salir" LINE 23 COL 65.

           INITIALIZE FILA-USUARIO.
           ACCEPT FILA-ACCEPT WITH TIME-OUT SESION-TIMEOUT-SEG
               ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-MANDATOS
                   EXIT PROGRAM
               ELSE
                   IF PGDN-PRESSED AND HAY-MAS-FILAS = 1
                       CLOSE F-MANDATOS
                       MOVE MANDATOS-EN-PANTALLA(FILAS-EN-PANTALLA)
                           TO EMISOR-ARRANQUE
                       GO TO PMANDATOS-PAGINA
                   ELSE
                       IF TIMEOUT-EXPIRED
                           CLOSE F-MANDATOS
                           MOVE 1 TO SESION-EXPIRADA-L
                           EXIT PROGRAM
                       ELSE
                           GO TO FIN-MANDATOS.

           IF FILA-USUARIO < 1 OR FILA-USUARIO > FILAS-EN-PANTALLA
               GO TO FIN-MANDATOS.

           MOVE CUENTA-OPERACION TO MAN-CUENTA.
           MOVE MANDATOS-EN-PANTALLA(FILA-USUARIO) TO MAN-EMISOR.
           READ F-MANDATOS INVALID KEY
               CLOSE F-MANDATOS
               GO TO PSYS-ERR.

       PREVOCAR.
           PERFORM LEER-ESTADO-TARJETA
               THRU LEER-ESTADO-TARJETA-EXIT.
           IF TARJETA-BLOQUEADA = 1
               CLOSE F-MANDATOS
               GO TO PBLOQUEADA-ERR.

           IF MAN-ESTADO NOT = "A"
               CLOSE F-MANDATOS
               GO TO PREVOCADO-ERR.

           MOVE "R" TO MAN-ESTADO.
           MOVE ANO TO MAN-ANO-REVOCACION.
           MOVE MES TO MAN-MES-REVOCACION.
           MOVE DIA TO MAN-DIA-REVOCACION.
           REWRITE MANDATO-REG INVALID KEY
               CLOSE F-MANDATOS
               GO TO PSYS-ERR.

           CLOSE F-MANDATOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Mandato revocado correctamente" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS GREEN.
           DISPLAY "No se cobraran mas recibos de ese emisor"
               LINE 11 COL 20.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

      *    Muestra una fila por mandato de la pagina. Requiere
      *    F-MANDATOS abierto.
       MOSTRAR-MANDATOS.
           MOVE 8 TO LINEA-FILA-ACTUAL.
           MOVE 1 TO CONTADOR.

       MOSTRAR-MANDATOS-FILA.
           IF CONTADOR > FILAS-EN-PANTALLA
               GO TO MOSTRAR-MANDATOS-EXIT.

           MOVE CUENTA-OPERACION TO MAN-CUENTA.
           MOVE MANDATOS-EN-PANTALLA(CONTADOR) TO MAN-EMISOR.
           READ F-MANDATOS INVALID KEY
               CLOSE F-MANDATOS
               GO TO PSYS-ERR.

           IF MAN-ESTADO = "A"
               MOVE "ACTIVO" TO ESTADO-MANDATO-FILA
           ELSE
               MOVE "REVOCADO" TO ESTADO-MANDATO-FILA
           END-IF.

           IF MAN-MAXIMO-ENT = 0 AND MAN-MAXIMO-DEC = 0
               MOVE "SIN MAXIMO" TO MAXIMO-FILA
           ELSE
               MOVE MAN-MAXIMO-ENT TO MAXIMO-ENT-EDIT
               MOVE SPACES TO MAXIMO-FILA
               STRING MAXIMO-ENT-EDIT "," MAN-MAXIMO-DEC
                   DELIMITED BY SIZE INTO MAXIMO-FILA
           END-IF.

           DISPLAY FILA-MANDATO.
           ADD 1 TO LINEA-FILA-ACTUAL.
           ADD 1 TO CONTADOR.
           GO TO MOSTRAR-MANDATOS-FILA.

       MOSTRAR-MANDATOS-EXIT.
           EXIT.

       MOSTRAR-TABLA.
           MOVE 8 TO LINEA-FILA-ACTUAL.
           MOVE 1 TO CONTADOR.
           PERFORM FILAS-EN-PANTALLA TIMES
               MOVE REGISTROS-EN-PANTALLA(CONTADOR) TO REC-NUM
               READ F-RECIBOS INVALID KEY GO TO PSYS-ERR
               PERFORM PREPARAR-FILA THRU PREPARAR-FILA-EXIT
               DISPLAY FILA-RECIBO
               ADD 1 TO LINEA-FILA-ACTUAL
               ADD 1 TO CONTADOR
       MOSTRAR-TABLA-EXIT.
           EXIT.

       PREPARAR-FILA.
           IF REC-ESTADO = "I"
               MOVE REC-ANO-DEVOL TO ANO-FILA
               MOVE REC-MES-DEVOL TO MES-FILA
               MOVE REC-DIA-DEVOL TO DIA-FILA
               MOVE "IMPAGADO" TO MARCA-FILA
           ELSE
               MOVE REC-ANO-COBRO TO ANO-FILA
               MOVE REC-MES-COBRO TO MES-FILA
               MOVE REC-DIA-COBRO TO DIA-FILA
               MOVE SPACES TO MARCA-FILA
           END-IF.
       PREPARAR-FILA-EXIT.
           EXIT.

      * Descompone un saldo en centimos (con signo) en MOV-SALDOPOS-ENT
      * (con signo) y MOV-SALDOPOS-DEC (sin signo), igual que el resto
      * del sistema representa los importes.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No tiene recibos domiciliados cobrados"
               LINE 9 COL 20.
           DISPLAY "ni impagados" LINE 10 COL 34.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSIN-MANDATOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No tiene mandatos de domiciliacion"
               LINE 9 COL 23.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PREVOCADO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese mandato ya esta revocado" LINE 9 COL 26
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Para reactivarlo acuda a una sucursal"
               LINE 11 COL 21
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PIMPAGADO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese recibo quedo impagado y no se cargo"
               LINE 9 COL 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "en su cuenta: no hay nada que devolver"
               LINE 10 COL 21
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
                   EXIT PROGRAM
               ELSE
                   GO TO EXIT-ENTER.

      *    Toma de parametros.ubd los valores vigentes hoy para este
      *    programa; el que no tenga ninguno vigente conserva el valor
      *    de siempre.
       CARGAR-PARAMETROS.
           COMPUTE PARAMETRO-FECHA = (ANO * 10000) + (MES * 100) + DIA.

           MOVE "SESION-TIMEOUT-SEG" TO PARAMETRO-NOMBRE.
           MOVE 0 TO PARAMETRO-TARJETA.
           MOVE SESION-TIMEOUT-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO SESION-TIMEOUT-SEG.

       CARGAR-PARAMETROS-EXIT.
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
