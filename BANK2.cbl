           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSS.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CLAVE
           FILE STATUS IS FSPAR.


       DATA DIVISION.
       FILE SECTION.
           02 SAL-SALDO-DEC        PIC  9(2).
           02 SAL-SIGNO            PIC  X(01).

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
       77 FSM                       PIC  X(2).
       77 FSTR                      PIC  X(2).
       77 FSC                       PIC  X(2).
       77 FSV                       PIC  X(2).
       77 FSS                       PIC  X(2).
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

       77 FECHA-ACTUAL-NUM          PIC 9(8).
       77 FECHA-ULT-EJEC-NUM        PIC 9(8).
      *    Dias naturales que un ingreso en efectivo tarda en contar
      *    en el saldo disponible (el dia del ingreso y el siguiente),
      *    por si hay que revertirlo antes de que el cliente lo haya
      *    gastado: el valor vigente de RETENCION-INGRESOS-DIAS en
      *    parametros.ubd (la excepcion de la tarjeta si la tiene), o
      *    el de siempre (RETENCION-INGRESOS-DEF) si no hay ninguno
      *    vigente. La comparacion de fechas usa el mismo numero de
      *    orden aproximado (meses de 31 dias) que BANKCAD.
       77 RETENCION-INGRESOS-DIAS   PIC  9(2).
       77 RETENCION-INGRESOS-DEF    PIC  9(2) VALUE 2.
       77 RETENIDO-CENT             PIC S9(11) VALUE 0.
       77 CENT-INGRESO              PIC S9(9).
       77 ORDEN-HOY                 PIC  9(7).
               WITH BACKGROUND-COLOR IS WHITE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CARGAR-PARAMETROS THRU CARGAR-PARAMETROS-EXIT.
           COMPUTE FECHA-ACTUAL-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY DIA LINE 4 COL 32.
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO PSALDO-FIN.

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

           MOVE "RETENCION-INGRESOS-DIAS" TO PARAMETRO-NOMBRE.
           MOVE TNUM-L TO PARAMETRO-TARJETA.
           MOVE RETENCION-INGRESOS-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO RETENCION-INGRESOS-DIAS.

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
