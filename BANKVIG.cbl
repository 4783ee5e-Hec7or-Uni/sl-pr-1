           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSVIG.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CLAVE
           FILE STATUS IS FSPAR.

       DATA DIVISION.
       FILE SECTION.
      *    Historico de PIN fallidos que anexan BANK1 y BANK9. El
           VALUE OF FILE-ID IS "../data/vigilancia.txt".
       01 VIG-LINE                  PIC X(100).

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
       77 FSLOG                     PIC X(2).
       77 FSVIG                     PIC X(2).
       77 FSPAR                     PIC X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
      *    Umbral de fallos que agota los intentos de una tarjeta en
      *    un dia (los mismos 3 intentos que reponen BANK1/BANKADM) y
      *    numero de dias con bloqueo a partir del cual la tarjeta
      *    pasa a la lista de vigilancia: los valores vigentes de
      *    FALLOS-BLOQUEO y DIAS-VIGILANCIA en parametros.ubd, o los
      *    de siempre (*-DEF) si no hay ninguno vigente.
       77 FALLOS-BLOQUEO            PIC 9(1).
       77 FALLOS-BLOQUEO-DEF        PIC 9(1) VALUE 3.
       77 DIAS-VIGILANCIA           PIC 9(2).
       77 DIAS-VIGILANCIA-DEF       PIC 9(2) VALUE 2.

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

      *    Acumulado por tarjeta a lo largo de todo el historico. El
      *    log se escribe en orden cronologico, asi que basta guardar
      * titular torpe, es un patron a revisar por fraude. IINTENTOS en
      * intentos.ubd solo guarda la cuenta atras actual; la memoria
      * entre bloqueos esta unicamente en este log.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           OPEN INPUT INTENTOSLOG.
           IF FSLOG = 35
               DISPLAY "BANKVIG: no hay historico de intentos"
               GOBACK
           END-IF.
           IF FSLOG NOT = 00 AND FSLOG NOT = 05
               DISPLAY "BANKVIG: no se ha podido abrir el historico"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-VIGILANCIA.
           IF FSVIG NOT = 00
               DISPLAY "BANKVIG: no se ha podido abrir el informe"
               CLOSE INTENTOSLOG
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           COMPUTE PARAMETRO-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE "FALLOS-BLOQUEO" TO PARAMETRO-NOMBRE.
           MOVE 0 TO PARAMETRO-TARJETA.
           MOVE FALLOS-BLOQUEO-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO FALLOS-BLOQUEO.

           MOVE "DIAS-VIGILANCIA" TO PARAMETRO-NOMBRE.
           MOVE 0 TO PARAMETRO-TARJETA.
           MOVE DIAS-VIGILANCIA-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO DIAS-VIGILANCIA.

           MOVE SPACES TO VIG-LINE.
           STRING "LISTA DE VIGILANCIA DE TARJETAS "
               ANO "-" MES "-" DIA

           DISPLAY "BANKVIG: lineas analizadas " TOTAL-LINEAS.
           DISPLAY "BANKVIG: tarjetas en vigilancia " TOTAL-VIGILADAS.
           GOBACK.

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
