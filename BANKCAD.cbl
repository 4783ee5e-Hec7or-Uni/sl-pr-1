           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCAD.

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
       FD TARJETAS
           VALUE OF FILE-ID IS "../data/caducidad.txt".
       01 CAD-LINE                  PIC X(100).

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
       77 FST                       PIC X(2).
       77 FSCAD                     PIC X(2).
       77 FSALE                     PIC X(2).
       77 FSPAR                     PIC X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
           05 DIF-GMT               PIC  S9(4).

      *    Numero de dias de antelacion con el que una tarjeta entra en
      *    el listado de reemisos: el valor vigente de DIAS-AVISO en
      *    parametros.ubd, o el de siempre (DIAS-AVISO-DEF) si no hay
      *    ninguno vigente.
       77 DIAS-AVISO                PIC 9(4).
       77 DIAS-AVISO-DEF            PIC 9(4) VALUE 30.

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

      *    El sistema no hace aritmetica de fechas exacta en ningun
      *    sitio; para comparar "dentro de N dias" basta un numero de
       77 TOTAL-TARJETAS            PIC 9(7) VALUE 0.
       77 TOTAL-REEMISOS            PIC 9(7) VALUE 0.

      *    Entrada de ANOTAR-ALERTA: tipo de aviso, tarjeta, importe
      *    (cero si el aviso no lleva) y detalle del mensaje.
       77 ALERTA-TIPO               PIC X(02).
       77 ALERTA-TARJETA            PIC 9(16).
       77 ALERTA-IMPORTE-ENT        PIC 9(7).
       77 ALERTA-IMPORTE-DEC        PIC 9(2).
       77 ALERTA-DETALLE            PIC X(30).

       PROCEDURE DIVISION.
      * Listado nocturno de tarjetas que caducan dentro de
      * DIAS-AVISO dias, o que no tienen fecha de caducidad registrada,
      * para generar el albaran de reemision.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               DISPLAY "BANKCAD: no se ha podido abrir tarjetas.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-CADUCIDAD.
           IF FSCAD NOT = 00
               DISPLAY "BANKCAD: no se ha podido abrir el informe"
               CLOSE TARJETAS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           COMPUTE PARAMETRO-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE "DIAS-AVISO" TO PARAMETRO-NOMBRE.
           MOVE 0 TO PARAMETRO-TARJETA.
           MOVE DIAS-AVISO-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO DIAS-AVISO.

           COMPUTE ORDEN-HOY = (ANO * 372) + (MES * 31) + DIA.
           COMPUTE ORDEN-LIMITE = ORDEN-HOY + DIAS-AVISO.

               PERFORM REGISTRAR-REEMISO THRU REGISTRAR-REEMISO-EXIT
           END-IF.

      *    El titular recibe un solo aviso de caducidad: la noche en
      *    que a su tarjeta le quedan exactamente DIAS-AVISO dias, que
      *    es cuando entra en el listado de reemisos.
           IF ORDEN-CAD = ORDEN-LIMITE
               MOVE "CD" TO ALERTA-TIPO
               MOVE TNUM TO ALERTA-TARJETA
               MOVE 0 TO ALERTA-IMPORTE-ENT
               MOVE 0 TO ALERTA-IMPORTE-DEC
               MOVE SPACES TO ALERTA-DETALLE
               STRING TCAD-DIA "/" TCAD-MES "/" TCAD-ANO
                   DELIMITED BY SIZE INTO ALERTA-DETALLE
               PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-EXIT
           END-IF.

           GO TO LEER-SIGUIENTE.

       REGISTRAR-REEMISO.
           WRITE CAD-LINE.

           CLOSE F-CADUCIDAD.
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
           MOVE "BANKCAD" TO ALE-PROGRAMA.
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
