           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSCNT.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CLAVE
           FILE STATUS IS FSPAR.


       DATA DIVISION.
       FILE SECTION.
      *    hacia cuentas de otros bancos, que no se postean en local.
      *    El posteo nocturno BANKEXT carga el origen, las marca
      *    enviadas (ENV-ESTADO "P" pendiente, "E" enviada) y las
      *    vuelca al fichero de intercambio de la camara; BANKIMP
      *    marca "D" devuelta la que la camara devuelve y reabona el
      *    origen. BANKCIE marca "C" anulada la que sigue pendiente
      *    cuando se cancela la cuenta de origen.
       FD F-ENVIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/interenv.ubd".
           02 ENV-MES-ENVIO        PIC  9(2).
           02 ENV-DIA-ENVIO        PIC  9(2).
           02 ENV-MOV-CARGO        PIC  9(35).
      *    Devolucion de la orden por la camara (ENV-ESTADO "D"):
      *    motivo recibido, fecha y movimiento de reabono en origen.
           02 ENV-MOTIVO-DEVOL     PIC  X(04).
           02 ENV-ANO-DEVOL        PIC  9(4).
           02 ENV-MES-DEVOL        PIC  9(2).
           02 ENV-DIA-DEVOL        PIC  9(2).
           02 ENV-MOV-DEVOL        PIC  9(35).

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
       77 FST                       PIC  X(2).
       77 FSTR                      PIC  X(2).
       77 FSENV                     PIC  X(2).
       77 FSEST                     PIC  X(2).
       77 FSCNT                     PIC  X(2).
       77 FSPAR                     PIC  X(2).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.

      *    Hora a partir de la cual una transferencia se considera
      *    ordenada fuera de la ventana de liquidacion del dia y pasa a
      *    fecharse al dia siguiente en vez de hoy mismo: el valor
      *    vigente de HORA-CORTE-TRANSFERENCIAS en parametros.ubd, o
      *    el de siempre (HORA-CORTE-DEF) si no hay ninguno vigente.
       77 HORA-CORTE-TRANSFERENCIAS PIC  9(2).
       77 HORA-CORTE-DEF            PIC  9(2) VALUE 20.

       77 TR-DESTINO-USUARIO        PIC  9(16).
       77 IMPORTE-ENT-USUARIO       PIC  9(7).
       77 EXISTE-CONTADOR           PIC  9(1).

      *    Reintentos de apertura del contador compartido cuando otro
      *    terminal lo retiene en pleno reparto. Es un ajuste tecnico
      *    del reparto de numeros, no una regla de negocio, y por eso se
      *    fija como constante y no en parametros.ubd. Agotados los
      *    reintentos, la orden en curso se rechaza en vez de
      *    arriesgarse a repartir un numero repetido.
       77 REINTENTOS-CONTADOR       PIC  9(3) VALUE 200.
       77 INTENTOS-CONTADOR         PIC  9(3).
       77 CONTADOR-AGOTADO          PIC  9(1).
      *    de tocar nada.
       77 TARJETA-BLOQUEADA         PIC  9(1).

      *    Entrada y salida de LEER-ESTADO-TARJETA: la tarjeta que se
      *    consulta y su EST-ESTADO ("A" si no tiene registro).
       77 TARJETA-CONSULTADA        PIC  9(16).
       77 ESTADO-CONSULTADO         PIC  X(01).

      *    Moneda de la tarjeta origen; el importe tecleado se entiende
      *    siempre en la moneda en la que opera la cuenta del ordenante.
       77 MONEDA-ORIGEN             PIC  X(03).
       77 CUENTA-DESTINO            PIC  9(16).

      *    Importe a partir del cual se exige reintroducir el PIN antes
      *    de completar la transferencia: el valor vigente de
      *    UMBRAL-CONFIRMACION en parametros.ubd (la excepcion de la
      *    tarjeta si la tiene), o el de siempre si no hay ninguno.
       77 UMBRAL-CONFIRMACION-ENT   PIC  9(7).
       77 UMBRAL-CONFIRMACION-DEC   PIC  9(2).
       77 UMBRAL-CONFIRMACION-DEF-ENT PIC 9(7) VALUE 200.
       77 UMBRAL-CONFIRMACION-DEF-DEC PIC 9(2) VALUE 0.
       77 CENT-IMPORTE-TR           PIC S9(9).
       77 CENT-UMBRAL-CONFIRMACION  PIC S9(9).
       77 PIN-CONFIRMACION-USUARIO  PIC  9(4).
       77 PIN-CIFRADO               PIC  9(4).

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

       LINKAGE SECTION.
       77 TNUM-L                    PIC  9(16).
               WITH BACKGROUND-COLOR IS WHITE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CARGAR-PARAMETROS THRU CARGAR-PARAMETROS-EXIT.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
      *    rechaza: se trata como cuenta de otro banco y la orden sale
      *    por la camara de compensacion en vez de postearse en local.
       PVALIDAR-DESTINO.
           MOVE TNUM-L TO TARJETA-CONSULTADA.
           PERFORM LEER-ESTADO-TARJETA
               THRU LEER-ESTADO-TARJETA-EXIT.
           IF TARJETA-BLOQUEADA = 1
               GO TO PBLOQUEADA-ERR.

      *    Una cuenta destino cancelada en la sucursal (BANKCIE) ya
      *    se liquido y no puede recibir nada: el dinero quedaria
      *    atrapado en ella. Como en BANKIMP, el destino se rechaza
      *    antes de tocar nada. Un destino perdido, robado, bloqueado
      *    o durmiente conserva su cuenta y si recibe la orden.
           MOVE TR-DESTINO-USUARIO TO TARJETA-CONSULTADA.
           PERFORM LEER-ESTADO-TARJETA
               THRU LEER-ESTADO-TARJETA-EXIT.
           IF ESTADO-CONSULTADO = "C"
               GO TO PDESTINO-CANCELADO-ERR.

           MOVE 0 TO DESTINO-EXTERNO.

           OPEN INPUT TARJETAS.
           MOVE 0 TO ENV-MES-ENVIO.
           MOVE 0 TO ENV-DIA-ENVIO.
           MOVE 0 TO ENV-MOV-CARGO.
           MOVE SPACES TO ENV-MOTIVO-DEVOL.
           MOVE 0 TO ENV-ANO-DEVOL.
           MOVE 0 TO ENV-MES-DEVOL.
           MOVE 0 TO ENV-DIA-DEVOL.
           MOVE 0 TO ENV-MOV-DEVOL.

           WRITE ENVIO-REG INVALID KEY GO TO PSYS-ERR.

           EXIT.

      *    Consulta en estados.ubd el estado operativo de la tarjeta
      *    TARJETA-CONSULTADA y lo deja en ESTADO-CONSULTADO: con
      *    registro distinto de "A" (perdida, robada, bloqueada por
      *    la sucursal, cancelada o durmiente) TARJETA-BLOQUEADA queda
      *    a 1. Sin registro, o sin el propio fichero, la tarjeta esta
      *    activa, como siempre.
       LEER-ESTADO-TARJETA.
           MOVE 0 TO TARJETA-BLOQUEADA.
           MOVE "A" TO ESTADO-CONSULTADO.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; se sigue con la lectura, que no
           IF FSEST NOT = 00 AND FSEST NOT = 05
               GO TO LEER-ESTADO-TARJETA-EXIT.

           MOVE TARJETA-CONSULTADA TO EST-TARJETA.
           READ F-ESTADOS INVALID KEY
               CLOSE F-ESTADOS
               GO TO LEER-ESTADO-TARJETA-EXIT.

           MOVE EST-ESTADO TO ESTADO-CONSULTADO.
           IF EST-ESTADO NOT = "A"
               MOVE 1 TO TARJETA-BLOQUEADA.
           CLOSE F-ESTADOS.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PDESTINO-CANCELADO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta destino esta cancelada"
               LINE 9 COL 24
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PCONFIRMAR-PIN-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El PIN de confirmacion es incorrecto" LINE 9 COL 21
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

           MOVE "UMBRAL-CONFIRMACION" TO PARAMETRO-NOMBRE.
           MOVE TNUM-L TO PARAMETRO-TARJETA.
           MOVE UMBRAL-CONFIRMACION-DEF-ENT TO PARAMETRO-ENT.
           MOVE UMBRAL-CONFIRMACION-DEF-DEC TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO UMBRAL-CONFIRMACION-ENT.
           MOVE PARAMETRO-DEC TO UMBRAL-CONFIRMACION-DEC.

           MOVE "HORA-CORTE-TRANSFERENCIAS" TO PARAMETRO-NOMBRE.
           MOVE 0 TO PARAMETRO-TARJETA.
           MOVE HORA-CORTE-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO HORA-CORTE-TRANSFERENCIAS.

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
