           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSCNT.

           SELECT OPTIONAL F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSALE.

           SELECT OPTIONAL F-ESTADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-TARJETA
           FILE STATUS IS FSEST.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           02 CNT-NOMBRE           PIC  X(08).
           02 CNT-VALOR            PIC  9(35).

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

      *    Estado operativo de cada tarjeta. EST-ESTADO = "A" activa,
      *    "P" perdida, "R" robada, "B" bloqueada por la sucursal, "C"
      *    cancelada con su cuenta (BANKCIE, definitivo), "D"
      *    durmiente por inactividad (BANKDOR) hasta que la sucursal la
      *    reactive; una tarjeta sin registro esta activa, como
      *    siempre. EST-OPERADOR y la fecha documentan quien puso el
      *    ultimo estado y cuando.
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

       WORKING-STORAGE SECTION.
       77 FSM                       PIC X(2).
       77 FSTAR                     PIC X(2).
       77 FSFAC                     PIC X(2).
       77 FSS                       PIC X(2).
       77 FSCNT                     PIC X(2).
       77 FSALE                     PIC X(2).
       77 FSEST                     PIC X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
      *    cualquier otro programa de posteo.
       77 TARJETA-ANTERIOR          PIC 9(16) VALUE 0.
       77 HAY-TARJETA               PIC 9(1)  VALUE 0.
      *    La tarjeta en curso ya tiene este mes la comision de este
      *    programa: una ejecucion anterior, cortada antes de terminar
      *    la cadena, ya la facturo y no se le vuelve a cobrar.
       77 COMISION-POSTEADA         PIC 9(1)  VALUE 0.

      *    Comisiones calculadas a la espera de postearse: una entrada
      *    por tarjeta con cargos en el mes. Quinientas tarjetas sobran
       77 INDICE-FACTURA            PIC 9(3).
       77 FACTURAS-SIN-HUECO        PIC 9(5) VALUE 0.

      *    Cuentas saltadas por estar canceladas o durmientes en
      *    estados.ubd.
       77 ESTADO-CUENTA             PIC X(01).
       77 TOTAL-CANCELADAS          PIC 9(7) VALUE 0.
       77 TOTAL-DURMIENTES          PIC 9(7) VALUE 0.
       77 TOTAL-YA-FACTURADAS       PIC 9(7) VALUE 0.

       77 LAST-MOV-NUM              PIC 9(35) VALUE 0.
       77 EXISTE-CONTADOR           PIC 9(1).

      *    Reintentos de apertura del contador compartido cuando otro
      *    terminal lo retiene en pleno reparto. Es un ajuste tecnico
      *    del reparto de numeros, no una regla de negocio, y por eso se
      *    fija como constante y no en parametros.ubd. Agotados los
      *    reintentos, el posteo en curso se omite en vez de arriesgarse
      *    a repartir un numero repetido.
       77 REINTENTOS-CONTADOR       PIC 9(3) VALUE 200.
       77 INTENTOS-CONTADOR         PIC 9(3).
       77 CONTADOR-AGOTADO          PIC 9(1).
       77 COMISION-ENT-TMP          PIC  9(7).
       77 COMISION-DEC-TMP          PIC  9(2).

      *    Entrada de ANOTAR-ALERTA: tipo de aviso, tarjeta, importe
      *    (cero si el aviso no lleva) y detalle del mensaje.
       77 ALERTA-TIPO               PIC X(02).
       77 ALERTA-TARJETA            PIC 9(16).
       77 ALERTA-IMPORTE-ENT        PIC 9(7).
       77 ALERTA-IMPORTE-DEC        PIC 9(2).
       77 ALERTA-DETALLE            PIC X(30).

       77 EXISTE-SALDO-MAESTRO      PIC  9(1).
       77 TARJETA-MAESTRO           PIC  9(16).

      * BANKDIA. El informe de facturacion detalla operacion a
      * operacion que se cobro y por que, para poder responder las
      * reclamaciones de los clientes.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
      * Repetirlo en el mismo mes es seguro: la cuenta que ya tiene
      * este mes su comision de BANKFAC no se vuelve a facturar.
       INICIO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.
           IF TOTAL-TARIFAS = 0
               DISPLAY "BANKFAC: no hay tarifario cargado; "
                   "no se factura nada"
               GOBACK
           END-IF.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKFAC: no se ha podido abrir movimientos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-FACTURACION.
           IF FSFAC NOT = 00
               DISPLAY "BANKFAC: no se ha podido abrir el informe"
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO FAC-LINE.
               MOVE 1 TO HAY-TARJETA
               ADD 1 TO TOTAL-TARJETAS
               MOVE 0 TO TOTAL-CARGOS-TARJETA
               MOVE 0 TO COMISION-POSTEADA
           END-IF.

           IF MOV-TERMINAL = "BANKFAC" AND MOV-ANO = ANO
                   AND MOV-MES = MES
                   AND MOV-CONCEPTO = "Comision de servicios"
               MOVE 1 TO COMISION-POSTEADA
           END-IF.

           IF MOV-ANO = ANO-FAC AND MOV-MES = MES-FAC
      *    comision total no es cero, la apunta en la tabla de
      *    facturas pendientes de postear.
       CERRAR-TARJETA.
           PERFORM LEER-ESTADO-CUENTA THRU LEER-ESTADO-CUENTA-EXIT.
           IF ESTADO-CUENTA = "C"
               ADD 1 TO TOTAL-CANCELADAS
               GO TO CERRAR-TARJETA-EXIT.
           IF ESTADO-CUENTA = "D"
               ADD 1 TO TOTAL-DURMIENTES
               GO TO CERRAR-TARJETA-EXIT.

           IF TOTAL-CARGOS-TARJETA = 0
               GO TO CERRAR-TARJETA-EXIT.

           IF COMISION-POSTEADA = 1
               ADD 1 TO TOTAL-YA-FACTURADAS
               MOVE SPACES TO FAC-LINE
               STRING "TARJETA " TARJETA-ANTERIOR
                   " YA FACTURADA ESTE MES"
                   DELIMITED BY SIZE INTO FAC-LINE
               WRITE FAC-LINE
               GO TO CERRAR-TARJETA-EXIT.

           MOVE 0 TO SALDO-NUEVO-CENT.
           MOVE 1 TO INDICE-CARGO.

       CERRAR-TARJETA-EXIT.
           EXIT.

      *    Consulta en estados.ubd el estado de la cuenta
      *    TARJETA-ANTERIOR y lo deja en ESTADO-CUENTA; sin registro,
      *    o sin el propio fichero, la cuenta esta activa ("A"). Una
      *    cuenta cancelada en la sucursal (BANKCIE) ya tiene
      *    facturadas sus comisiones hasta el dia de la
      *    cancelacion y no se vuelve a facturar; una cuenta
      *    durmiente (BANKDOR) no paga la comision de mantenimiento
      *    mientras la sucursal no la reactive.
       LEER-ESTADO-CUENTA.
           MOVE "A" TO ESTADO-CUENTA.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; se sigue con la lectura, que no
      *    encontrara registro, y su CLOSE lo deja cerrado para las
      *    siguientes cuentas.
           OPEN INPUT F-ESTADOS.
           IF FSEST NOT = 00 AND FSEST NOT = 05
               GO TO LEER-ESTADO-CUENTA-EXIT.

           MOVE TARJETA-ANTERIOR TO EST-TARJETA.
           READ F-ESTADOS INVALID KEY
               CLOSE F-ESTADOS
               GO TO LEER-ESTADO-CUENTA-EXIT.

           MOVE EST-ESTADO TO ESTADO-CUENTA.
           CLOSE F-ESTADOS.

       LEER-ESTADO-CUENTA-EXIT.
           EXIT.

       FIN-RECORRIDO.
           IF HAY-TARJETA = 1
               PERFORM CERRAR-TARJETA THRU CERRAR-TARJETA-EXIT
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-EXIT.

      *    Si el apunte deja en negativo una cuenta que no lo estaba,
      *    se avisa al titular.
           IF SALDO-ACTUAL-CENT NOT < 0 AND SALDO-NUEVO-CENT < 0
               MOVE "SN" TO ALERTA-TIPO
               MOVE FACTURA-TARJETA(INDICE-FACTURA) TO ALERTA-TARJETA
               COMPUTE SALDO-ABS-CENT = 0 - SALDO-NUEVO-CENT
               DIVIDE SALDO-ABS-CENT BY 100 GIVING ALERTA-IMPORTE-ENT
                   REMAINDER ALERTA-IMPORTE-DEC
               MOVE MONEDA-TARJETA TO ALERTA-DETALLE
               PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-EXIT
           END-IF.

           ADD 1 TO TOTAL-COBRADAS.
           ADD FACTURA-CENT(INDICE-FACTURA) TO TOTAL-CENT-FACTURADO.

               WRITE FAC-LINE
           END-IF.

           IF TOTAL-CANCELADAS NOT = 0
               MOVE SPACES TO FAC-LINE
               STRING "CUENTAS CANCELADAS SIN FACTURAR: "
                   TOTAL-CANCELADAS
                   DELIMITED BY SIZE INTO FAC-LINE
               WRITE FAC-LINE
           END-IF.

           IF TOTAL-DURMIENTES NOT = 0
               MOVE SPACES TO FAC-LINE
               STRING "CUENTAS DURMIENTES SIN FACTURAR: "
                   TOTAL-DURMIENTES
                   DELIMITED BY SIZE INTO FAC-LINE
               WRITE FAC-LINE
           END-IF.

           IF TOTAL-YA-FACTURADAS NOT = 0
               MOVE SPACES TO FAC-LINE
               STRING "CUENTAS YA FACTURADAS ESTE MES: "
                   TOTAL-YA-FACTURADAS
                   DELIMITED BY SIZE INTO FAC-LINE
               WRITE FAC-LINE
           END-IF.

           CLOSE F-FACTURACION.

           DISPLAY "BANKFAC: movimientos revisados " TOTAL-MOVIMIENTOS.
           DISPLAY "BANKFAC: comisiones cobradas " TOTAL-COBRADAS.
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
           MOVE "BANKFAC" TO ALE-PROGRAMA.
           MOVE ALERTA-DETALLE TO ALE-DETALLE.
           WRITE ALERTA-REG.

           CLOSE F-ALERTAS.
       ANOTAR-ALERTA-EXIT.
           EXIT.
