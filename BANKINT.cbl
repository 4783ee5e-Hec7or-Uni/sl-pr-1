           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSCNT.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CLAVE
           FILE STATUS IS FSPAR.

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
       77 FSMON                     PIC X(2).
       77 FSINT                     PIC X(2).
       77 FSS                       PIC X(2).
       77 FSCNT                     PIC X(2).
       77 FSPAR                     PIC X(2).
       77 FSALE                     PIC X(2).
       77 FSEST                     PIC X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
      *    Tipos de interes anuales en puntos basicos (centesimas de
      *    punto porcentual): acreedor sobre saldos positivos, deudor
      *    sobre saldos negativos. El devengo es diario sobre base 360.
      *    Cada cuenta liquida con los tipos TASA-ACREEDORA-PB y
      *    TASA-DEUDORA-PB vigentes en parametros.ubd el ultimo dia del
      *    mes liquidado (la excepcion de la cuenta si la tiene); sin
      *    valor vigente se aplican los de siempre (-DEF).
       77 TASA-ACREEDORA-PB         PIC 9(5).
       77 TASA-DEUDORA-PB           PIC 9(5).
       77 TASA-ACREEDORA-DEF        PIC 9(5) VALUE 50.
       77 TASA-DEUDORA-DEF          PIC 9(5) VALUE 1050.

      *    Retencion fiscal sobre el interes abonado, tambien en puntos
      *    basicos (1900 = 19%): TASA-RETENCION-PB vigente en
      *    parametros.ubd el ultimo dia del mes liquidado, o el valor
      *    de siempre (-DEF) si no hay ninguno. Solo se retiene sobre
      *    liquidaciones a favor del cliente; el interes deudor no
      *    lleva retencion.
       77 TASA-RETENCION-PB         PIC 9(5).
       77 TASA-RETENCION-DEF        PIC 9(5) VALUE 1900.
       77 CENT-RETENCION            PIC 9(9).

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

      *    Estado del recorrido por tarjeta: saldo vigente en centimos,
      *    dia del mes liquidado hasta el que ya se ha devengado, y
       77 MES-CERRADO               PIC 9(1)  VALUE 0.
       77 CENT-INTERES              PIC S9(9).

      *    Apuntes de este mismo programa ya hechos en el mes en curso
      *    sobre la tarjeta que se recorre: si la cadena se repite
      *    tras una caida, la cuenta ya liquidada no se vuelve a
      *    liquidar, y si solo llego a postearse el interes se postea
      *    unicamente la retencion que faltaba.
       77 INTERES-POSTEADO          PIC 9(1)  VALUE 0.
       77 RETENCION-POSTEADA        PIC 9(1)  VALUE 0.

      *    Liquidaciones calculadas a la espera de postearse: una
      *    entrada por tarjeta con interes distinto de cero. Quinientas
      *    tarjetas sobran para una sucursal; si alguna vez se superan,
           05 LIQ-ENTRADA OCCURS 500 TIMES.
               10 LIQ-TARJETA       PIC  9(16).
               10 LIQ-INTERES-CENT  PIC S9(9).
               10 LIQ-RETENCION-CENT PIC 9(9).
               10 LIQ-SOLO-RETENCION PIC 9(1).
       77 TOTAL-LIQUIDACIONES       PIC 9(3) VALUE 0.
       77 INDICE-LIQ                PIC 9(3).

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
       77 SALDO-ENT-TMP             PIC  9(9).
       77 SALDO-DEC-TMP             PIC  9(2).

      *    Entrada de ANOTAR-ALERTA: tipo de aviso, tarjeta, importe
      *    (cero si el aviso no lleva) y detalle del mensaje.
       77 ALERTA-TIPO               PIC X(02).
       77 ALERTA-TARJETA            PIC 9(16).
       77 ALERTA-IMPORTE-ENT        PIC 9(7).
       77 ALERTA-IMPORTE-DEC        PIC 9(2).
       77 ALERTA-DETALLE            PIC X(30).

       77 EXISTE-SALDO-MAESTRO      PIC  9(1).
       77 TARJETA-MAESTRO           PIC  9(16).

       77 TOTAL-MOVIMIENTOS         PIC 9(7) VALUE 0.
       77 TOTAL-ABONADAS            PIC 9(7) VALUE 0.
       77 TOTAL-CARGADAS            PIC 9(7) VALUE 0.
       77 TOTAL-RETENIDAS           PIC 9(7) VALUE 0.
       77 TOTAL-SIN-RETENCION       PIC 9(7) VALUE 0.
       77 TOTAL-SIN-HUECO           PIC 9(7) VALUE 0.
       77 TOTAL-YA-LIQUIDADAS       PIC 9(7) VALUE 0.

      *    Cuentas saltadas por estar canceladas en estados.ubd.
       77 ESTADO-CUENTA             PIC X(01).
       77 TOTAL-CANCELADAS          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      * Liquidacion mensual de intereses: recorre la cadena de saldos
      * positivo, deudor sobre saldo negativo) y postea un unico
      * movimiento de interes por cuenta, con su propio MOV-CONCEPTO,
      * para que aparezca en el extracto del cliente y en el resumen
      * diario de BANKDIA como cualquier otro movimiento. Cuando el
      * interes es a favor del cliente, postea a continuacion la
      * retencion fiscal como un cargo aparte, que es lo que BANKCER
      * recoge en el certificado anual.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
      * Repetirlo en el mismo mes es seguro: la cuenta que ya tiene
      * este mes su apunte de BANKINT no se vuelve a liquidar.
       INICIO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKINT: no se ha podido abrir movimientos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-INTERESES.
           IF FSINT NOT = 00
               DISPLAY "BANKINT: no se ha podido abrir el informe"
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO INT-LINE.
               MOVE 0 TO SUMA-POS-CENT
               MOVE 0 TO SUMA-NEG-CENT
               MOVE 0 TO MES-CERRADO
               MOVE 0 TO INTERES-POSTEADO
               MOVE 0 TO RETENCION-POSTEADA
           END-IF.

           IF MOV-TERMINAL = "BANKINT" AND MOV-ANO = ANO
                   AND MOV-MES = MES
               IF MOV-CONCEPTO = "Liquidacion de intereses"
                   MOVE 1 TO INTERES-POSTEADO
               END-IF
               IF MOV-CONCEPTO = "Retencion sobre intereses"
                   MOVE 1 TO RETENCION-POSTEADA
               END-IF
           END-IF.

           PERFORM DEVENGAR-MOVIMIENTO THRU DEVENGAR-MOVIMIENTO-EXIT.
      *    leer y, si el interes del mes no es cero, la apunta en la
      *    tabla de liquidaciones pendientes de postear.
       CERRAR-TARJETA.
           PERFORM LEER-ESTADO-CUENTA THRU LEER-ESTADO-CUENTA-EXIT.
           IF ESTADO-CUENTA = "C"
               ADD 1 TO TOTAL-CANCELADAS
               GO TO CERRAR-TARJETA-EXIT.

           IF MES-CERRADO = 0
               PERFORM DEVENGAR-RESTO-MES
                   THRU DEVENGAR-RESTO-MES-EXIT
           END-IF.

           PERFORM CARGAR-TASAS THRU CARGAR-TASAS-EXIT.

           COMPUTE CENT-INTERES ROUNDED =
               ((SUMA-POS-CENT * TASA-ACREEDORA-PB)
               + (SUMA-NEG-CENT * TASA-DEUDORA-PB))
           IF CENT-INTERES = 0
               GO TO CERRAR-TARJETA-EXIT.

           MOVE 0 TO CENT-RETENCION.
           IF CENT-INTERES > 0
               COMPUTE CENT-RETENCION ROUNDED =
                   (CENT-INTERES * TASA-RETENCION-PB) / 10000
           END-IF.

      *    Cuenta ya liquidada este mes por una ejecucion anterior:
      *    el interes ya esta en su cadena (con fecha de hoy, fuera
      *    del mes liquidado, asi que no altera el devengo recalculado)
      *    y solo queda pendiente la retencion si no llego a postearse.
           IF INTERES-POSTEADO = 1
               IF RETENCION-POSTEADA = 1 OR CENT-RETENCION = 0
                   ADD 1 TO TOTAL-YA-LIQUIDADAS
                   MOVE SPACES TO INT-LINE
                   STRING "TARJETA " TARJETA-ANTERIOR
                       " YA LIQUIDADA ESTE MES"
                       DELIMITED BY SIZE INTO INT-LINE
                   WRITE INT-LINE
                   GO TO CERRAR-TARJETA-EXIT
               END-IF
           END-IF.

           IF TOTAL-LIQUIDACIONES = 500
               ADD 1 TO TOTAL-SIN-HUECO
               GO TO CERRAR-TARJETA-EXIT.
               TO LIQ-TARJETA(TOTAL-LIQUIDACIONES).
           MOVE CENT-INTERES
               TO LIQ-INTERES-CENT(TOTAL-LIQUIDACIONES).
           MOVE CENT-RETENCION
               TO LIQ-RETENCION-CENT(TOTAL-LIQUIDACIONES).
           MOVE INTERES-POSTEADO
               TO LIQ-SOLO-RETENCION(TOTAL-LIQUIDACIONES).

       CERRAR-TARJETA-EXIT.
           EXIT.

      *    Consulta en estados.ubd el estado de la cuenta
      *    TARJETA-ANTERIOR y lo deja en ESTADO-CUENTA; sin registro,
      *    o sin el propio fichero, la cuenta esta activa ("A"). Una
      *    cuenta cancelada en la sucursal (BANKCIE) ya tiene
      *    liquidados sus intereses hasta el dia de la
      *    cancelacion y no se vuelve a liquidar.
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
           PERFORM LOCALIZAR-SALDO-TARJETA
               THRU LOCALIZAR-SALDO-TARJETA-EXIT.

      *    Interes ya posteado en una ejecucion anterior: solo falta
      *    la retencion, que se encadena sobre el saldo actual.
           IF LIQ-SOLO-RETENCION(INDICE-LIQ) = 1
               MOVE SALDO-ACTUAL-CENT TO SALDO-NUEVO-CENT
               PERFORM POSTEAR-RETENCION THRU POSTEAR-RETENCION-EXIT
               GO TO POSTEAR-INTERES-EXIT.

           COMPUTE SALDO-NUEVO-CENT = SALDO-ACTUAL-CENT
               + LIQ-INTERES-CENT(INDICE-LIQ).

           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-EXIT.

      *    Si el apunte deja en negativo una cuenta que no lo estaba,
      *    se avisa al titular.
           IF SALDO-ACTUAL-CENT NOT < 0 AND SALDO-NUEVO-CENT < 0
               MOVE "SN" TO ALERTA-TIPO
               MOVE LIQ-TARJETA(INDICE-LIQ) TO ALERTA-TARJETA
               COMPUTE SALDO-ABS-CENT = 0 - SALDO-NUEVO-CENT
               DIVIDE SALDO-ABS-CENT BY 100 GIVING ALERTA-IMPORTE-ENT
                   REMAINDER ALERTA-IMPORTE-DEC
               MOVE MONEDA-TARJETA TO ALERTA-DETALLE
               PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-EXIT
           END-IF.

           MOVE SPACES TO INT-LINE.
           STRING "TARJETA " LIQ-TARJETA(INDICE-LIQ)
               " INTERES(CENT) " LIQ-INTERES-CENT(INDICE-LIQ)
               DELIMITED BY SIZE INTO INT-LINE.
           WRITE INT-LINE.

           IF LIQ-RETENCION-CENT(INDICE-LIQ) > 0
               PERFORM POSTEAR-RETENCION THRU POSTEAR-RETENCION-EXIT
           END-IF.

       POSTEAR-INTERES-EXIT.
           EXIT.

      *    Escribe, justo detras del abono de intereses de la tarjeta
      *    INDICE-LIQ, el cargo de la retencion fiscal, encadenado
      *    sobre el saldo que acaba de dejar el abono. Si no se puede
      *    postear, el informe lo senala para que la sucursal la
      *    cargue a mano: el interes ya esta abonado.
       POSTEAR-RETENCION.
           MOVE SALDO-NUEVO-CENT TO SALDO-ACTUAL-CENT.
           COMPUTE SALDO-NUEVO-CENT = SALDO-ACTUAL-CENT
               - LIQ-RETENCION-CENT(INDICE-LIQ).

           PERFORM OBTENER-MOV-NUM THRU OBTENER-MOV-NUM-EXIT.
           IF CONTADOR-AGOTADO = 1
               GO TO POSTEAR-RETENCION-ERROR.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE LIQ-TARJETA(INDICE-LIQ) TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           DIVIDE LIQ-RETENCION-CENT(INDICE-LIQ) BY 100
               GIVING INTERES-ENT-TMP REMAINDER INTERES-DEC-TMP.
           MOVE INTERES-ENT-TMP TO MOV-IMPORTE-ENT.
           MOVE INTERES-DEC-TMP TO MOV-IMPORTE-DEC.
           MOVE "-" TO MOV-IMPORTE-SIGNO.
           MOVE "Retencion sobre intereses" TO MOV-CONCEPTO.
           MOVE SPACES TO MOV-EVENTO.
           MOVE SPACES TO MOV-ASIENTO.
           MOVE MONEDA-TARJETA TO MOV-MONEDA.
           MOVE "BANKINT" TO MOV-TERMINAL.
           PERFORM DESGLOSAR-SALDO THRU DESGLOSAR-SALDO-EXIT.
           WRITE MOVIMIENTO-REG
               INVALID KEY GO TO POSTEAR-RETENCION-ERROR.

           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-EXIT.
           ADD 1 TO TOTAL-RETENIDAS.

           IF SALDO-ACTUAL-CENT NOT < 0 AND SALDO-NUEVO-CENT < 0
               MOVE "SN" TO ALERTA-TIPO
               MOVE LIQ-TARJETA(INDICE-LIQ) TO ALERTA-TARJETA
               COMPUTE SALDO-ABS-CENT = 0 - SALDO-NUEVO-CENT
               DIVIDE SALDO-ABS-CENT BY 100 GIVING ALERTA-IMPORTE-ENT
                   REMAINDER ALERTA-IMPORTE-DEC
               MOVE MONEDA-TARJETA TO ALERTA-DETALLE
               PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-EXIT
           END-IF.

           MOVE SPACES TO INT-LINE.
           STRING "TARJETA " LIQ-TARJETA(INDICE-LIQ)
               " RETENCION(CENT) " LIQ-RETENCION-CENT(INDICE-LIQ)
               " TIPO(PB) " TASA-RETENCION-PB
               " MOV " MOV-NUM
               DELIMITED BY SIZE INTO INT-LINE.
           WRITE INT-LINE.
           GO TO POSTEAR-RETENCION-EXIT.

       POSTEAR-RETENCION-ERROR.
           ADD 1 TO TOTAL-SIN-RETENCION.
           MOVE SPACES TO INT-LINE.
           STRING "ATENCION: RETENCION SIN POSTEAR TARJETA "
               LIQ-TARJETA(INDICE-LIQ)
               " RETENCION(CENT) " LIQ-RETENCION-CENT(INDICE-LIQ)
               DELIMITED BY SIZE INTO INT-LINE.
           WRITE INT-LINE.

       POSTEAR-RETENCION-EXIT.
           EXIT.

      * Descompone un saldo en centimos (con signo) en MOV-SALDOPOS-ENT
      * (con signo) y MOV-SALDOPOS-DEC (sin signo), igual que el resto
      * del sistema representa los importes.
               DELIMITED BY SIZE INTO INT-LINE.
           WRITE INT-LINE.

           MOVE SPACES TO INT-LINE.
           STRING "RETENCIONES POSTEADAS: " TOTAL-RETENIDAS
               DELIMITED BY SIZE INTO INT-LINE.
           WRITE INT-LINE.

           IF TOTAL-SIN-RETENCION NOT = 0
               MOVE SPACES TO INT-LINE
               STRING "ATENCION: RETENCIONES SIN POSTEAR: "
                   TOTAL-SIN-RETENCION
                   DELIMITED BY SIZE INTO INT-LINE
               WRITE INT-LINE
           END-IF.

           IF TOTAL-SIN-HUECO NOT = 0
               MOVE SPACES TO INT-LINE
               STRING "ATENCION: TARJETAS SIN LIQUIDAR POR EXCESO DE "
               WRITE INT-LINE
           END-IF.

           IF TOTAL-CANCELADAS NOT = 0
               MOVE SPACES TO INT-LINE
               STRING "CUENTAS CANCELADAS SIN LIQUIDAR: "
                   TOTAL-CANCELADAS
                   DELIMITED BY SIZE INTO INT-LINE
               WRITE INT-LINE
           END-IF.

           IF TOTAL-YA-LIQUIDADAS NOT = 0
               MOVE SPACES TO INT-LINE
               STRING "CUENTAS YA LIQUIDADAS ESTE MES: "
                   TOTAL-YA-LIQUIDADAS
                   DELIMITED BY SIZE INTO INT-LINE
               WRITE INT-LINE
           END-IF.

           CLOSE F-INTERESES.

           DISPLAY "BANKINT: movimientos revisados " TOTAL-MOVIMIENTOS.
           DISPLAY "BANKINT: intereses abonados " TOTAL-ABONADAS.
           DISPLAY "BANKINT: intereses cargados " TOTAL-CARGADAS.
           DISPLAY "BANKINT: retenciones posteadas " TOTAL-RETENIDAS.
           GOBACK.

      *    Deja en TASA-ACREEDORA-PB, TASA-DEUDORA-PB y
      *    TASA-RETENCION-PB los tipos de la cuenta TARJETA-ANTERIOR
      *    vigentes al cierre del mes liquidado.
       CARGAR-TASAS.
           MOVE FECHA-FIN-LIQ TO PARAMETRO-FECHA.

           MOVE "TASA-ACREEDORA-PB" TO PARAMETRO-NOMBRE.
           MOVE TARJETA-ANTERIOR TO PARAMETRO-TARJETA.
           MOVE TASA-ACREEDORA-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO TASA-ACREEDORA-PB.

           MOVE "TASA-DEUDORA-PB" TO PARAMETRO-NOMBRE.
           MOVE TARJETA-ANTERIOR TO PARAMETRO-TARJETA.
           MOVE TASA-DEUDORA-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO TASA-DEUDORA-PB.

           MOVE "TASA-RETENCION-PB" TO PARAMETRO-NOMBRE.
           MOVE TARJETA-ANTERIOR TO PARAMETRO-TARJETA.
           MOVE TASA-RETENCION-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO TASA-RETENCION-PB.

       CARGAR-TASAS-EXIT.
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
           MOVE "BANKINT" TO ALE-PROGRAMA.
           MOVE ALERTA-DETALLE TO ALE-DETALLE.
           WRITE ALERTA-REG.

           CLOSE F-ALERTAS.
       ANOTAR-ALERTA-EXIT.
           EXIT.
