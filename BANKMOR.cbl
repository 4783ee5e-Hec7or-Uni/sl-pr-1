       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMOR.

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

           SELECT F-MOROSIDAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSMOR.

           SELECT OPTIONAL F-AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVM-TARJETA
           FILE STATUS IS FSAVM.

           SELECT F-CARTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCAR.

           SELECT F-PROPUESTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPRO.

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

       FD F-MOROSIDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/morosidad.txt".
       01 MOR-LINE                  PIC X(110).

      *    Ultima carta de reclamacion enviada a cada cuenta: el dia
      *    en que empezo la racha negativa reclamada (AAAAMMDD) y el
      *    tramo de la carta. Una cuenta solo recibe carta nueva al
      *    entrar en una racha nueva o en un tramo mas alto.
       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/avisosmora.ubd".
       01 AVISO-REG.
           02 AVM-TARJETA          PIC  9(16).
           02 AVM-INICIO           PIC  9(8).
           02 AVM-TRAMO            PIC  9(1).
           02 AVM-ANO              PIC  9(4).
           02 AVM-MES              PIC  9(2).
           02 AVM-DIA              PIC  9(2).

      *    Cartas de reclamacion para imprenta: una por cuenta que
      *    entra en un tramo nuevo, separadas por una linea de guiones.
       FD F-CARTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/cartasmora.txt".
       01 CARTA-LINE                PIC X(80).

      *    Propuestas de bloqueo para la sucursal, que las revisa y
      *    convierte en bloqueos con BANKEST igual que la lista de
      *    vigilancia de BANKVIG: "BLOQUEAR CUENTA " + tarjeta + resto.
       FD F-PROPUESTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/propuestasmora.txt".
       01 PROPUESTA-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSS                       PIC X(2).
       77 FSM                       PIC X(2).
       77 FSC                       PIC X(2).
       77 FSV                       PIC X(2).
       77 FSEST                     PIC X(2).
       77 FSMOR                     PIC X(2).
       77 FSCAR                     PIC X(2).
       77 FSAVM                     PIC X(2).
       77 FSPRO                     PIC X(2).

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

      *    Mismo numero de orden aproximado de BANKCAD (todos los meses
      *    de 31 dias): para repartir descubiertos en tramos de treinta
      *    dias no hace falta aritmetica de fechas exacta.
       77 ORDEN-HOY                 PIC 9(7).
       77 ORDEN-INICIO              PIC 9(7).
       77 DIAS-DESCUBIERTO          PIC 9(5).

      *    Primer movimiento de la racha negativa en curso de la cuenta
      *    y signo del ultimo movimiento leido de su cadena.
       77 HAY-MOVIMIENTOS           PIC 9(1).
       77 SIGNO-ANTERIOR            PIC X(01).
       77 INICIO-ANO                PIC 9(4).
       77 INICIO-MES                PIC 9(2).
       77 INICIO-DIA                PIC 9(2).
       77 INICIO-ARRASTRE           PIC 9(1).
       77 MONEDA-CUENTA             PIC X(03).
       77 INICIO-FECHA              PIC 9(8).

      *    Si la cuenta ya tiene registro en avisosmora.ubd y si le
      *    corresponde carta esta noche.
       77 EXISTE-AVISO              PIC 9(1).
       77 CARTA-PENDIENTE           PIC 9(1).

      *    Tramos de antiguedad del descubierto: 1 hasta 30 dias, 2
      *    de 31 a 60, 3 de 61 a 90 y 4 mas de 90. Las cuentas del
      *    ultimo tramo se proponen para bloqueo.
       01 TABLA-TRAMOS.
           05 TRAMO-ENTRADA OCCURS 4 TIMES.
               10 TRAMO-ETIQUETA    PIC  X(06).
               10 TRAMO-CUENTAS     PIC  9(7).
       77 INDICE-TRAMO              PIC 9(1).

      *    Importe en descubierto por moneda y tramo: igual que en
      *    BANKGLE, nunca se suman importes de monedas distintas. Las
      *    cuentas de una moneda que ya no cabe se cuentan aparte.
       01 TABLA-MONEDAS.
           05 MONEDA-ENTRADA OCCURS 10 TIMES.
               10 TOTAL-MONEDA      PIC  X(03).
               10 MONEDA-TRAMO-CENT PIC  9(13) OCCURS 4 TIMES.
       77 TOTAL-MONEDAS             PIC 9(2) VALUE 0.
       77 INDICE-MONEDA             PIC 9(2).
       77 SALDO-CENT                PIC 9(11).

      *    Piezas de las lineas del informe y de las cartas: el
      *    importe en descubierto sin ceros a la izquierda
      *    ("1234,56"), igual que en los SMS de BANKSMS.
       77 IMPORTE-EDITADO           PIC Z(8)9.
       77 ESPACIOS-IMPORTE          PIC 9(2).
       77 POSICION-IMPORTE          PIC 9(2).
       77 IMPORTE-TEXTO             PIC X(14).
       77 TOTAL-ENT-TMP             PIC 9(11).
       77 TOTAL-DEC-TMP             PIC 9(2).
       77 TOTAL-EDITADO             PIC Z(10)9.
       77 DIAS-EDITADO              PIC Z(4)9.
       77 ESPACIOS-DIAS             PIC 9(2).
       77 POSICION-DIAS             PIC 9(2).
       77 DIAS-TEXTO                PIC X(05).

       77 TARJETA-BUSCADA           PIC 9(16).
       77 TARJETA-BLOQUEADA         PIC 9(1).
       77 EXISTE-CLIENTE            PIC 9(1).

       77 TOTAL-CUENTAS             PIC 9(7) VALUE 0.
       77 TOTAL-NEGATIVAS           PIC 9(7) VALUE 0.
       77 TOTAL-DESCUADRES          PIC 9(7) VALUE 0.
       77 TOTAL-CARTAS              PIC 9(7) VALUE 0.
       77 TOTAL-YA-AVISADAS         PIC 9(7) VALUE 0.
       77 TOTAL-SIN-CLIENTE         PIC 9(7) VALUE 0.
       77 TOTAL-PROPUESTAS          PIC 9(7) VALUE 0.
       77 TOTAL-YA-BLOQUEADAS       PIC 9(7) VALUE 0.
       77 TOTAL-SIN-HUECO           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      * Seguimiento nocturno de cuentas en descubierto: recorre
      * saldos.ubd, y por cada cuenta con SAL-SIGNO "-" busca en su
      * cadena de movimientos el dia en que empezo la racha negativa
      * que sigue abierta. Con los dias transcurridos reparte la
      * cuenta en su tramo de antiguedad, la anota en el informe de
      * morosidad de la sucursal, le escribe la carta de reclamacion
      * de su tramo (mas dura cuanto mas antiguo es el descubierto)
      * solo la noche en que entra en el, segun avisosmora.ubd, y,
      * si pasa de 90 dias, propone el bloqueo de la cuenta y de sus
      * tarjetas vinculadas para que la sucursal lo confirme con
      * BANKEST.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           COMPUTE ORDEN-HOY = (ANO * 372) + (MES * 31) + DIA.

           MOVE "1-30  " TO TRAMO-ETIQUETA(1).
           MOVE "31-60 " TO TRAMO-ETIQUETA(2).
           MOVE "61-90 " TO TRAMO-ETIQUETA(3).
           MOVE "90+   " TO TRAMO-ETIQUETA(4).
           MOVE 0 TO TRAMO-CUENTAS(1).
           MOVE 0 TO TRAMO-CUENTAS(2).
           MOVE 0 TO TRAMO-CUENTAS(3).
           MOVE 0 TO TRAMO-CUENTAS(4).

           OPEN INPUT F-SALDOS.
           IF FSS NOT = 00 AND FSS NOT = 05
               DISPLAY "BANKMOR: no se ha podido abrir saldos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKMOR: no se ha podido abrir movimientos.ubd"
               CLOSE F-SALDOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-MOROSIDAD.
           IF FSMOR NOT = 00
               DISPLAY "BANKMOR: no se ha podido abrir el informe"
               CLOSE F-SALDOS
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-CARTAS.
           IF FSCAR NOT = 00
               DISPLAY "BANKMOR: no se ha podido abrir cartasmora.txt"
               CLOSE F-SALDOS
               CLOSE F-MOVIMIENTOS
               CLOSE F-MOROSIDAD
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-PROPUESTAS.
           IF FSPRO NOT = 00
               DISPLAY "BANKMOR: no se ha podido abrir "
                   "propuestasmora.txt"
               CLOSE F-SALDOS
               CLOSE F-MOVIMIENTOS
               CLOSE F-MOROSIDAD
               CLOSE F-CARTAS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Estado 05: la primera noche no hay registro de cartas y la
      *    apertura lo crea vacio.
           OPEN I-O F-AVISOS.
           IF FSAVM NOT = 00 AND FSAVM NOT = 05
               DISPLAY "BANKMOR: no se ha podido abrir avisosmora.ubd"
               CLOSE F-SALDOS
               CLOSE F-MOVIMIENTOS
               CLOSE F-MOROSIDAD
               CLOSE F-CARTAS
               CLOSE F-PROPUESTAS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO MOR-LINE.
           STRING "ANTIGUEDAD DE DESCUBIERTOS " ANO "-" MES "-" DIA
               DELIMITED BY SIZE INTO MOR-LINE.
           WRITE MOR-LINE.

           MOVE LOW-VALUES TO SAL-TARJETA.
           START F-SALDOS KEY IS NOT LESS THAN SAL-TARJETA
               INVALID KEY GO TO FIN-MOROSIDAD.

       LEER-SALDO.
           READ F-SALDOS NEXT RECORD
               AT END GO TO FIN-MOROSIDAD.

           ADD 1 TO TOTAL-CUENTAS.

           IF SAL-SIGNO NOT = "-"
               GO TO LEER-SALDO.

           ADD 1 TO TOTAL-NEGATIVAS.

           PERFORM BUSCAR-INICIO-DESCUBIERTO
               THRU BUSCAR-INICIO-DESCUBIERTO-EXIT.

      *    El maestro dice que la cuenta esta en negativo pero su
      *    cadena no termina en negativo (o no tiene movimientos): el
      *    maestro esta descuadrado y la cuenta no se reclama hasta
      *    que BANKSAL lo corrija.
           IF HAY-MOVIMIENTOS = 0 OR SIGNO-ANTERIOR NOT = "-"
               ADD 1 TO TOTAL-DESCUADRES
               MOVE SPACES TO MOR-LINE
               STRING "DESCUADRE CUENTA " SAL-TARJETA
                   " NEGATIVA EN EL MAESTRO Y NO EN LA CADENA;"
                   " EJECUTE BANKSAL"
                   DELIMITED BY SIZE INTO MOR-LINE
               WRITE MOR-LINE
               GO TO LEER-SALDO
           END-IF.

           COMPUTE ORDEN-INICIO =
               (INICIO-ANO * 372) + (INICIO-MES * 31) + INICIO-DIA.
           IF ORDEN-INICIO > ORDEN-HOY
               MOVE ORDEN-HOY TO ORDEN-INICIO.
           COMPUTE DIAS-DESCUBIERTO = ORDEN-HOY - ORDEN-INICIO + 1.

           IF DIAS-DESCUBIERTO > 90
               MOVE 4 TO INDICE-TRAMO
           ELSE
               IF DIAS-DESCUBIERTO > 60
                   MOVE 3 TO INDICE-TRAMO
               ELSE
                   IF DIAS-DESCUBIERTO > 30
                       MOVE 2 TO INDICE-TRAMO
                   ELSE
                       MOVE 1 TO INDICE-TRAMO
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO TRAMO-CUENTAS(INDICE-TRAMO).
           COMPUTE SALDO-CENT = (SAL-SALDO-ENT * 100) + SAL-SALDO-DEC.
           PERFORM SUMAR-MONEDA THRU SUMAR-MONEDA-EXIT.

           MOVE SAL-SALDO-ENT TO IMPORTE-EDITADO.
           MOVE 0 TO ESPACIOS-IMPORTE.
           INSPECT IMPORTE-EDITADO TALLYING ESPACIOS-IMPORTE
               FOR LEADING SPACES.
           COMPUTE POSICION-IMPORTE = ESPACIOS-IMPORTE + 1.
           MOVE SPACES TO IMPORTE-TEXTO.
           STRING IMPORTE-EDITADO(POSICION-IMPORTE:) ","
               SAL-SALDO-DEC
               DELIMITED BY SIZE INTO IMPORTE-TEXTO.

           MOVE DIAS-DESCUBIERTO TO DIAS-EDITADO.
           MOVE 0 TO ESPACIOS-DIAS.
           INSPECT DIAS-EDITADO TALLYING ESPACIOS-DIAS
               FOR LEADING SPACES.
           COMPUTE POSICION-DIAS = ESPACIOS-DIAS + 1.
           MOVE SPACES TO DIAS-TEXTO.
           MOVE DIAS-EDITADO(POSICION-DIAS:) TO DIAS-TEXTO.

      *    Si la racha arranca en el arrastre de BANKARC, la cuenta ya
      *    estaba en negativo antes del corte del historico: los dias
      *    son un minimo (de mas de 90 en cualquier caso, porque el
      *    corte queda dos anos atras) y el informe lo senala con "*".
           MOVE SPACES TO MOR-LINE.
           STRING "CUENTA " SAL-TARJETA
               " SALDO -" IMPORTE-EDITADO "," SAL-SALDO-DEC
               " " MONEDA-CUENTA
               " DESDE " INICIO-ANO "-" INICIO-MES "-" INICIO-DIA
               " DIAS " DIAS-EDITADO
               " TRAMO " TRAMO-ETIQUETA(INDICE-TRAMO)
               DELIMITED BY SIZE INTO MOR-LINE.
           IF INICIO-ARRASTRE = 1
               MOVE "*" TO MOR-LINE(100:1).
           WRITE MOR-LINE.

           PERFORM COMPROBAR-AVISO THRU COMPROBAR-AVISO-EXIT.
           IF CARTA-PENDIENTE = 1
               PERFORM ESCRIBIR-CARTA THRU ESCRIBIR-CARTA-EXIT
               IF EXISTE-CLIENTE = 1
                   PERFORM GRABAR-AVISO THRU GRABAR-AVISO-EXIT
               END-IF
           ELSE
               ADD 1 TO TOTAL-YA-AVISADAS
           END-IF.

           IF INDICE-TRAMO = 4
               PERFORM PROPONER-BLOQUEO THRU PROPONER-BLOQUEO-EXIT
           END-IF.

           GO TO LEER-SALDO.

      *    Recorre la cadena de movimientos de la cuenta SAL-TARJETA y
      *    deja en INICIO-ANO/MES/DIA la fecha del primer movimiento
      *    de la ultima racha de saldos negativos: cada movimiento con
      *    saldo resultante "-" que sigue a uno "+" abre una racha
      *    nueva, y cualquier saldo "+" la cierra.
       BUSCAR-INICIO-DESCUBIERTO.
           MOVE 0 TO HAY-MOVIMIENTOS.
           MOVE "+" TO SIGNO-ANTERIOR.
           MOVE 0 TO INICIO-ARRASTRE.
           MOVE ANO TO INICIO-ANO.
           MOVE MES TO INICIO-MES.
           MOVE DIA TO INICIO-DIA.
           MOVE SPACES TO MONEDA-CUENTA.

           MOVE SAL-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO BUSCAR-INICIO-DESCUBIERTO-EXIT.

       BUSCAR-INICIO-SIGUIENTE.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO BUSCAR-INICIO-DESCUBIERTO-EXIT.

           IF MOV-TARJETA NOT = SAL-TARJETA
               GO TO BUSCAR-INICIO-DESCUBIERTO-EXIT.

           MOVE 1 TO HAY-MOVIMIENTOS.
           MOVE MOV-MONEDA TO MONEDA-CUENTA.

           IF MOV-SALDOPOS-SIGNO = "-" AND SIGNO-ANTERIOR NOT = "-"
               MOVE MOV-ANO TO INICIO-ANO
               MOVE MOV-MES TO INICIO-MES
               MOVE MOV-DIA TO INICIO-DIA
               MOVE 0 TO INICIO-ARRASTRE
               IF MOV-TERMINAL = "BANKARC"
                   MOVE 1 TO INICIO-ARRASTRE
               END-IF
           END-IF.

           MOVE MOV-SALDOPOS-SIGNO TO SIGNO-ANTERIOR.
           GO TO BUSCAR-INICIO-SIGUIENTE.

       BUSCAR-INICIO-DESCUBIERTO-EXIT.
           EXIT.

      *    Decide si la cuenta SAL-TARJETA recibe carta esta noche:
      *    la recibe si nunca se le ha escrito, si la racha negativa
      *    empezo otro dia que la ya reclamada (volvio a positivo y
      *    ha vuelto a caer) o si ha pasado a un tramo mas alto que el
      *    de su ultima carta. Si no, la cuenta sigue en el informe
      *    pero no se repite la carta de cada noche.
       COMPROBAR-AVISO.
           COMPUTE INICIO-FECHA = (INICIO-ANO * 10000)
               + (INICIO-MES * 100) + INICIO-DIA.
           MOVE 1 TO EXISTE-AVISO.
           MOVE 1 TO CARTA-PENDIENTE.

           MOVE SAL-TARJETA TO AVM-TARJETA.
           READ F-AVISOS INVALID KEY
               MOVE 0 TO EXISTE-AVISO
               GO TO COMPROBAR-AVISO-EXIT.

      *    Una carta anotada hoy mismo se vuelve a escribir: si el
      *    paso se repite, cartasmora.txt se rehace desde el principio
      *    y no debe perder las cartas de la primera pasada.
           IF AVM-ANO = ANO AND AVM-MES = MES AND AVM-DIA = DIA
               GO TO COMPROBAR-AVISO-EXIT.

           IF AVM-INICIO = INICIO-FECHA
               AND INDICE-TRAMO NOT > AVM-TRAMO
               MOVE 0 TO CARTA-PENDIENTE.

       COMPROBAR-AVISO-EXIT.
           EXIT.

      *    Deja constancia de la carta recien escrita: racha, tramo y
      *    fecha de envio.
       GRABAR-AVISO.
           MOVE SAL-TARJETA TO AVM-TARJETA.
           MOVE INICIO-FECHA TO AVM-INICIO.
           MOVE INDICE-TRAMO TO AVM-TRAMO.
           MOVE ANO TO AVM-ANO.
           MOVE MES TO AVM-MES.
           MOVE DIA TO AVM-DIA.

           IF EXISTE-AVISO = 1
               REWRITE AVISO-REG INVALID KEY
                   DISPLAY "BANKMOR: no se ha podido anotar la carta "
                       "de " SAL-TARJETA
               END-REWRITE
           ELSE
               WRITE AVISO-REG INVALID KEY
                   DISPLAY "BANKMOR: no se ha podido anotar la carta "
                       "de " SAL-TARJETA
               END-WRITE
           END-IF.

       GRABAR-AVISO-EXIT.
           EXIT.

      *    Suma SALDO-CENT al tramo INDICE-TRAMO de la moneda de la
      *    cuenta, abriendo la moneda en la tabla si es la primera vez.
       SUMAR-MONEDA.
           MOVE 1 TO INDICE-MONEDA.

       SUMAR-BUSCAR-MONEDA.
           IF INDICE-MONEDA > TOTAL-MONEDAS
               GO TO SUMAR-NUEVA-MONEDA.

           IF TOTAL-MONEDA(INDICE-MONEDA) = MONEDA-CUENTA
               GO TO SUMAR-IMPORTE-MONEDA.

           ADD 1 TO INDICE-MONEDA.
           GO TO SUMAR-BUSCAR-MONEDA.

       SUMAR-NUEVA-MONEDA.
           IF TOTAL-MONEDAS = 10
               ADD 1 TO TOTAL-SIN-HUECO
               GO TO SUMAR-MONEDA-EXIT.

           ADD 1 TO TOTAL-MONEDAS.
           MOVE TOTAL-MONEDAS TO INDICE-MONEDA.
           MOVE MONEDA-CUENTA TO TOTAL-MONEDA(INDICE-MONEDA).
           MOVE 0 TO MONEDA-TRAMO-CENT(INDICE-MONEDA, 1).
           MOVE 0 TO MONEDA-TRAMO-CENT(INDICE-MONEDA, 2).
           MOVE 0 TO MONEDA-TRAMO-CENT(INDICE-MONEDA, 3).
           MOVE 0 TO MONEDA-TRAMO-CENT(INDICE-MONEDA, 4).

       SUMAR-IMPORTE-MONEDA.
           ADD SALDO-CENT
               TO MONEDA-TRAMO-CENT(INDICE-MONEDA, INDICE-TRAMO).

       SUMAR-MONEDA-EXIT.
           EXIT.

      *    Carta de reclamacion al titular de la cuenta, con el nombre
      *    y la direccion de clientes.ubd y un texto que sube de tono
      *    con el tramo: recordatorio, segundo aviso, ultimo aviso y
      *    comunicacion del bloqueo. Sin ficha de cliente no hay a
      *    quien dirigirla; la cuenta se senala en el informe.
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
               MOVE SPACES TO MOR-LINE
               STRING "  SIN FICHA DE CLIENTE PARA " SAL-TARJETA
                   "; NO SE EMITE CARTA"
                   DELIMITED BY SIZE INTO MOR-LINE
               WRITE MOR-LINE
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

           IF INDICE-TRAMO = 1
               MOVE "Asunto: recordatorio de saldo deudor"
                   TO CARTA-LINE
           END-IF.
           IF INDICE-TRAMO = 2
               MOVE "Asunto: segundo aviso de saldo deudor"
                   TO CARTA-LINE
           END-IF.
           IF INDICE-TRAMO = 3
               MOVE "Asunto: ultimo aviso antes del bloqueo"
                   TO CARTA-LINE
           END-IF.
           IF INDICE-TRAMO = 4
               MOVE "Asunto: bloqueo de la cuenta por saldo deudor"
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
           STRING "Su cuenta presenta un saldo deudor de "
               DELIMITED BY SIZE
               IMPORTE-TEXTO DELIMITED BY SPACE
               " " MONEDA-CUENTA DELIMITED BY SIZE
               INTO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE SPACES TO CARTA-LINE.
           STRING "desde hace " DELIMITED BY SIZE
               DIAS-TEXTO DELIMITED BY SPACE
               " dias (desde el " INICIO-DIA "/" INICIO-MES "/"
               INICIO-ANO ")." DELIMITED BY SIZE
               INTO CARTA-LINE.
           WRITE CARTA-LINE.

           IF INDICE-TRAMO = 1
               MOVE "Le rogamos que ingrese el importe pendiente para"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "regularizar su cuenta a la mayor brevedad."
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "Si ya lo ha hecho, no tenga en cuenta esta carta."
                   TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF.
           IF INDICE-TRAMO = 2
               MOVE "No hemos recibido respuesta a nuestro recordatorio"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "anterior. Le requerimos que regularice su cuenta o"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "que acuda a su sucursal a acordar un plan de pago."
                   TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF.
           IF INDICE-TRAMO = 3
               MOVE "Es el ultimo aviso antes de bloquear su cuenta. Si"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "el descubierto supera los 90 dias, la sucursal"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "bloqueara la cuenta y todas sus tarjetas."
                   TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF.
           IF INDICE-TRAMO = 4
               MOVE "Su descubierto supera los 90 dias y la sucursal"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "va a bloquear la cuenta y sus tarjetas hasta que"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "la deuda quede saldada. Acuda a su sucursal para"
                   TO CARTA-LINE
               WRITE CARTA-LINE
               MOVE "regularizar su situacion."
                   TO CARTA-LINE
               WRITE CARTA-LINE
           END-IF.

           MOVE SPACES TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "Atentamente," TO CARTA-LINE.
           WRITE CARTA-LINE.
           MOVE "UnizarBank - Departamento de recobro" TO CARTA-LINE.
           WRITE CARTA-LINE.

           ADD 1 TO TOTAL-CARTAS.

       ESCRIBIR-CARTA-EXIT.
           EXIT.

      *    Propone el bloqueo de la cuenta SAL-TARJETA y de cada
      *    tarjeta vinculada a ella, porque el cajero comprueba el
      *    estado de la tarjeta con la que se opera y no el de la
      *    cuenta. Las que ya no estan activas no se proponen.
       PROPONER-BLOQUEO.
           MOVE SAL-TARJETA TO TARJETA-BUSCADA.
           PERFORM ANOTAR-PROPUESTA THRU ANOTAR-PROPUESTA-EXIT.

           OPEN INPUT F-VINCULOS.
           IF FSV NOT = 00
               GO TO PROPONER-BLOQUEO-EXIT.

           MOVE LOW-VALUES TO VIN-TARJETA.
           START F-VINCULOS KEY IS NOT LESS THAN VIN-TARJETA
               INVALID KEY GO TO PROPONER-BLOQUEO-FIN.

       PROPONER-BLOQUEO-SIGUIENTE.
           READ F-VINCULOS NEXT RECORD
               AT END GO TO PROPONER-BLOQUEO-FIN.

           IF VIN-TITULAR = SAL-TARJETA
               MOVE VIN-TARJETA TO TARJETA-BUSCADA
               PERFORM ANOTAR-PROPUESTA THRU ANOTAR-PROPUESTA-EXIT
           END-IF.

           GO TO PROPONER-BLOQUEO-SIGUIENTE.

       PROPONER-BLOQUEO-FIN.
           CLOSE F-VINCULOS.

       PROPONER-BLOQUEO-EXIT.
           EXIT.

       ANOTAR-PROPUESTA.
           PERFORM LEER-ESTADO-TARJETA THRU LEER-ESTADO-TARJETA-EXIT.
           IF TARJETA-BLOQUEADA = 1
               ADD 1 TO TOTAL-YA-BLOQUEADAS
               GO TO ANOTAR-PROPUESTA-EXIT.

           MOVE SPACES TO PROPUESTA-LINE.
           STRING "BLOQUEAR CUENTA " TARJETA-BUSCADA
               " TITULAR " SAL-TARJETA
               " DIAS " DIAS-EDITADO
               " SALDO -" IMPORTE-EDITADO "," SAL-SALDO-DEC
               " " MONEDA-CUENTA
               DELIMITED BY SIZE INTO PROPUESTA-LINE.
           WRITE PROPUESTA-LINE.
           ADD 1 TO TOTAL-PROPUESTAS.

       ANOTAR-PROPUESTA-EXIT.
           EXIT.

      *    Comprueba en estados.ubd si la tarjeta TARJETA-BUSCADA
      *    esta perdida, robada o bloqueada por la sucursal; en ese
      *    caso TARJETA-BLOQUEADA queda a 1.
       LEER-ESTADO-TARJETA.
           MOVE 0 TO TARJETA-BLOQUEADA.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; se sigue con la lectura, que no
      *    encontrara registro, y su CLOSE lo deja cerrado para las
      *    siguientes comprobaciones de esta misma ejecucion.
           OPEN INPUT F-ESTADOS.
           IF FSEST NOT = 00 AND FSEST NOT = 05
               GO TO LEER-ESTADO-TARJETA-EXIT.

           MOVE TARJETA-BUSCADA TO EST-TARJETA.
           READ F-ESTADOS INVALID KEY
               CLOSE F-ESTADOS
               GO TO LEER-ESTADO-TARJETA-EXIT.

           IF EST-ESTADO NOT = "A"
               MOVE 1 TO TARJETA-BLOQUEADA.
           CLOSE F-ESTADOS.

       LEER-ESTADO-TARJETA-EXIT.
           EXIT.

       FIN-MOROSIDAD.
           CLOSE F-SALDOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-CARTAS.
           CLOSE F-PROPUESTAS.
           CLOSE F-AVISOS.

           MOVE SPACES TO MOR-LINE.
           WRITE MOR-LINE.
           MOVE "RESUMEN POR TRAMO DE ANTIGUEDAD (DIAS)" TO MOR-LINE.
           WRITE MOR-LINE.

           MOVE 1 TO INDICE-TRAMO.
           PERFORM ESCRIBIR-TRAMO THRU ESCRIBIR-TRAMO-EXIT.

           IF TOTAL-SIN-HUECO > 0
               MOVE SPACES TO MOR-LINE
               STRING "CUENTAS SIN HUECO EN LA TABLA DE MONEDAS: "
                   TOTAL-SIN-HUECO
                   DELIMITED BY SIZE INTO MOR-LINE
               WRITE MOR-LINE
           END-IF.

           MOVE SPACES TO MOR-LINE.
           WRITE MOR-LINE.

           MOVE SPACES TO MOR-LINE.
           STRING "CUENTAS REVISADAS: " TOTAL-CUENTAS
               DELIMITED BY SIZE INTO MOR-LINE.
           WRITE MOR-LINE.

           MOVE SPACES TO MOR-LINE.
           STRING "CUENTAS EN DESCUBIERTO: " TOTAL-NEGATIVAS
               DELIMITED BY SIZE INTO MOR-LINE.
           WRITE MOR-LINE.

           MOVE SPACES TO MOR-LINE.
           STRING "DESCUADRES CON LA CADENA: " TOTAL-DESCUADRES
               DELIMITED BY SIZE INTO MOR-LINE.
           WRITE MOR-LINE.

           MOVE SPACES TO MOR-LINE.
           STRING "CARTAS EMITIDAS: " TOTAL-CARTAS
               DELIMITED BY SIZE INTO MOR-LINE.
           WRITE MOR-LINE.

           MOVE SPACES TO MOR-LINE.
           STRING "CUENTAS YA RECLAMADAS EN SU TRAMO: "
               TOTAL-YA-AVISADAS
               DELIMITED BY SIZE INTO MOR-LINE.
           WRITE MOR-LINE.

           MOVE SPACES TO MOR-LINE.
           STRING "CUENTAS SIN FICHA DE CLIENTE: " TOTAL-SIN-CLIENTE
               DELIMITED BY SIZE INTO MOR-LINE.
           WRITE MOR-LINE.

           MOVE SPACES TO MOR-LINE.
           STRING "TARJETAS PROPUESTAS PARA BLOQUEO: " TOTAL-PROPUESTAS
               DELIMITED BY SIZE INTO MOR-LINE.
           WRITE MOR-LINE.

           MOVE SPACES TO MOR-LINE.
           STRING "TARJETAS YA NO ACTIVAS: " TOTAL-YA-BLOQUEADAS
               DELIMITED BY SIZE INTO MOR-LINE.
           WRITE MOR-LINE.

           CLOSE F-MOROSIDAD.

           DISPLAY "BANKMOR: cuentas en descubierto " TOTAL-NEGATIVAS.
           DISPLAY "BANKMOR: cartas emitidas " TOTAL-CARTAS.
           DISPLAY "BANKMOR: propuestas de bloqueo " TOTAL-PROPUESTAS.
           GOBACK.

      *    Lineas de resumen de los tramos desde INDICE-TRAMO: por
      *    cada uno, el numero de cuentas y, debajo, el importe en
      *    descubierto de cada moneda.
       ESCRIBIR-TRAMO.
           IF INDICE-TRAMO > 4
               GO TO ESCRIBIR-TRAMO-EXIT.

           MOVE SPACES TO MOR-LINE.
           STRING "TRAMO " TRAMO-ETIQUETA(INDICE-TRAMO)
               " CUENTAS " TRAMO-CUENTAS(INDICE-TRAMO)
               DELIMITED BY SIZE INTO MOR-LINE.
           WRITE MOR-LINE.

           MOVE 1 TO INDICE-MONEDA.

       ESCRIBIR-TRAMO-MONEDA.
           IF INDICE-MONEDA > TOTAL-MONEDAS
               GO TO ESCRIBIR-TRAMO-SIGUIENTE.

           DIVIDE MONEDA-TRAMO-CENT(INDICE-MONEDA, INDICE-TRAMO)
               BY 100 GIVING TOTAL-ENT-TMP REMAINDER TOTAL-DEC-TMP.
           MOVE TOTAL-ENT-TMP TO TOTAL-EDITADO.
           MOVE SPACES TO MOR-LINE.
           STRING "    " TOTAL-MONEDA(INDICE-MONEDA)
               " IMPORTE -" TOTAL-EDITADO "," TOTAL-DEC-TMP
               DELIMITED BY SIZE INTO MOR-LINE.
           WRITE MOR-LINE.

           ADD 1 TO INDICE-MONEDA.
           GO TO ESCRIBIR-TRAMO-MONEDA.

       ESCRIBIR-TRAMO-SIGUIENTE.
           ADD 1 TO INDICE-TRAMO.
           GO TO ESCRIBIR-TRAMO.

       ESCRIBIR-TRAMO-EXIT.
           EXIT.
