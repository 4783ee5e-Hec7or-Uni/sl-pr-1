           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINT.

           SELECT OPTIONAL F-DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDEV.

           SELECT OPTIONAL F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.
       DATA DIVISION.
       FILE SECTION.
      *    Cola de transferencias interbancarias salientes que
      *    alimenta BANK6. ENV-ESTADO = "P" pendiente, "E" enviada,
      *    "D" devuelta por la camara (la marca BANKIMP al reabonar).
      *    "C" anulada en la sucursal antes de salir, al cancelar la
      *    cuenta de origen (BANKCIE).
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

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
      *    Fichero de intercambio saliente para la camara de
      *    compensacion: una linea por orden enviada, en posiciones
      *    fijas acordadas con la red. Es de solo anexion; operaciones
      *    lo entrega a la camara y lo vacia tras cada ciclo. Las
      *    devoluciones de abonos que BANKIMP rechazo viajan en el
      *    mismo fichero con DEVOLUCION-INT-REG: los datos de la linea
      *    original con origen y destino cruzados, y detras el tipo
      *    "DEV" y el codigo de motivo.
       FD F-INTERCAMBIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/intercamsal.txt".
           02 INT-ORIGEN           PIC  9(16).
           02 FILLER               PIC  X(01).
           02 INT-REFERENCIA       PIC  9(35).
       01 DEVOLUCION-INT-REG.
           02 IDV-DESTINO          PIC  X(16).
           02 FILLER               PIC  X(01).
           02 IDV-IMPORTE-ENT      PIC  X(07).
           02 FILLER               PIC  X(01).
           02 IDV-IMPORTE-DEC      PIC  X(02).
           02 FILLER               PIC  X(01).
           02 IDV-MONEDA           PIC  X(03).
           02 FILLER               PIC  X(01).
           02 IDV-ORIGEN           PIC  X(16).
           02 FILLER               PIC  X(01).
           02 IDV-REFERENCIA       PIC  X(35).
           02 FILLER               PIC  X(01).
           02 IDV-TIPO             PIC  X(03).
           02 FILLER               PIC  X(01).
           02 IDV-MOTIVO           PIC  X(04).

      *    Devoluciones pendientes de enviar que encola BANKIMP: una
      *    linea por abono entrante rechazado, con los datos de la
      *    linea original tal como llegaron y el codigo de motivo.
       FD F-DEVOLUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/interdev.txt".
       01 DEVOLUCION-REG.
           02 DVP-ORIGEN           PIC  X(16).
           02 FILLER               PIC  X(01).
           02 DVP-DESTINO          PIC  X(16).
           02 FILLER               PIC  X(01).
           02 DVP-IMPORTE-ENT      PIC  X(07).
           02 FILLER               PIC  X(01).
           02 DVP-IMPORTE-DEC      PIC  X(02).
           02 FILLER               PIC  X(01).
           02 DVP-MONEDA           PIC  X(03).
           02 FILLER               PIC  X(01).
           02 DVP-REFERENCIA       PIC  X(35).
           02 FILLER               PIC  X(01).
           02 DVP-MOTIVO           PIC  X(04).
           02 FILLER               PIC  X(01).
           02 DVP-ANO              PIC  9(4).
           02 DVP-MES              PIC  9(2).
           02 DVP-DIA              PIC  9(2).

      *    Informe diario del intercambio interbancario: BANKEXT anexa
      *    lo enviado y BANKIMP lo recibido y rechazado, para poder
       77 FSINT                     PIC X(2).
       77 FSINF                     PIC X(2).
       77 FSCNT                     PIC X(2).
       77 FSDEV                     PIC X(2).

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
       77 TOTAL-REVISADOS           PIC 9(7) VALUE 0.
       77 TOTAL-ENVIADOS            PIC 9(7) VALUE 0.
       77 TOTAL-SIN-SALDO           PIC 9(7) VALUE 0.
       77 TOTAL-DEVOLUCIONES        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      * Envio nocturno de transferencias interbancarias: recorre la
      * resto de posteos (sin fondos, la orden se queda pendiente y se
      * reintenta la noche siguiente) y vuelca cada orden enviada al
      * fichero de intercambio de la camara de compensacion. El abono
      * lo hara el otro banco; aqui solo viaja el cargo. Antes de las
      * ordenes se vuelcan al mismo fichero las devoluciones de abonos
      * entrantes que BANKIMP rechazo desde el ciclo anterior.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           END-IF.
           IF FSINF NOT = 00 AND FSINF NOT = 05
               DISPLAY "BANKEXT: no se ha podido abrir el informe"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO INF-LINE.
               DELIMITED BY SIZE INTO INF-LINE.
           WRITE INF-LINE.

           PERFORM ENVIAR-DEVOLUCIONES THRU ENVIAR-DEVOLUCIONES-EXIT.

           OPEN I-O F-ENVIOS.
           IF FSENV = 35
               DISPLAY "BANKEXT: no hay ordenes que enviar"
               PERFORM REGISTRAR-FIN THRU REGISTRAR-FIN-EXIT
               GOBACK
           END-IF.
           IF FSENV NOT = 00
               DISPLAY "BANKEXT: no se ha podido abrir interenv.ubd"
               CLOSE F-INFORME
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND F-INTERCAMBIO.
               DISPLAY "BANKEXT: no se ha podido abrir el intercambio"
               CLOSE F-ENVIOS
               CLOSE F-INFORME
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O F-MOVIMIENTOS.
               CLOSE F-ENVIOS
               CLOSE F-INTERCAMBIO
               PERFORM REGISTRAR-FIN THRU REGISTRAR-FIN-EXIT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO ENV-NUM.
       ENVIAR-ORDEN-EXIT.
           EXIT.

      *    Vuelca al fichero de intercambio las devoluciones que
      *    BANKIMP dejo encoladas y vacia la cola. Si el intercambio
      *    no se puede abrir la cola se queda como esta y sale en el
      *    siguiente ciclo.
       ENVIAR-DEVOLUCIONES.
           OPEN INPUT F-DEVOLUCIONES.
           IF FSDEV NOT = 00
               GO TO ENVIAR-DEVOLUCIONES-EXIT.

           OPEN EXTEND F-INTERCAMBIO.
           IF FSINT = 35
               OPEN OUTPUT F-INTERCAMBIO
               CLOSE F-INTERCAMBIO
               OPEN EXTEND F-INTERCAMBIO
           END-IF.
           IF FSINT NOT = 00 AND FSINT NOT = 05
               DISPLAY "BANKEXT: devoluciones aplazadas, no se ha "
                   "podido abrir el intercambio"
               CLOSE F-DEVOLUCIONES
               GO TO ENVIAR-DEVOLUCIONES-EXIT.

       ENVIAR-DEVOLUCIONES-SIGUIENTE.
           READ F-DEVOLUCIONES NEXT RECORD
               AT END GO TO ENVIAR-DEVOLUCIONES-FIN.

           MOVE SPACES TO DEVOLUCION-INT-REG.
           MOVE DVP-ORIGEN TO IDV-DESTINO.
           MOVE DVP-IMPORTE-ENT TO IDV-IMPORTE-ENT.
           MOVE DVP-IMPORTE-DEC TO IDV-IMPORTE-DEC.
           MOVE DVP-MONEDA TO IDV-MONEDA.
           MOVE DVP-DESTINO TO IDV-ORIGEN.
           MOVE DVP-REFERENCIA TO IDV-REFERENCIA.
           MOVE "DEV" TO IDV-TIPO.
           MOVE DVP-MOTIVO TO IDV-MOTIVO.
           WRITE DEVOLUCION-INT-REG.
           ADD 1 TO TOTAL-DEVOLUCIONES.

           MOVE SPACES TO INF-LINE.
           STRING "DEVUELTO ABONO REFERENCIA " DVP-REFERENCIA
               " DESTINO " DVP-DESTINO
               " MOTIVO " DVP-MOTIVO
               DELIMITED BY SIZE INTO INF-LINE.
           WRITE INF-LINE.

           GO TO ENVIAR-DEVOLUCIONES-SIGUIENTE.

      *    Las devoluciones ya estan en el intercambio: la cola se deja
      *    vacia para no enviarlas dos veces.
       ENVIAR-DEVOLUCIONES-FIN.
           CLOSE F-INTERCAMBIO.
           CLOSE F-DEVOLUCIONES.
           OPEN OUTPUT F-DEVOLUCIONES.
           CLOSE F-DEVOLUCIONES.

       ENVIAR-DEVOLUCIONES-EXIT.
           EXIT.

      * Descompone un saldo en centimos (con signo) en MOV-SALDOPOS-ENT
      * (con signo) y MOV-SALDOPOS-DEC (sin signo), igual que el resto
      * del sistema representa los importes.
               " REVISADAS " TOTAL-REVISADOS
               " ENVIADAS " TOTAL-ENVIADOS
               " SIN SALDO " TOTAL-SIN-SALDO
               " DEVOLUCIONES " TOTAL-DEVOLUCIONES
               DELIMITED BY SIZE INTO INF-LINE.
           WRITE INF-LINE.
           CLOSE F-INFORME.
           DISPLAY "BANKEXT: ordenes revisadas " TOTAL-REVISADOS.
           DISPLAY "BANKEXT: ordenes enviadas " TOTAL-ENVIADOS.
           DISPLAY "BANKEXT: omitidas por saldo " TOTAL-SIN-SALDO.
           DISPLAY "BANKEXT: devoluciones enviadas " TOTAL-DEVOLUCIONES.
           GOBACK.
