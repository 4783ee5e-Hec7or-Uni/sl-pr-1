           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSS.

           SELECT OPTIONAL F-ESTADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-TARJETA
           FILE STATUS IS FSEST.

           SELECT OPTIONAL F-ENVIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENV-NUM
           FILE STATUS IS FSENV.

           SELECT OPTIONAL F-DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDEV.

           SELECT OPTIONAL F-INFORME ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSINF.
      *    compensacion: una linea por abono destinado a una cuenta
      *    nuestra, en las mismas posiciones fijas que el fichero
      *    saliente de BANKEXT. El batch lo vuelca y lo deja vacio
      *    para el siguiente ciclo. Una linea con ENT-TIPO "DEV" no es
      *    un abono sino la devolucion de una orden nuestra: lleva en
      *    ENT-REFERENCIA el ENV-NUM que BANKEXT envio y en
      *    ENT-MOTIVO el codigo de motivo de la camara; en los abonos
      *    normales ambos campos llegan en blanco.
       FD F-ENTRANTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/intercament.txt".
           02 ENT-ORIGEN           PIC  X(16).
           02 FILLER               PIC  X(01).
           02 ENT-REFERENCIA       PIC  X(35).
           02 FILLER               PIC  X(01).
           02 ENT-TIPO             PIC  X(03).
           02 FILLER               PIC  X(01).
           02 ENT-MOTIVO           PIC  X(04).

       FD TARJETAS
           LABEL RECORD STANDARD
           02 SAL-SALDO-DEC        PIC  9(2).
           02 SAL-SIGNO            PIC  X(01).

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

      *    Cola de transferencias interbancarias salientes que
      *    alimenta BANK6. ENV-ESTADO = "P" pendiente, "E" enviada,
      *    "D" devuelta por la camara (la marca BANKIMP al reabonar).
      *    "C" anulada en la sucursal antes de salir, al cancelar la
      *    cuenta de origen (BANKCIE).
       FD F-ENVIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/interenv.ubd".
       01 ENVIO-REG.
           02 ENV-NUM              PIC  9(35).
           02 ENV-ORIGEN           PIC  9(16).
           02 ENV-DESTINO          PIC  9(16).
           02 ENV-IMPORTE-ENT      PIC  9(7).
           02 ENV-IMPORTE-DEC      PIC  9(2).
           02 ENV-MONEDA           PIC  X(03).
           02 ENV-ESTADO           PIC  X(01).
           02 ENV-ANO-ALTA         PIC  9(4).
           02 ENV-MES-ALTA         PIC  9(2).
           02 ENV-DIA-ALTA         PIC  9(2).
           02 ENV-ANO-ENVIO        PIC  9(4).
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

      *    Devoluciones pendientes de enviar: una linea por abono
      *    entrante rechazado, con los datos de la linea original tal
      *    como llegaron y el codigo de motivo. BANKEXT las vuelca en
      *    su siguiente fichero de intercambio saliente y la deja
      *    vacia. Motivos: "AC01" tarjeta inexistente, "AC06"
      *    tarjeta bloqueada, "AM01" importe cero, "FF01" formato
      *    roto, "MS03" fallo interno al postear.
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
      *    cuadrar contra los totales de la camara.
       77 FSS                       PIC X(2).
       77 FSINF                     PIC X(2).
       77 FSCNT                     PIC X(2).
       77 FSEST                     PIC X(2).
       77 FSENV                     PIC X(2).
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
       77 TARJETA-MAESTRO           PIC  9(16).

       77 ABONO-RECHAZADO           PIC 9(1).
       77 MOTIVO-RECHAZO            PIC X(04).
       77 DEVOLUCION-APLICADA       PIC 9(1).

      *    1 si estados.ubd marca la tarjeta destino como perdida,
      *    robada o bloqueada por la sucursal: el abono se devuelve.
       77 TARJETA-BLOQUEADA         PIC 9(1).

      *    Ultimas cifras del movimiento de cargo original, para que
      *    el concepto del reabono lo identifique.
       77 MOV-CARGO-CONCEPTO        PIC 9(12).

       77 TOTAL-LEIDOS              PIC 9(7) VALUE 0.
       77 TOTAL-RECIBIDOS           PIC 9(7) VALUE 0.
       77 TOTAL-RECHAZADOS          PIC 9(7) VALUE 0.
       77 TOTAL-ENCOLADAS           PIC 9(7) VALUE 0.
       77 TOTAL-DEVUELTAS           PIC 9(7) VALUE 0.
       77 TOTAL-DEV-NO-APLICADAS    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      * Importacion del intercambio entrante de la camara de
      * rechaza (con su linea en el informe) las destinadas a
      * tarjetas que no son nuestras o con el formato roto, para
      * poder cuadrar enviados, recibidos y rechazados contra los
      * totales de la camara. Cada rechazo queda encolado en
      * interdev.txt para que BANKEXT lo devuelva al banco emisor, y
      * las devoluciones que la camara nos hace de ordenes enviadas
      * por BANKEXT reabonan la cuenta origen.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           END-IF.
           IF FSINF NOT = 00 AND FSINF NOT = 05
               DISPLAY "BANKIMP: no se ha podido abrir el informe"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO INF-LINE.
           IF FSENT = 35
               DISPLAY "BANKIMP: no hay fichero entrante de la camara"
               PERFORM REGISTRAR-FIN THRU REGISTRAR-FIN-EXIT
               GOBACK
           END-IF.
           IF FSENT NOT = 00
               DISPLAY "BANKIMP: no se ha podido abrir el entrante"
               CLOSE F-INFORME
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O F-MOVIMIENTOS.
               DISPLAY "BANKIMP: no se ha podido abrir movimientos"
               CLOSE F-ENTRANTES
               PERFORM REGISTRAR-FIN THRU REGISTRAR-FIN-EXIT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       LEER-ENTRANTE.

           ADD 1 TO TOTAL-LEIDOS.

           IF ENT-TIPO = "DEV"
               PERFORM APLICAR-DEVOLUCION
                   THRU APLICAR-DEVOLUCION-EXIT
               IF DEVOLUCION-APLICADA = 1
                   ADD 1 TO TOTAL-DEVUELTAS
               ELSE
                   ADD 1 TO TOTAL-DEV-NO-APLICADAS
               END-IF
               GO TO LEER-ENTRANTE
           END-IF.

           PERFORM ABONAR-ENTRANTE THRU ABONAR-ENTRANTE-EXIT.

           IF ABONO-RECHAZADO = 1
      *    Postea el abono de la linea entrante actual. Una linea con
      *    el formato roto, con importe cero o destinada a una tarjeta
      *    que no existe en tarjetas.ubd se rechaza para devolverla a
      *    la camara; tambien la destinada a una tarjeta bloqueada en
      *    estados.ubd. MOTIVO-RECHAZO deja el codigo que viajara en
      *    la devolucion.
       ABONAR-ENTRANTE.
           MOVE 0 TO ABONO-RECHAZADO.
           MOVE "MS03" TO MOTIVO-RECHAZO.

           IF ENT-DESTINO IS NOT NUMERIC
               MOVE 1 TO ABONO-RECHAZADO
               MOVE "FF01" TO MOTIVO-RECHAZO
               GO TO ABONAR-ENTRANTE-EXIT.

           IF ENT-IMPORTE-ENT IS NOT NUMERIC
                   OR ENT-IMPORTE-DEC IS NOT NUMERIC
               MOVE 1 TO ABONO-RECHAZADO
               MOVE "FF01" TO MOTIVO-RECHAZO
               GO TO ABONAR-ENTRANTE-EXIT.

           IF ENT-IMPORTE-ENT = 0 AND ENT-IMPORTE-DEC = 0
               MOVE 1 TO ABONO-RECHAZADO
               MOVE "AM01" TO MOTIVO-RECHAZO
               GO TO ABONAR-ENTRANTE-EXIT.

           OPEN INPUT TARJETAS.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               MOVE 1 TO ABONO-RECHAZADO
               MOVE "AC01" TO MOTIVO-RECHAZO
               GO TO ABONAR-ENTRANTE-EXIT.
           CLOSE TARJETAS.

           MOVE ENT-DESTINO TO TARJETA-BUSCADA.
           PERFORM LEER-ESTADO-TARJETA THRU LEER-ESTADO-TARJETA-EXIT.
           IF TARJETA-BLOQUEADA = 1
               MOVE 1 TO ABONO-RECHAZADO
               MOVE "AC06" TO MOTIVO-RECHAZO
               GO TO ABONAR-ENTRANTE-EXIT.

           MOVE ENT-DESTINO TO TARJETA-BUSCADA.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-EXIT.

           MOVE SPACES TO INF-LINE.
           STRING "RECHAZADO ABONO DESTINO " ENT-DESTINO
               " REFERENCIA " ENT-REFERENCIA
               " MOTIVO " MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO INF-LINE.
           WRITE INF-LINE.

           PERFORM ENCOLAR-DEVOLUCION THRU ENCOLAR-DEVOLUCION-EXIT.
       REGISTRAR-RECHAZO-EXIT.
           EXIT.

      *    Anexa el abono rechazado a la cola de devoluciones que
      *    BANKEXT envia en su siguiente ciclo. La linea original
      *    viaja tal cual llego, aunque su formato este roto, para que
      *    el banco emisor pueda identificarla. Si la cola no se puede
      *    abrir el rechazo queda solo en el informe, marcado para que
      *    operaciones la devuelva a mano.
       ENCOLAR-DEVOLUCION.
           OPEN EXTEND F-DEVOLUCIONES.
           IF FSDEV = 35
               OPEN OUTPUT F-DEVOLUCIONES
               CLOSE F-DEVOLUCIONES
               OPEN EXTEND F-DEVOLUCIONES
           END-IF.
           IF FSDEV NOT = 00 AND FSDEV NOT = 05
               MOVE SPACES TO INF-LINE
               STRING "DEVOLUCION NO ENCOLADA REFERENCIA "
                   ENT-REFERENCIA
                   DELIMITED BY SIZE INTO INF-LINE
               WRITE INF-LINE
               GO TO ENCOLAR-DEVOLUCION-EXIT.

           MOVE SPACES TO DEVOLUCION-REG.
           MOVE ENT-ORIGEN TO DVP-ORIGEN.
           MOVE ENTRANTE-REG(1:16) TO DVP-DESTINO.
           MOVE ENTRANTE-REG(18:7) TO DVP-IMPORTE-ENT.
           MOVE ENTRANTE-REG(26:2) TO DVP-IMPORTE-DEC.
           MOVE ENT-MONEDA TO DVP-MONEDA.
           MOVE ENT-REFERENCIA TO DVP-REFERENCIA.
           MOVE MOTIVO-RECHAZO TO DVP-MOTIVO.
           MOVE ANO TO DVP-ANO.
           MOVE MES TO DVP-MES.
           MOVE DIA TO DVP-DIA.
           WRITE DEVOLUCION-REG.
           ADD 1 TO TOTAL-ENCOLADAS.

           CLOSE F-DEVOLUCIONES.

       ENCOLAR-DEVOLUCION-EXIT.
           EXIT.

      *    Aplica la devolucion que la camara hace de una orden que
      *    BANKEXT nos envio: localiza la orden por su ENV-NUM, que
      *    tiene que estar enviada ("E") y por el mismo importe,
      *    reabona la cuenta origen con un movimiento que cita el
      *    cargo original y la marca devuelta ("D") con el motivo
      *    recibido. Una devolucion que no casa con ninguna orden
      *    enviada (o repetida) no se postea y queda en el informe
      *    para revisarla a mano; nunca se devuelve a su vez.
       APLICAR-DEVOLUCION.
           MOVE 0 TO DEVOLUCION-APLICADA.

           IF ENT-REFERENCIA IS NOT NUMERIC
               GO TO APLICAR-DEVOLUCION-ERR.

           IF ENT-IMPORTE-ENT IS NOT NUMERIC
                   OR ENT-IMPORTE-DEC IS NOT NUMERIC
               GO TO APLICAR-DEVOLUCION-ERR.

           OPEN I-O F-ENVIOS.
           IF FSENV NOT = 00
               GO TO APLICAR-DEVOLUCION-ERR.

           MOVE ENT-REFERENCIA TO ENV-NUM.
           READ F-ENVIOS INVALID KEY
               CLOSE F-ENVIOS
               GO TO APLICAR-DEVOLUCION-ERR.

           IF ENV-ESTADO NOT = "E"
                   OR ENV-IMPORTE-ENT NOT = ENT-IMPORTE-ENT
                   OR ENV-IMPORTE-DEC NOT = ENT-IMPORTE-DEC
               CLOSE F-ENVIOS
               GO TO APLICAR-DEVOLUCION-ERR.

           MOVE ENV-ORIGEN TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-SALDO-TARJETA
               THRU LOCALIZAR-SALDO-TARJETA-EXIT.

           COMPUTE CENT-IMPORTE =
               (ENV-IMPORTE-ENT * 100) + ENV-IMPORTE-DEC.
           COMPUTE SALDO-NUEVO-CENT = SALDO-ACTUAL-CENT + CENT-IMPORTE.

           PERFORM OBTENER-MOV-NUM THRU OBTENER-MOV-NUM-EXIT.
           IF CONTADOR-AGOTADO = 1
               CLOSE F-ENVIOS
               GO TO APLICAR-DEVOLUCION-ERR.

           MOVE ENV-MOV-CARGO TO MOV-CARGO-CONCEPTO.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE ENV-ORIGEN TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE ENV-IMPORTE-ENT TO MOV-IMPORTE-ENT.
           MOVE ENV-IMPORTE-DEC TO MOV-IMPORTE-DEC.
           MOVE "+" TO MOV-IMPORTE-SIGNO.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Dev. interbancaria mov " MOV-CARGO-CONCEPTO
               DELIMITED BY SIZE INTO MOV-CONCEPTO.
           MOVE SPACES TO MOV-EVENTO.
           MOVE SPACES TO MOV-ASIENTO.
           MOVE ENV-MONEDA TO MOV-MONEDA.
           MOVE "BANKIMP" TO MOV-TERMINAL.
           PERFORM DESGLOSAR-SALDO THRU DESGLOSAR-SALDO-EXIT.
           WRITE MOVIMIENTO-REG INVALID KEY
               CLOSE F-ENVIOS
               GO TO APLICAR-DEVOLUCION-ERR.

           MOVE ENV-ORIGEN TO TARJETA-MAESTRO.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-EXIT.

           MOVE "D" TO ENV-ESTADO.
           MOVE ENT-MOTIVO TO ENV-MOTIVO-DEVOL.
           MOVE ANO TO ENV-ANO-DEVOL.
           MOVE MES TO ENV-MES-DEVOL.
           MOVE DIA TO ENV-DIA-DEVOL.
           MOVE LAST-MOV-NUM TO ENV-MOV-DEVOL.
           REWRITE ENVIO-REG INVALID KEY CONTINUE
           END-REWRITE.
           CLOSE F-ENVIOS.

           MOVE 1 TO DEVOLUCION-APLICADA.

           MOVE SPACES TO INF-LINE.
           STRING "DEVUELTA ORDEN " ENV-NUM
               " MOTIVO " ENT-MOTIVO
               " CARGO MOV " ENV-MOV-CARGO
               DELIMITED BY SIZE INTO INF-LINE.
           WRITE INF-LINE.
           MOVE SPACES TO INF-LINE.
           STRING "    REABONO TARJETA " ENV-ORIGEN
               " MOV " LAST-MOV-NUM
               DELIMITED BY SIZE INTO INF-LINE.
           WRITE INF-LINE.
           GO TO APLICAR-DEVOLUCION-EXIT.

       APLICAR-DEVOLUCION-ERR.
           MOVE SPACES TO INF-LINE.
           STRING "DEVOLUCION NO APLICADA REFERENCIA " ENT-REFERENCIA
               " MOTIVO " ENT-MOTIVO
               DELIMITED BY SIZE INTO INF-LINE.
           WRITE INF-LINE.

       APLICAR-DEVOLUCION-EXIT.
           EXIT.

      *    Comprueba en estados.ubd si la tarjeta TARJETA-BUSCADA
      *    esta perdida, robada o bloqueada por la sucursal; en ese
      *    caso TARJETA-BLOQUEADA queda a 1. Una cuenta durmiente
      *    (BANKDOR) sigue recibiendo abonos, que no son actividad del
      *    cliente ni la reactivan: solo se le cierra el cajero.
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

           IF EST-ESTADO NOT = "A" AND EST-ESTADO NOT = "D"
               MOVE 1 TO TARJETA-BLOQUEADA.
           CLOSE F-ESTADOS.

       LEER-ESTADO-TARJETA-EXIT.
           EXIT.

      * Descompone un saldo en centimos (con signo) en MOV-SALDOPOS-ENT
      * (con signo) y MOV-SALDOPOS-DEC (sin signo), igual que el resto
      * del sistema representa los importes.
               " RECHAZADOS " TOTAL-RECHAZADOS
               DELIMITED BY SIZE INTO INF-LINE.
           WRITE INF-LINE.
           MOVE SPACES TO INF-LINE.
           STRING "    DEVOLUCIONES ENCOLADAS " TOTAL-ENCOLADAS
               " ORDENES DEVUELTAS " TOTAL-DEVUELTAS
               " DEVOLUCIONES NO APLICADAS " TOTAL-DEV-NO-APLICADAS
               DELIMITED BY SIZE INTO INF-LINE.
           WRITE INF-LINE.
           CLOSE F-INFORME.
       REGISTRAR-FIN-EXIT.
           EXIT.
           DISPLAY "BANKIMP: lineas leidas " TOTAL-LEIDOS.
           DISPLAY "BANKIMP: abonos recibidos " TOTAL-RECIBIDOS.
           DISPLAY "BANKIMP: abonos rechazados " TOTAL-RECHAZADOS.
           DISPLAY "BANKIMP: devoluciones encoladas " TOTAL-ENCOLADAS.
           DISPLAY "BANKIMP: ordenes devueltas " TOTAL-DEVUELTAS.
           DISPLAY "BANKIMP: devoluciones no aplicadas "
               TOTAL-DEV-NO-APLICADAS.
           GOBACK.
