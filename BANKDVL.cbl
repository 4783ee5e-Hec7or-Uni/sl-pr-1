       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKDVL.

      * Utilidad de migracion de una sola ejecucion (no es una opcion
      * del cajero automatico ni un paso de la cadena nocturna).
      * Convierte recibos.ubd e interenv.ubd al formato que guarda las
      * devoluciones: el recibo gana REC-INTENTOS, REC-MOTIVO, la
      * fecha de devolucion y REC-COMUNICADO; la orden interbancaria
      * gana ENV-MOTIVO-DEVOL, la fecha de devolucion y ENV-MOV-DEVOL.
      * Con el formato antiguo BANKCOB, BANK11, BANK6, BANKEXT,
      * BANKIMP y BANKCIE no pueden abrir esos ficheros.
      *
      * Cada fichero se copia primero, con su formato antiguo, a
      * devolmig.txt y despues se vuelve a crear con el formato nuevo
      * desde esa copia, con los campos nuevos en su valor inicial:
      * contadores y fechas a cero, motivos en blanco y el recibo sin
      * comunicar al emisor. devolmig.txt se conserva como copia de
      * seguridad del ultimo fichero convertido. Las marcas en
      * devolmig.ubd, una por fichero, impiden convertir dos veces el
      * mismo, porque leer como antiguo un fichero ya convertido lo
      * destrozaria; si la ejecucion se corta entre los dos, la
      * siguiente solo convierte el que falta.
      *
      * Despues siembra mandatos.ubd con los recibos que ya se venian
      * cobrando: BANKCOB solo cobra con mandato activo, y sin esta
      * carga todas las domiciliaciones existentes se devolverian la
      * primera noche. Se da de alta un mandato activo, sin maximo y
      * firmado hoy por cada cuenta (tarjeta titular segun
      * vinculos.ubd) y emisor de los recibos cobrados ("C") o
      * pendientes ("P"). Un mandato que ya existe no se toca, asi
      * que no reactiva ninguno revocado. La marca 3 de devolmig.ubd
      * impide volver a sembrar.
      *
      * Migraciones de una sola ejecucion, por este orden, con la
      * cadena nocturna y los cajeros parados y antes de volver a
      * arrancarlos: BANKPIN (PIN cifrado en tarjetas.ubd) y BANKDVL
      * (devoluciones en recibos.ubd e interenv.ubd y carga inicial
      * de mandatos.ubd). mandatos.ubd tiene que existir antes de la
      * primera ejecucion de BANKNOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-RECIBOS-ANT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAN-NUM
           FILE STATUS IS FSRAN.

           SELECT F-RECIBOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSR.

           SELECT OPTIONAL F-ENVIOS-ANT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EAN-NUM
           FILE STATUS IS FSEAN.

           SELECT F-ENVIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENV-NUM
           FILE STATUS IS FSENV.

           SELECT F-TRASPASO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTRA.

           SELECT OPTIONAL F-VINCULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIN-TARJETA
           FILE STATUS IS FSV.

           SELECT OPTIONAL F-MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMAN.

           SELECT OPTIONAL F-MARCA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAR-CLAVE
           FILE STATUS IS FSMAR.

       DATA DIVISION.
       FILE SECTION.
      *    recibos.ubd tal y como estaba antes de guardar las
      *    devoluciones.
       FD F-RECIBOS-ANT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/recibos.ubd".
       01 RECIBO-ANT-REG.
           02 RAN-NUM              PIC  9(35).
           02 RAN-TARJETA          PIC  9(16).
           02 RAN-EMISOR           PIC  X(30).
           02 RAN-REFERENCIA       PIC  X(20).
           02 RAN-IMPORTE-ENT      PIC  9(7).
           02 RAN-IMPORTE-DEC      PIC  9(2).
           02 RAN-ESTADO           PIC  X(01).
           02 RAN-ANO-PRES         PIC  9(4).
           02 RAN-MES-PRES         PIC  9(2).
           02 RAN-DIA-PRES         PIC  9(2).
           02 RAN-ANO-COBRO        PIC  9(4).
           02 RAN-MES-COBRO        PIC  9(2).
           02 RAN-DIA-COBRO        PIC  9(2).
           02 RAN-MOV-COBRO        PIC  9(35).

      *    recibos.ubd con el formato actual, el mismo de BANKCOB.
       FD F-RECIBOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/recibos.ubd".
       01 RECIBO-REG.
           02 REC-NUM              PIC  9(35).
           02 REC-TARJETA          PIC  9(16).
           02 REC-EMISOR           PIC  X(30).
           02 REC-REFERENCIA       PIC  X(20).
           02 REC-IMPORTE-ENT      PIC  9(7).
           02 REC-IMPORTE-DEC      PIC  9(2).
           02 REC-ESTADO           PIC  X(01).
           02 REC-ANO-PRES         PIC  9(4).
           02 REC-MES-PRES         PIC  9(2).
           02 REC-DIA-PRES         PIC  9(2).
           02 REC-ANO-COBRO        PIC  9(4).
           02 REC-MES-COBRO        PIC  9(2).
           02 REC-DIA-COBRO        PIC  9(2).
           02 REC-MOV-COBRO        PIC  9(35).
           02 REC-INTENTOS         PIC  9(3).
           02 REC-MOTIVO           PIC  X(04).
           02 REC-ANO-DEVOL        PIC  9(4).
           02 REC-MES-DEVOL        PIC  9(2).
           02 REC-DIA-DEVOL        PIC  9(2).
           02 REC-COMUNICADO       PIC  X(01).

      *    interenv.ubd tal y como estaba antes de guardar las
      *    devoluciones de la camara.
       FD F-ENVIOS-ANT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/interenv.ubd".
       01 ENVIO-ANT-REG.
           02 EAN-NUM              PIC  9(35).
           02 EAN-ORIGEN           PIC  9(16).
           02 EAN-DESTINO          PIC  9(16).
           02 EAN-IMPORTE-ENT      PIC  9(7).
           02 EAN-IMPORTE-DEC      PIC  9(2).
           02 EAN-MONEDA           PIC  X(03).
           02 EAN-ESTADO           PIC  X(01).
           02 EAN-ANO-ALTA         PIC  9(4).
           02 EAN-MES-ALTA         PIC  9(2).
           02 EAN-DIA-ALTA         PIC  9(2).
           02 EAN-ANO-ENVIO        PIC  9(4).
           02 EAN-MES-ENVIO        PIC  9(2).
           02 EAN-DIA-ENVIO        PIC  9(2).
           02 EAN-MOV-CARGO        PIC  9(35).

      *    interenv.ubd con el formato actual, el mismo de BANK6.
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
           02 ENV-MOTIVO-DEVOL     PIC  X(04).
           02 ENV-ANO-DEVOL        PIC  9(4).
           02 ENV-MES-DEVOL        PIC  9(2).
           02 ENV-DIA-DEVOL        PIC  9(2).
           02 ENV-MOV-DEVOL        PIC  9(35).

      *    Copia intermedia, registro a registro, del fichero que se
      *    esta convirtiendo, con su formato antiguo.
       FD F-TRASPASO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/devolmig.txt".
       01 TRASPASO-RECIBO          PIC  X(162).
       01 TRASPASO-ENVIO           PIC  X(131).

      *    Vinculos de tarjetas adicionales (familiares) a la cuenta
      *    de la tarjeta titular; una tarjeta sin registro es su
      *    propia cuenta.
       FD F-VINCULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/vinculos.ubd".
       01 VINCULO-REG.
           02 VIN-TARJETA          PIC  9(16).
           02 VIN-TITULAR          PIC  9(16).

      *    Mandatos de domiciliacion, el mismo de BANKCOB: un registro
      *    por cuenta (tarjeta titular, ya resuelta por vinculos.ubd)
      *    y REC-EMISOR.
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

      *    Marcas de migracion hecha, con la fecha de conversion:
      *    MAR-CLAVE 1 para recibos.ubd, 2 para interenv.ubd y 3 para
      *    la carga inicial de mandatos.ubd.
       FD F-MARCA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/devolmig.ubd".
       01 MARCA-REG.
           02 MAR-CLAVE            PIC  9(1).
           02 MAR-ANO              PIC  9(4).
           02 MAR-MES              PIC  9(2).
           02 MAR-DIA              PIC  9(2).

       WORKING-STORAGE SECTION.
       77 FSRAN                     PIC X(2).
       77 FSR                       PIC X(2).
       77 FSEAN                     PIC X(2).
       77 FSENV                     PIC X(2).
       77 FSTRA                     PIC X(2).
       77 FSMAR                     PIC X(2).
       77 FSV                       PIC X(2).
       77 FSMAN                     PIC X(2).

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

       77 CONFIRMACION-TECLEADA     PIC X(01).

       77 RECIBOS-CONVERTIDOS       PIC X(01) VALUE "N".
       77 ENVIOS-CONVERTIDOS        PIC X(01) VALUE "N".
       77 MANDATOS-SEMBRADOS        PIC X(01) VALUE "N".
       77 MARCA-A-GRABAR            PIC 9(1).

       77 TOTAL-RECIBOS-LEIDOS      PIC 9(7) VALUE 0.
       77 TOTAL-RECIBOS-MIGRADOS    PIC 9(7) VALUE 0.
       77 TOTAL-ENVIOS-LEIDOS       PIC 9(7) VALUE 0.
       77 TOTAL-ENVIOS-MIGRADOS     PIC 9(7) VALUE 0.
       77 TOTAL-MANDATOS-CREADOS    PIC 9(7) VALUE 0.
       77 TOTAL-MANDATOS-EXISTENTES PIC 9(7) VALUE 0.
       77 TOTAL-ERRORES             PIC 9(7) VALUE 0.

      *    Cuenta a la que pertenece la tarjeta de un recibo, igual que
      *    en BANKCOB.
       77 TARJETA-BUSCADA           PIC 9(16).
       77 CUENTA-OPERACION          PIC 9(16).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "UnizarBank - Migracion de recibos y envios".
           DISPLAY "Esta utilidad se ejecuta UNA SOLA VEZ: convierte".
           DISPLAY "recibos.ubd e interenv.ubd al formato con".
           DISPLAY "devoluciones y carga los mandatos de los recibos".
           DISPLAY "que ya se cobran.".

      *    Igual que en BANKPIN: el fichero de marca es OPTIONAL, asi
      *    que si no existia se abre vacio (estado 05) y las lecturas
      *    no encuentran ninguna marca.
           OPEN INPUT F-MARCA.
           IF FSMAR NOT = 00 AND FSMAR NOT = 05
               GO TO PCONFIRMAR.

           MOVE 1 TO MAR-CLAVE.
           READ F-MARCA INVALID KEY GO TO LEER-MARCA-ENVIOS.
           MOVE "S" TO RECIBOS-CONVERTIDOS.
           DISPLAY "recibos.ubd ya se convirtio el "
               MAR-ANO "-" MAR-MES "-" MAR-DIA.

       LEER-MARCA-ENVIOS.
           MOVE 2 TO MAR-CLAVE.
           READ F-MARCA INVALID KEY GO TO LEER-MARCA-MANDATOS.
           MOVE "S" TO ENVIOS-CONVERTIDOS.
           DISPLAY "interenv.ubd ya se convirtio el "
               MAR-ANO "-" MAR-MES "-" MAR-DIA.

       LEER-MARCA-MANDATOS.
           MOVE 3 TO MAR-CLAVE.
           READ F-MARCA INVALID KEY GO TO CERRAR-MARCA.
           MOVE "S" TO MANDATOS-SEMBRADOS.
           DISPLAY "mandatos.ubd ya se cargo el "
               MAR-ANO "-" MAR-MES "-" MAR-DIA.

       CERRAR-MARCA.
           CLOSE F-MARCA.
           IF RECIBOS-CONVERTIDOS = "S" AND ENVIOS-CONVERTIDOS = "S"
                   AND MANDATOS-SEMBRADOS = "S"
               DISPLAY "No se vuelve a convertir: se perderian los "
                   "datos"
               STOP RUN.

       PCONFIRMAR.
           DISPLAY "Confirma la migracion (S/N): ".
           MOVE SPACES TO CONFIRMACION-TECLEADA.
           ACCEPT CONFIRMACION-TECLEADA.
           IF CONFIRMACION-TECLEADA NOT = "S"
                   AND CONFIRMACION-TECLEADA NOT = "s"
               DISPLAY "Migracion cancelada"
               STOP RUN.

      *    Primera pasada de recibos: copia del fichero antiguo a
      *    devolmig.txt. Si recibos.ubd no existe no hay nada que
      *    convertir (los programas lo crearan ya con el formato
      *    nuevo); si no se puede leer como antiguo se para aqui, sin
      *    haber tocado nada.
       COPIAR-RECIBOS.
           IF RECIBOS-CONVERTIDOS = "S"
               GO TO COPIAR-ENVIOS.

           OPEN INPUT F-RECIBOS-ANT.
           IF FSRAN = 05
               CLOSE F-RECIBOS-ANT
               DISPLAY "No existe recibos.ubd: nada que convertir"
               GO TO MARCAR-RECIBOS.
           IF FSRAN NOT = 00
               DISPLAY "No se ha podido abrir recibos.ubd con el "
                   "formato antiguo (estado " FSRAN ")"
               DISPLAY "Migracion cancelada: no se ha modificado nada"
               STOP RUN.

           OPEN OUTPUT F-TRASPASO.
           IF FSTRA NOT = 00
               DISPLAY "No se ha podido crear devolmig.txt"
               CLOSE F-RECIBOS-ANT
               STOP RUN.

           MOVE LOW-VALUES TO RAN-NUM.
           START F-RECIBOS-ANT KEY IS NOT LESS THAN RAN-NUM
               INVALID KEY GO TO CERRAR-COPIA-RECIBOS.

       COPIAR-RECIBO-SIGUIENTE.
           READ F-RECIBOS-ANT NEXT RECORD
               AT END GO TO CERRAR-COPIA-RECIBOS.

           MOVE RECIBO-ANT-REG TO TRASPASO-RECIBO.
           WRITE TRASPASO-RECIBO.
           ADD 1 TO TOTAL-RECIBOS-LEIDOS.
           GO TO COPIAR-RECIBO-SIGUIENTE.

       CERRAR-COPIA-RECIBOS.
           CLOSE F-RECIBOS-ANT.
           CLOSE F-TRASPASO.

      *    Segunda pasada de recibos: recibos.ubd se vuelve a crear
      *    con el formato nuevo desde la copia. El recibo antiguo no
      *    tiene intentos fallidos anotados, ni motivo ni fecha de
      *    devolucion, y queda sin comunicar al emisor.
           OPEN OUTPUT F-RECIBOS.
           IF FSR NOT = 00
               DISPLAY "ATENCION: no se ha podido crear recibos.ubd;"
               DISPLAY "sus recibos estan en devolmig.txt"
               STOP RUN.

           OPEN INPUT F-TRASPASO.
           IF FSTRA NOT = 00
               DISPLAY "ATENCION: no se ha podido releer devolmig.txt"
               CLOSE F-RECIBOS
               STOP RUN.

       MIGRAR-RECIBO-SIGUIENTE.
           READ F-TRASPASO
               AT END GO TO CERRAR-MIGRACION-RECIBOS.

           MOVE TRASPASO-RECIBO TO RECIBO-ANT-REG.
           MOVE RAN-NUM TO REC-NUM.
           MOVE RAN-TARJETA TO REC-TARJETA.
           MOVE RAN-EMISOR TO REC-EMISOR.
           MOVE RAN-REFERENCIA TO REC-REFERENCIA.
           MOVE RAN-IMPORTE-ENT TO REC-IMPORTE-ENT.
           MOVE RAN-IMPORTE-DEC TO REC-IMPORTE-DEC.
           MOVE RAN-ESTADO TO REC-ESTADO.
           MOVE RAN-ANO-PRES TO REC-ANO-PRES.
           MOVE RAN-MES-PRES TO REC-MES-PRES.
           MOVE RAN-DIA-PRES TO REC-DIA-PRES.
           MOVE RAN-ANO-COBRO TO REC-ANO-COBRO.
           MOVE RAN-MES-COBRO TO REC-MES-COBRO.
           MOVE RAN-DIA-COBRO TO REC-DIA-COBRO.
           MOVE RAN-MOV-COBRO TO REC-MOV-COBRO.
           MOVE 0 TO REC-INTENTOS.
           MOVE SPACES TO REC-MOTIVO.
           MOVE 0 TO REC-ANO-DEVOL.
           MOVE 0 TO REC-MES-DEVOL.
           MOVE 0 TO REC-DIA-DEVOL.
           MOVE "N" TO REC-COMUNICADO.

           WRITE RECIBO-REG INVALID KEY
               ADD 1 TO TOTAL-ERRORES
               GO TO MIGRAR-RECIBO-SIGUIENTE.

           ADD 1 TO TOTAL-RECIBOS-MIGRADOS.
           GO TO MIGRAR-RECIBO-SIGUIENTE.

       CERRAR-MIGRACION-RECIBOS.
           CLOSE F-TRASPASO.
           CLOSE F-RECIBOS.

       MARCAR-RECIBOS.
           MOVE 1 TO MARCA-A-GRABAR.
           PERFORM GRABAR-MARCA THRU GRABAR-MARCA-EXIT.

      *    Las mismas dos pasadas para interenv.ubd. La orden antigua
      *    no tiene devolucion de la camara: motivo en blanco, fecha
      *    y movimiento de reabono a cero.
       COPIAR-ENVIOS.
           IF ENVIOS-CONVERTIDOS = "S"
               GO TO SEMBRAR-MANDATOS.

           OPEN INPUT F-ENVIOS-ANT.
           IF FSEAN = 05
               CLOSE F-ENVIOS-ANT
               DISPLAY "No existe interenv.ubd: nada que convertir"
               GO TO MARCAR-ENVIOS.
           IF FSEAN NOT = 00
               DISPLAY "No se ha podido abrir interenv.ubd con el "
                   "formato antiguo (estado " FSEAN ")"
               DISPLAY "interenv.ubd no se ha modificado"
               GO TO SEMBRAR-MANDATOS.

           OPEN OUTPUT F-TRASPASO.
           IF FSTRA NOT = 00
               DISPLAY "No se ha podido crear devolmig.txt"
               CLOSE F-ENVIOS-ANT
               GO TO SEMBRAR-MANDATOS.

           MOVE LOW-VALUES TO EAN-NUM.
           START F-ENVIOS-ANT KEY IS NOT LESS THAN EAN-NUM
               INVALID KEY GO TO CERRAR-COPIA-ENVIOS.

       COPIAR-ENVIO-SIGUIENTE.
           READ F-ENVIOS-ANT NEXT RECORD
               AT END GO TO CERRAR-COPIA-ENVIOS.

           MOVE ENVIO-ANT-REG TO TRASPASO-ENVIO.
           WRITE TRASPASO-ENVIO.
           ADD 1 TO TOTAL-ENVIOS-LEIDOS.
           GO TO COPIAR-ENVIO-SIGUIENTE.

       CERRAR-COPIA-ENVIOS.
           CLOSE F-ENVIOS-ANT.
           CLOSE F-TRASPASO.

           OPEN OUTPUT F-ENVIOS.
           IF FSENV NOT = 00
               DISPLAY "ATENCION: no se ha podido crear interenv.ubd;"
               DISPLAY "sus ordenes estan en devolmig.txt"
               GO TO SEMBRAR-MANDATOS.

           OPEN INPUT F-TRASPASO.
           IF FSTRA NOT = 00
               DISPLAY "ATENCION: no se ha podido releer devolmig.txt"
               CLOSE F-ENVIOS
               GO TO SEMBRAR-MANDATOS.

       MIGRAR-ENVIO-SIGUIENTE.
           READ F-TRASPASO
               AT END GO TO CERRAR-MIGRACION-ENVIOS.

           MOVE TRASPASO-ENVIO TO ENVIO-ANT-REG.
           MOVE EAN-NUM TO ENV-NUM.
           MOVE EAN-ORIGEN TO ENV-ORIGEN.
           MOVE EAN-DESTINO TO ENV-DESTINO.
           MOVE EAN-IMPORTE-ENT TO ENV-IMPORTE-ENT.
           MOVE EAN-IMPORTE-DEC TO ENV-IMPORTE-DEC.
           MOVE EAN-MONEDA TO ENV-MONEDA.
           MOVE EAN-ESTADO TO ENV-ESTADO.
           MOVE EAN-ANO-ALTA TO ENV-ANO-ALTA.
           MOVE EAN-MES-ALTA TO ENV-MES-ALTA.
           MOVE EAN-DIA-ALTA TO ENV-DIA-ALTA.
           MOVE EAN-ANO-ENVIO TO ENV-ANO-ENVIO.
           MOVE EAN-MES-ENVIO TO ENV-MES-ENVIO.
           MOVE EAN-DIA-ENVIO TO ENV-DIA-ENVIO.
           MOVE EAN-MOV-CARGO TO ENV-MOV-CARGO.
           MOVE SPACES TO ENV-MOTIVO-DEVOL.
           MOVE 0 TO ENV-ANO-DEVOL.
           MOVE 0 TO ENV-MES-DEVOL.
           MOVE 0 TO ENV-DIA-DEVOL.
           MOVE 0 TO ENV-MOV-DEVOL.

           WRITE ENVIO-REG INVALID KEY
               ADD 1 TO TOTAL-ERRORES
               GO TO MIGRAR-ENVIO-SIGUIENTE.

           ADD 1 TO TOTAL-ENVIOS-MIGRADOS.
           GO TO MIGRAR-ENVIO-SIGUIENTE.

       CERRAR-MIGRACION-ENVIOS.
           CLOSE F-TRASPASO.
           CLOSE F-ENVIOS.

       MARCAR-ENVIOS.
           MOVE 2 TO MARCA-A-GRABAR.
           PERFORM GRABAR-MARCA THRU GRABAR-MARCA-EXIT.
           GO TO SEMBRAR-MANDATOS.

      *    Carga inicial de mandatos.ubd desde recibos.ubd, ya con el
      *    formato nuevo. Si no hay recibos no hay nada que cargar.
       SEMBRAR-MANDATOS.
           IF MANDATOS-SEMBRADOS = "S"
               GO TO FIN-RESUMEN.

           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           OPEN INPUT F-RECIBOS.
           IF FSR = 35
               DISPLAY "No existe recibos.ubd: no hay mandatos que "
                   "cargar"
               GO TO MARCAR-MANDATOS.
           IF FSR NOT = 00
               DISPLAY "No se ha podido abrir recibos.ubd (estado "
                   FSR "); mandatos.ubd no se ha cargado"
               GO TO FIN-RESUMEN.

           OPEN I-O F-MANDATOS.
           IF FSMAN = 35
               OPEN OUTPUT F-MANDATOS
               CLOSE F-MANDATOS
               OPEN I-O F-MANDATOS
           END-IF.
           IF FSMAN NOT = 00 AND FSMAN NOT = 05
               DISPLAY "No se ha podido abrir mandatos.ubd; no se ha "
                   "cargado"
               CLOSE F-RECIBOS
               GO TO FIN-RESUMEN.

           MOVE LOW-VALUES TO REC-NUM.
           START F-RECIBOS KEY IS NOT LESS THAN REC-NUM
               INVALID KEY GO TO CERRAR-SIEMBRA.

       SEMBRAR-MANDATO-SIGUIENTE.
           READ F-RECIBOS NEXT RECORD
               AT END GO TO CERRAR-SIEMBRA.

           IF REC-ESTADO NOT = "C" AND REC-ESTADO NOT = "P"
               GO TO SEMBRAR-MANDATO-SIGUIENTE.

           MOVE REC-TARJETA TO TARJETA-BUSCADA.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-EXIT.

           MOVE CUENTA-OPERACION TO MAN-CUENTA.
           MOVE REC-EMISOR TO MAN-EMISOR.
           READ F-MANDATOS INVALID KEY
               GO TO GRABAR-MANDATO.
           ADD 1 TO TOTAL-MANDATOS-EXISTENTES.
           GO TO SEMBRAR-MANDATO-SIGUIENTE.

      *    La referencia identifica la carga: "MIGRACION", la fecha de
      *    hoy y el numero de orden del mandato en ella.
       GRABAR-MANDATO.
           ADD 1 TO TOTAL-MANDATOS-CREADOS.
           MOVE CUENTA-OPERACION TO MAN-CUENTA.
           MOVE REC-EMISOR TO MAN-EMISOR.
           MOVE SPACES TO MAN-REFERENCIA.
           STRING "MIGRACION-" ANO MES DIA "-" TOTAL-MANDATOS-CREADOS
               DELIMITED BY SIZE INTO MAN-REFERENCIA.
           MOVE ANO TO MAN-ANO-FIRMA.
           MOVE MES TO MAN-MES-FIRMA.
           MOVE DIA TO MAN-DIA-FIRMA.
           MOVE "A" TO MAN-ESTADO.
           MOVE 0 TO MAN-MAXIMO-ENT.
           MOVE 0 TO MAN-MAXIMO-DEC.
           MOVE 0 TO MAN-ANO-REVOCACION.
           MOVE 0 TO MAN-MES-REVOCACION.
           MOVE 0 TO MAN-DIA-REVOCACION.

           WRITE MANDATO-REG INVALID KEY
               SUBTRACT 1 FROM TOTAL-MANDATOS-CREADOS
               ADD 1 TO TOTAL-ERRORES.
           GO TO SEMBRAR-MANDATO-SIGUIENTE.

       CERRAR-SIEMBRA.
           CLOSE F-RECIBOS.
           CLOSE F-MANDATOS.

       MARCAR-MANDATOS.
           MOVE 3 TO MARCA-A-GRABAR.
           PERFORM GRABAR-MARCA THRU GRABAR-MARCA-EXIT.
           GO TO FIN-RESUMEN.

      *    Graba la marca MARCA-A-GRABAR con la fecha de hoy en cuanto
      *    su fichero queda convertido.
       GRABAR-MARCA.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           OPEN I-O F-MARCA.
           IF FSMAR = 35
               OPEN OUTPUT F-MARCA
               CLOSE F-MARCA
               OPEN I-O F-MARCA
           END-IF.
           IF FSMAR NOT = 00 AND FSMAR NOT = 05
               DISPLAY "ATENCION: no se ha podido grabar la marca de"
               DISPLAY "migracion; NO vuelva a ejecutar esta utilidad"
               GO TO GRABAR-MARCA-EXIT
           END-IF.

           MOVE MARCA-A-GRABAR TO MAR-CLAVE.
           MOVE ANO TO MAR-ANO.
           MOVE MES TO MAR-MES.
           MOVE DIA TO MAR-DIA.
           WRITE MARCA-REG INVALID KEY CONTINUE
           END-WRITE.
           CLOSE F-MARCA.
       GRABAR-MARCA-EXIT.
           EXIT.

      *    Resuelve a que cuenta pertenece TARJETA-BUSCADA: la
      *    tarjeta titular de vinculos.ubd si esta vinculada, o ella
      *    misma si no tiene registro, como siempre.
       RESOLVER-CUENTA.
           MOVE TARJETA-BUSCADA TO CUENTA-OPERACION.

           OPEN INPUT F-VINCULOS.
           IF FSV NOT = 00
               GO TO RESOLVER-CUENTA-EXIT.

           MOVE TARJETA-BUSCADA TO VIN-TARJETA.
           READ F-VINCULOS INVALID KEY
               CLOSE F-VINCULOS
               GO TO RESOLVER-CUENTA-EXIT.

           MOVE VIN-TITULAR TO CUENTA-OPERACION.
           CLOSE F-VINCULOS.

       RESOLVER-CUENTA-EXIT.
           EXIT.

       FIN-RESUMEN.
           DISPLAY "BANKDVL: recibos leidos    " TOTAL-RECIBOS-LEIDOS.
           DISPLAY "BANKDVL: recibos migrados  "
               TOTAL-RECIBOS-MIGRADOS.
           DISPLAY "BANKDVL: ordenes leidas    " TOTAL-ENVIOS-LEIDOS.
           DISPLAY "BANKDVL: ordenes migradas  " TOTAL-ENVIOS-MIGRADOS.
           DISPLAY "BANKDVL: mandatos creados  " TOTAL-MANDATOS-CREADOS.
           DISPLAY "BANKDVL: mandatos que ya existian "
               TOTAL-MANDATOS-EXISTENTES.
           IF TOTAL-ERRORES NOT = 0
               DISPLAY "BANKDVL: registros con error " TOTAL-ERRORES
           END-IF.
           STOP RUN.
