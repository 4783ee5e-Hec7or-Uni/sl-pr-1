      * salto), monedas.ubd (moneda en la que opera cada cuenta) y
      * cambios.ubd (la tabla de tipos del dia, con la fecha de la
      * tasa validada para que BANKTRF no convierta con una tabla
      * vieja o mal tecleada), mandatos.ubd (las autorizaciones del
      * titular para que un emisor le domicilie recibos) y
      * avisosbaja.ubd (los avisos por SMS que el cliente ha pedido
      * no recibir). Cada alta, modificacion o baja queda anotada en
      * auditoria.txt a nombre del empleado que la hace, que se
      * identifica contra operadores.ubd. Vincular y desvincular
      * tarjetas, fijar la moneda de una cuenta y cargar los tipos
      * de cambio quedan para supervisores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS CAM-MONEDA
           FILE STATUS IS FSCAM.

           SELECT OPTIONAL F-MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMAN.

           SELECT OPTIONAL F-AVISOS-BAJA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVB-CLAVE
           FILE STATUS IS FSAVB.

           SELECT F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-USUARIO
           FILE STATUS IS FSOPE.
           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAUD.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           02 CAM-TASA-ENT         PIC   9(3).
           02 CAM-TASA-DEC         PIC   9(6).

      *    Mandatos de domiciliacion: un registro por cuenta (tarjeta
      *    titular, ya resuelta por vinculos.ubd) y REC-EMISOR, tal y
      *    como el emisor lo presenta en recibospres.txt. BANKCOB solo
      *    cobra recibos con mandato activo ("A") y por importe no
      *    superior a MAN-MAXIMO-ENT/DEC (cero = sin maximo). El
      *    titular lo revoca ("R") desde BANK11; la sucursal da de
      *    alta mandatos nuevos o reactiva uno revocado.
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

      *    Avisos por SMS a los que el cliente ha renunciado: un
      *    registro por cuenta (tarjeta titular, ya resuelta por
      *    vinculos.ubd) y tipo de aviso (ALE-TIPO de alertas.txt). Sin
      *    registro el cliente recibe el aviso; BANKSMS descarta los
      *    avisos de los tipos dados de baja. AVB-ANO/MES/DIA es la
      *    fecha en que el cliente pidio la baja.
       FD F-AVISOS-BAJA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/avisosbaja.ubd".
       01 AVISO-BAJA-REG.
           02 AVB-CLAVE.
               03 AVB-CUENTA       PIC  9(16).
               03 AVB-TIPO         PIC  X(02).
           02 AVB-ANO              PIC  9(4).
           02 AVB-MES              PIC  9(2).
           02 AVB-DIA              PIC  9(2).

      *    Maestro de empleados de la sucursal, mantenido con BANKOPE:
      *    un registro por usuario con su clave cifrada (OPE-CLAVE es
      *    el resultado de CIFRAR-CLAVE, nunca la clave en claro), su
      *    nombre, su perfil (OPE-ROL "C" cajero, "S" supervisor, "A"
      *    administrador) y si esta de alta (OPE-ACTIVO "S") o no.
       FD F-OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/operadores.ubd".
       01 OPERADOR-REG.
           02 OPE-USUARIO          PIC  X(08).
           02 OPE-CLAVE            PIC  9(10).
           02 OPE-NOMBRE           PIC  X(30).
           02 OPE-ROL              PIC  X(01).
           02 OPE-ACTIVO           PIC  X(01).
      *    Registro de auditoria de los ficheros maestros que se
      *    mantienen desde la sucursal: una linea por cada alta ("A"),
      *    modificacion ("M") o baja ("B"), con el empleado, la fecha
      *    y hora, el programa, el fichero, la clave y la imagen del
      *    registro antes y despues del cambio (en blanco la de antes
      *    en un alta y la de despues en una baja). Fichero de solo
      *    anexion, igual que ajusteslog.txt; lo consulta BANKAUD.
       FD F-AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/auditoria.txt".
       01 AUDITORIA-REG.
           02 AUD-ANO              PIC  9(4).
           02 AUD-MES              PIC  9(2).
           02 AUD-DIA              PIC  9(2).
           02 FILLER               PIC  X(01).
           02 AUD-HOR              PIC  9(2).
           02 AUD-MIN              PIC  9(2).
           02 AUD-SEG              PIC  9(2).
           02 FILLER               PIC  X(01).
           02 AUD-OPERADOR         PIC  X(08).
           02 FILLER               PIC  X(01).
           02 AUD-PROGRAMA         PIC  X(08).
           02 FILLER               PIC  X(01).
           02 AUD-FICHERO          PIC  X(16).
           02 FILLER               PIC  X(01).
           02 AUD-ACCION           PIC  X(01).
           02 FILLER               PIC  X(01).
           02 AUD-CLAVE            PIC  X(50).
           02 FILLER               PIC  X(01).
           02 AUD-ANTES            PIC  X(250).
           02 FILLER               PIC  X(01).
           02 AUD-DESPUES          PIC  X(250).

       WORKING-STORAGE SECTION.
       77 FST                       PIC X(2).
       77 FSC                       PIC X(2).
       77 FSV                       PIC X(2).
       77 FSMON                     PIC X(2).
       77 FSCAM                     PIC X(2).
       77 FSMAN                     PIC X(2).
       77 FSAVB                     PIC X(2).
       77 FSAUD                     PIC X(2).
       77 FSOPE                     PIC X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).

       77 OPERADOR-TECLEADO         PIC X(08).
       77 OPCION-TECLEADA           PIC 9(1).
       77 TARJETA-TECLEADA          PIC 9(16).
       77 TITULAR-TECLEADO          PIC 9(16).
       77 ANO-TECLEADO              PIC 9(4).
       77 MES-TECLEADO              PIC 9(2).
       77 DIA-TECLEADO              PIC 9(2).
       77 EMISOR-TECLEADO           PIC X(30).
       77 REFERENCIA-TECLEADA       PIC X(35).
       77 MAXIMO-ENT-TECLEADO       PIC 9(7).
       77 MAXIMO-DEC-TECLEADO       PIC 9(2).
       77 CUENTA-MANDATO            PIC 9(16).
       77 TIPO-AVISO-TECLEADO       PIC X(02).
       77 ACCION-TECLEADA           PIC X(01).
       77 TIPO-AVISO-CONOCIDO       PIC 9(1).

       77 EXISTE-REGISTRO           PIC 9(1).
       77 TARJETA-EXISTE            PIC 9(1).
       77 VINCULO-EN-CADENA         PIC 9(1).

      *    Entrada de ANOTAR-AUDITORIA: fichero, clave e imagen del
      *    registro antes y despues del cambio.
       77 AUDITORIA-FICHERO         PIC X(16).
       77 AUDITORIA-CLAVE           PIC X(50).
       77 AUDITORIA-ANTES           PIC X(250).
       77 AUDITORIA-DESPUES         PIC X(250).

      *    Firma del empleado: usuario y clave tecleados y nivel de su
      *    perfil (1 cajero, 2 supervisor, 3 administrador), con los
      *    datos de trabajo de VALIDAR-OPERADOR y CIFRAR-CLAVE.
       77 USUARIO-TECLEADO          PIC X(08).
       77 CLAVE-TECLEADA            PIC X(08).
       77 NIVEL-OPERADOR            PIC 9(1).
       77 NIVEL-VALIDADO            PIC 9(1).
       77 OPERADOR-VALIDO           PIC 9(1).
       77 INTENTOS-FIRMA            PIC 9(1).
       01 CIFRADO-ENTRADA.
           05 USUARIO-CIFRADO       PIC X(08).
           05 CLAVE-A-CIFRAR        PIC X(08).
       01 ALFABETO-CIFRADO.
           05 FILLER                PIC X(37)
               VALUE " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 FILLER                PIC X(27)
               VALUE "abcdefghijklmnopqrstuvwxyz-".
       77 CLAVE-CIFRADA             PIC 9(10).
       77 POSICION-CIFRADO          PIC 9(2).
       77 VALOR-CARACTER            PIC 9(3).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "UnizarBank - Mantenimiento de ficheros de sucursal".

           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-EXIT.

       PMENU.
           DISPLAY " ".
           DISPLAY "1 - Alta o modificacion de cliente".
           DISPLAY "3 - Desvincular tarjeta".
           DISPLAY "4 - Fijar moneda de una cuenta".
           DISPLAY "5 - Cargar tipo de cambio del dia".
           DISPLAY "6 - Alta de mandato de domiciliacion".
           DISPLAY "7 - Avisos por SMS del cliente".
           DISPLAY "0 - Salir".
           DISPLAY "Opcion: ".
           ACCEPT OPCION-TECLEADA.

           IF OPCION-TECLEADA = 0
               STOP RUN.
           IF (OPCION-TECLEADA = 2 OR OPCION-TECLEADA = 3
                   OR OPCION-TECLEADA = 4 OR OPCION-TECLEADA = 5)
                   AND NIVEL-OPERADOR < 2
               DISPLAY "Opcion reservada a supervisores"
               GO TO PMENU.
           IF OPCION-TECLEADA = 1
               GO TO PCLIENTE.
           IF OPCION-TECLEADA = 2
               GO TO PMONEDA.
           IF OPCION-TECLEADA = 5
               GO TO PCAMBIO.
           IF OPCION-TECLEADA = 6
               GO TO PMANDATO.
           IF OPCION-TECLEADA = 7
               GO TO PAVISOS.

           GO TO PMENU.

           READ CLIENTES INVALID KEY
               MOVE 0 TO EXISTE-REGISTRO.

           MOVE "clientes.ubd" TO AUDITORIA-FICHERO.
           MOVE TARJETA-TECLEADA TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-REGISTRO = 1
               MOVE CLIENTES-REG TO AUDITORIA-ANTES.

           MOVE TARJETA-TECLEADA TO CLI-NUM.
           MOVE NOMBRE-TECLEADO TO CLI-NOMBRE.
           MOVE DIRECCION-TECLEADA TO CLI-DIRECCION.
               END-WRITE
           END-IF.

           MOVE CLIENTES-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE CLIENTES.
           DISPLAY "Cliente grabado correctamente".
           GO TO PMENU.
           READ F-VINCULOS INVALID KEY
               MOVE 0 TO EXISTE-REGISTRO.

           MOVE "vinculos.ubd" TO AUDITORIA-FICHERO.
           MOVE TARJETA-TECLEADA TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-REGISTRO = 1
               MOVE VINCULO-REG TO AUDITORIA-ANTES.

           MOVE TARJETA-TECLEADA TO VIN-TARJETA.
           MOVE TITULAR-TECLEADO TO VIN-TITULAR.

               END-WRITE
           END-IF.

           MOVE VINCULO-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-VINCULOS.
           DISPLAY "Vinculo grabado correctamente".
           GO TO PMENU.
               DISPLAY "Esa tarjeta no esta vinculada"
               GO TO PMENU.

           MOVE "vinculos.ubd" TO AUDITORIA-FICHERO.
           MOVE TARJETA-TECLEADA TO AUDITORIA-CLAVE.
           MOVE VINCULO-REG TO AUDITORIA-ANTES.

           DELETE F-VINCULOS RECORD INVALID KEY
               CLOSE F-VINCULOS
               DISPLAY "No se ha podido borrar el vinculo"
               GO TO PMENU.

           MOVE SPACES TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-VINCULOS.
           DISPLAY "Vinculo borrado correctamente".
           GO TO PMENU.
           READ F-MONEDAS INVALID KEY
               MOVE 0 TO EXISTE-REGISTRO.

           MOVE "monedas.ubd" TO AUDITORIA-FICHERO.
           MOVE TARJETA-TECLEADA TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-REGISTRO = 1
               MOVE MONEDA-REG TO AUDITORIA-ANTES.

           IF MONEDA-TECLEADA = "EUR"
               IF EXISTE-REGISTRO = 1
                   DELETE F-MONEDAS RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO AUDITORIA-DESPUES
                           PERFORM ANOTAR-AUDITORIA
                               THRU ANOTAR-AUDITORIA-EXIT
                   END-DELETE
               END-IF
               CLOSE F-MONEDAS
               END-WRITE
           END-IF.

           MOVE MONEDA-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-MONEDAS.
           DISPLAY "Moneda grabada correctamente".
           GO TO PMENU.
           READ F-CAMBIOS INVALID KEY
               MOVE 0 TO EXISTE-REGISTRO.

           MOVE "cambios.ubd" TO AUDITORIA-FICHERO.
           MOVE MONEDA-TECLEADA TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-REGISTRO = 1
               MOVE CAMBIO-REG TO AUDITORIA-ANTES.

           MOVE MONEDA-TECLEADA TO CAM-MONEDA.
           MOVE ANO TO CAM-ANO.
           MOVE MES TO CAM-MES.
               END-WRITE
           END-IF.

           MOVE CAMBIO-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-CAMBIOS.
           DISPLAY "Tasa del dia grabada correctamente".
           GO TO PMENU.

      *    Alta de un mandato de domiciliacion firmado por el titular.
      *    El mandato es de la cuenta: si la tarjeta tecleada es una
      *    adicional, se graba contra su titular, que es donde BANKCOB
      *    carga los recibos. Dar de alta un mandato ya existente lo
      *    sustituye y, si estaba revocado, lo vuelve a activar.
       PMANDATO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.

           PERFORM PEDIR-TARJETA THRU PEDIR-TARJETA-EXIT.
           IF TARJETA-TECLEADA = 0
               GO TO PMENU.

           MOVE TARJETA-TECLEADA TO CUENTA-MANDATO.
           OPEN INPUT F-VINCULOS.
           IF FSV = 00
               MOVE TARJETA-TECLEADA TO VIN-TARJETA
               READ F-VINCULOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE VIN-TITULAR TO CUENTA-MANDATO
                       DISPLAY "Tarjeta adicional; el mandato se "
                           "graba en la cuenta " VIN-TITULAR
               END-READ
               CLOSE F-VINCULOS
           END-IF.

           DISPLAY "Emisor, tal y como presenta sus recibos: ".
           MOVE SPACES TO EMISOR-TECLEADO.
           ACCEPT EMISOR-TECLEADO.
           IF EMISOR-TECLEADO = SPACES
               DISPLAY "El mandato necesita un emisor"
               GO TO PMENU.

           DISPLAY "Referencia del mandato: ".
           MOVE SPACES TO REFERENCIA-TECLEADA.
           ACCEPT REFERENCIA-TECLEADA.
           IF REFERENCIA-TECLEADA = SPACES
               DISPLAY "El mandato necesita una referencia"
               GO TO PMENU.

           DISPLAY "Fecha de firma (ano): ".
           ACCEPT ANO-TECLEADO.
           DISPLAY "Fecha de firma (mes): ".
           ACCEPT MES-TECLEADO.
           DISPLAY "Fecha de firma (dia): ".
           ACCEPT DIA-TECLEADO.

           IF MES-TECLEADO < 1 OR MES-TECLEADO > 12
                   OR DIA-TECLEADO < 1 OR DIA-TECLEADO > 31
               DISPLAY "Fecha de firma incorrecta; alta rechazada"
               GO TO PMENU.

           IF (ANO-TECLEADO * 10000) + (MES-TECLEADO * 100)
                   + DIA-TECLEADO > (ANO * 10000) + (MES * 100) + DIA
               DISPLAY "La firma no puede ser posterior a hoy; "
                   "alta rechazada"
               GO TO PMENU.

           DISPLAY "Importe maximo por recibo, euros (0 sin maximo): ".
           MOVE 0 TO MAXIMO-ENT-TECLEADO.
           ACCEPT MAXIMO-ENT-TECLEADO.
           DISPLAY "Importe maximo por recibo, centimos: ".
           MOVE 0 TO MAXIMO-DEC-TECLEADO.
           ACCEPT MAXIMO-DEC-TECLEADO.

           OPEN I-O F-MANDATOS.
           IF FSMAN = 35
               OPEN OUTPUT F-MANDATOS
               CLOSE F-MANDATOS
               OPEN I-O F-MANDATOS
           END-IF.
           IF FSMAN NOT = 00 AND FSMAN NOT = 05
               DISPLAY "No se ha podido abrir mandatos.ubd"
               GO TO PMENU.

           MOVE 1 TO EXISTE-REGISTRO.
           MOVE CUENTA-MANDATO TO MAN-CUENTA.
           MOVE EMISOR-TECLEADO TO MAN-EMISOR.
           READ F-MANDATOS INVALID KEY
               MOVE 0 TO EXISTE-REGISTRO.

           MOVE "mandatos.ubd" TO AUDITORIA-FICHERO.
           MOVE MAN-CLAVE TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-REGISTRO = 1
               MOVE MANDATO-REG TO AUDITORIA-ANTES.

           MOVE CUENTA-MANDATO TO MAN-CUENTA.
           MOVE EMISOR-TECLEADO TO MAN-EMISOR.
           MOVE REFERENCIA-TECLEADA TO MAN-REFERENCIA.
           MOVE ANO-TECLEADO TO MAN-ANO-FIRMA.
           MOVE MES-TECLEADO TO MAN-MES-FIRMA.
           MOVE DIA-TECLEADO TO MAN-DIA-FIRMA.
           MOVE "A" TO MAN-ESTADO.
           MOVE MAXIMO-ENT-TECLEADO TO MAN-MAXIMO-ENT.
           MOVE MAXIMO-DEC-TECLEADO TO MAN-MAXIMO-DEC.
           MOVE 0 TO MAN-ANO-REVOCACION.
           MOVE 0 TO MAN-MES-REVOCACION.
           MOVE 0 TO MAN-DIA-REVOCACION.

           IF EXISTE-REGISTRO = 1
               REWRITE MANDATO-REG INVALID KEY
                   CLOSE F-MANDATOS
                   DISPLAY "No se ha podido actualizar el mandato"
                   GO TO PMENU
               END-REWRITE
           ELSE
               WRITE MANDATO-REG INVALID KEY
                   CLOSE F-MANDATOS
                   DISPLAY "No se ha podido grabar el mandato"
                   GO TO PMENU
               END-WRITE
           END-IF.

           MOVE MANDATO-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-MANDATOS.
           DISPLAY "Mandato grabado correctamente".
           GO TO PMENU.

      *    Da de baja o vuelve a dar de alta un tipo de aviso por SMS
      *    a peticion del cliente. Como el mandato, la preferencia es
      *    de la cuenta: si la tarjeta tecleada es una adicional, se
      *    graba contra su titular, que es a quien BANKSMS envia los
      *    avisos de todas las tarjetas de la cuenta.
       PAVISOS.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.

           PERFORM PEDIR-TARJETA THRU PEDIR-TARJETA-EXIT.
           IF TARJETA-TECLEADA = 0
               GO TO PMENU.

           MOVE TARJETA-TECLEADA TO CUENTA-MANDATO.
           OPEN INPUT F-VINCULOS.
           IF FSV = 00
               MOVE TARJETA-TECLEADA TO VIN-TARJETA
               READ F-VINCULOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE VIN-TITULAR TO CUENTA-MANDATO
                       DISPLAY "Tarjeta adicional; la preferencia se "
                           "graba en la cuenta " VIN-TITULAR
               END-READ
               CLOSE F-VINCULOS
           END-IF.

           DISPLAY "RE retirada elevada      BP bloqueo por PIN".
           DISPLAY "PR perdida o robo        RC recibo cobrado".
           DISPLAY "RI recibo impagado       TF transferencia fallida".
           DISPLAY "CD caducidad de tarjeta  SN saldo negativo".
           DISPLAY "Tipo de aviso: ".
           MOVE SPACES TO TIPO-AVISO-TECLEADO.
           ACCEPT TIPO-AVISO-TECLEADO.

           PERFORM VALIDAR-TIPO-AVISO THRU VALIDAR-TIPO-AVISO-EXIT.
           IF TIPO-AVISO-CONOCIDO = 0
               DISPLAY "Tipo de aviso desconocido"
               GO TO PMENU.

           OPEN I-O F-AVISOS-BAJA.
           IF FSAVB = 35
               OPEN OUTPUT F-AVISOS-BAJA
               CLOSE F-AVISOS-BAJA
               OPEN I-O F-AVISOS-BAJA
           END-IF.
           IF FSAVB NOT = 00 AND FSAVB NOT = 05
               DISPLAY "No se ha podido abrir avisosbaja.ubd"
               GO TO PMENU.

           MOVE 1 TO EXISTE-REGISTRO.
           MOVE CUENTA-MANDATO TO AVB-CUENTA.
           MOVE TIPO-AVISO-TECLEADO TO AVB-TIPO.
           READ F-AVISOS-BAJA INVALID KEY
               MOVE 0 TO EXISTE-REGISTRO.

           MOVE "avisosbaja.ubd" TO AUDITORIA-FICHERO.
           MOVE AVB-CLAVE TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-REGISTRO = 1
               MOVE AVISO-BAJA-REG TO AUDITORIA-ANTES.

           IF EXISTE-REGISTRO = 1
               DISPLAY "El cliente NO recibe este aviso (baja del "
                   AVB-ANO "-" AVB-MES "-" AVB-DIA ")"
           ELSE
               DISPLAY "El cliente recibe este aviso"
           END-IF.

           DISPLAY "B - Dar de baja, A - Volver a recibirlo, "
               "otra tecla - Salir: ".
           MOVE SPACES TO ACCION-TECLEADA.
           ACCEPT ACCION-TECLEADA.

           IF (ACCION-TECLEADA = "B" OR ACCION-TECLEADA = "b")
                   AND EXISTE-REGISTRO = 0
               MOVE CUENTA-MANDATO TO AVB-CUENTA
               MOVE TIPO-AVISO-TECLEADO TO AVB-TIPO
               MOVE ANO TO AVB-ANO
               MOVE MES TO AVB-MES
               MOVE DIA TO AVB-DIA
               WRITE AVISO-BAJA-REG INVALID KEY
                   CLOSE F-AVISOS-BAJA
                   DISPLAY "No se ha podido grabar la baja"
                   GO TO PMENU
               END-WRITE
               MOVE AVISO-BAJA-REG TO AUDITORIA-DESPUES
               PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT
               DISPLAY "Baja del aviso grabada correctamente"
           END-IF.

           IF (ACCION-TECLEADA = "A" OR ACCION-TECLEADA = "a")
                   AND EXISTE-REGISTRO = 1
               DELETE F-AVISOS-BAJA RECORD INVALID KEY
                   CLOSE F-AVISOS-BAJA
                   DISPLAY "No se ha podido borrar la baja"
                   GO TO PMENU
               END-DELETE
               MOVE SPACES TO AUDITORIA-DESPUES
               PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT
               DISPLAY "El cliente vuelve a recibir el aviso"
           END-IF.

           CLOSE F-AVISOS-BAJA.
           GO TO PMENU.

      *    Anade a auditoria.txt el cambio descrito en AUDITORIA-*,
      *    a nombre de OPERADOR-TECLEADO y con la fecha y hora del
      *    momento. La accion se deduce de las imagenes: sin imagen
      *    de antes es un alta, sin imagen de despues una baja. El
      *    cambio ya esta grabado cuando se llega aqui, asi que si el
      *    registro no se puede abrir solo se avisa al empleado.
       ANOTAR-AUDITORIA.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           OPEN EXTEND F-AUDITORIA.
           IF FSAUD = 35
               OPEN OUTPUT F-AUDITORIA
               CLOSE F-AUDITORIA
               OPEN EXTEND F-AUDITORIA
           END-IF.
           IF FSAUD NOT = 00 AND FSAUD NOT = 05
               DISPLAY "ATENCION: no se ha podido anotar el cambio "
                   "en auditoria.txt"
               GO TO ANOTAR-AUDITORIA-EXIT.

           MOVE SPACES TO AUDITORIA-REG.
           MOVE ANO TO AUD-ANO.
           MOVE MES TO AUD-MES.
           MOVE DIA TO AUD-DIA.
           MOVE HORAS TO AUD-HOR.
           MOVE MINUTOS TO AUD-MIN.
           MOVE SEGUNDOS TO AUD-SEG.
           MOVE OPERADOR-TECLEADO TO AUD-OPERADOR.
           MOVE "BANKSUC" TO AUD-PROGRAMA.
           MOVE AUDITORIA-FICHERO TO AUD-FICHERO.
           MOVE "M" TO AUD-ACCION.
           IF AUDITORIA-ANTES = SPACES
               MOVE "A" TO AUD-ACCION.
           IF AUDITORIA-DESPUES = SPACES
               MOVE "B" TO AUD-ACCION.
           MOVE AUDITORIA-CLAVE TO AUD-CLAVE.
           MOVE AUDITORIA-ANTES TO AUD-ANTES.
           MOVE AUDITORIA-DESPUES TO AUD-DESPUES.
           WRITE AUDITORIA-REG.

           CLOSE F-AUDITORIA.
       ANOTAR-AUDITORIA-EXIT.
           EXIT.

      *    Comprueba que TIPO-AVISO-TECLEADO sea uno de los avisos que
      *    los programas anotan en alertas.txt.
       VALIDAR-TIPO-AVISO.
           MOVE 1 TO TIPO-AVISO-CONOCIDO.
           IF TIPO-AVISO-TECLEADO = "RE" OR TIPO-AVISO-TECLEADO = "BP"
               OR TIPO-AVISO-TECLEADO = "PR"
               OR TIPO-AVISO-TECLEADO = "RC"
               OR TIPO-AVISO-TECLEADO = "RI"
               OR TIPO-AVISO-TECLEADO = "TF"
               OR TIPO-AVISO-TECLEADO = "CD"
               OR TIPO-AVISO-TECLEADO = "SN"
               GO TO VALIDAR-TIPO-AVISO-EXIT.
           MOVE 0 TO TIPO-AVISO-CONOCIDO.
       VALIDAR-TIPO-AVISO-EXIT.
           EXIT.

      *    Pide el numero de tarjeta y comprueba que exista en
      *    tarjetas.ubd; 0 vuelve al menu.
       PEDIR-TARJETA.

       BUSCAR-COMO-TITULAR-EXIT.
           EXIT.

      *    Firma del empleado contra operadores.ubd al entrar en el
      *    programa: usuario y clave, con tres intentos. Deja el
      *    usuario en OPERADOR-TECLEADO, que es el que queda anotado
      *    en todo lo que se grabe, y el nivel de su perfil en
      *    NIVEL-OPERADOR para las opciones restringidas.
       IDENTIFICAR-OPERADOR.
           OPEN INPUT F-OPERADORES.
           IF FSOPE NOT = 00
               DISPLAY "No se ha podido abrir operadores.ubd; los "
                   "empleados se dan de alta con BANKOPE"
               STOP RUN.
           CLOSE F-OPERADORES.

           MOVE 0 TO INTENTOS-FIRMA.

       IDENTIFICAR-PEDIR.
           IF INTENTOS-FIRMA = 3
               DISPLAY "Demasiados intentos fallidos"
               STOP RUN.
           ADD 1 TO INTENTOS-FIRMA.

           DISPLAY "Usuario: ".
           MOVE SPACES TO USUARIO-TECLEADO.
           ACCEPT USUARIO-TECLEADO.
           DISPLAY "Clave: ".
           MOVE SPACES TO CLAVE-TECLEADA.
           ACCEPT CLAVE-TECLEADA.

           PERFORM VALIDAR-OPERADOR THRU VALIDAR-OPERADOR-EXIT.
           IF OPERADOR-VALIDO = 0
               DISPLAY "Usuario o clave incorrectos, o usuario de baja"
               GO TO IDENTIFICAR-PEDIR.

           MOVE USUARIO-TECLEADO TO OPERADOR-TECLEADO.
           MOVE NIVEL-VALIDADO TO NIVEL-OPERADOR.
           DISPLAY "Empleado: " OPE-NOMBRE.
       IDENTIFICAR-OPERADOR-EXIT.
           EXIT.

      *    Comprueba USUARIO-TECLEADO y CLAVE-TECLEADA contra
      *    operadores.ubd: el usuario ha de existir, estar de alta y
      *    tener esa clave. OPERADOR-VALIDO queda a 1 si es asi, con
      *    el nivel de su perfil en NIVEL-VALIDADO.
       VALIDAR-OPERADOR.
           MOVE 0 TO OPERADOR-VALIDO.
           MOVE 0 TO NIVEL-VALIDADO.
           IF USUARIO-TECLEADO = SPACES
               GO TO VALIDAR-OPERADOR-EXIT.

           OPEN INPUT F-OPERADORES.
           IF FSOPE NOT = 00 AND FSOPE NOT = 05
               GO TO VALIDAR-OPERADOR-EXIT.

           MOVE USUARIO-TECLEADO TO OPE-USUARIO.
           READ F-OPERADORES INVALID KEY
               CLOSE F-OPERADORES
               GO TO VALIDAR-OPERADOR-EXIT.

           CLOSE F-OPERADORES.

           IF OPE-ACTIVO NOT = "S"
               GO TO VALIDAR-OPERADOR-EXIT.

           MOVE USUARIO-TECLEADO TO USUARIO-CIFRADO.
           MOVE CLAVE-TECLEADA TO CLAVE-A-CIFRAR.
           PERFORM CIFRAR-CLAVE THRU CIFRAR-CLAVE-EXIT.
           IF CLAVE-CIFRADA NOT = OPE-CLAVE
               GO TO VALIDAR-OPERADOR-EXIT.

           IF OPE-ROL = "C"
               MOVE 1 TO NIVEL-VALIDADO.
           IF OPE-ROL = "S"
               MOVE 2 TO NIVEL-VALIDADO.
           IF OPE-ROL = "A"
               MOVE 3 TO NIVEL-VALIDADO.
           IF NIVEL-VALIDADO = 0
               GO TO VALIDAR-OPERADOR-EXIT.

           MOVE 1 TO OPERADOR-VALIDO.
       VALIDAR-OPERADOR-EXIT.
           EXIT.

      *    Cifra la clave CLAVE-A-CIFRAR del usuario USUARIO-CIFRADO y
      *    deja el resultado en CLAVE-CIFRADA, igual que CIFRAR-PIN
      *    hace con el PIN: cada caracter de usuario y clave (por su
      *    posicion en ALFABETO-CIFRADO) se acumula en un resto modulo
      *    un primo, de modo que la clave en claro no se guarda nunca
      *    y la misma clave da cifrados distintos a usuarios
      *    distintos. El mismo calculo se repite, identico, en todos
      *    los programas que identifican al empleado.
       CIFRAR-CLAVE.
           MOVE 0 TO CLAVE-CIFRADA.
           MOVE 0 TO POSICION-CIFRADO.

       CIFRAR-CARACTER.
           ADD 1 TO POSICION-CIFRADO.
           IF POSICION-CIFRADO > 16
               GO TO CIFRAR-CLAVE-EXIT.

           MOVE 0 TO VALOR-CARACTER.
           INSPECT ALFABETO-CIFRADO TALLYING VALOR-CARACTER
               FOR CHARACTERS BEFORE INITIAL
               CIFRADO-ENTRADA(POSICION-CIFRADO:1).
           COMPUTE CLAVE-CIFRADA = FUNCTION MOD (
               (CLAVE-CIFRADA * 131) + ((VALOR-CARACTER + 1) * 7919)
               + POSICION-CIFRADO, 9999999967).

           GO TO CIFRAR-CARACTER.

       CIFRAR-CLAVE-EXIT.
           EXIT.
