       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSMS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSALE.

           SELECT OPTIONAL F-SMS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSSMS.

           SELECT OPTIONAL F-VINCULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIN-TARJETA
           FILE STATUS IS FSV.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-NUM
           FILE STATUS IS FSC.

           SELECT OPTIONAL F-AVISOS-BAJA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVB-CLAVE
           FILE STATUS IS FSAVB.

           SELECT OPTIONAL F-BITACORA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSB.

       DATA DIVISION.
       FILE SECTION.
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

      *    Fichero de SMS para la pasarela del operador, en
      *    posiciones fijas: telefono del cliente, tipo de aviso,
      *    cuenta, fecha y hora del hecho y texto del mensaje. Cada
      *    ejecucion anexa sus lineas; la pasarela lo recoge y lo deja
      *    vacio tras enviarlo.
       FD F-SMS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/sms.txt".
       01 SMS-REG.
           02 SMS-TELEFONO         PIC  9(9).
           02 FILLER               PIC  X(01).
           02 SMS-TIPO             PIC  X(02).
           02 FILLER               PIC  X(01).
           02 SMS-CUENTA           PIC  9(16).
           02 FILLER               PIC  X(01).
           02 SMS-ANO              PIC  9(4).
           02 SMS-MES              PIC  9(2).
           02 SMS-DIA              PIC  9(2).
           02 FILLER               PIC  X(01).
           02 SMS-HOR              PIC  9(2).
           02 SMS-MIN              PIC  9(2).
           02 FILLER               PIC  X(01).
           02 SMS-TEXTO            PIC  X(160).

      *    Vinculos de tarjetas adicionales (familiares) a la cuenta
      *    de la tarjeta titular; una tarjeta sin registro es su
      *    propia cuenta.
       FD F-VINCULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/vinculos.ubd".
       01 VINCULO-REG.
           02 VIN-TARJETA          PIC  9(16).
           02 VIN-TITULAR          PIC  9(16).

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/clientes.ubd".
       01 CLIENTES-REG.
      *    CLI-NUM identifica al cliente/cuenta y coincide con TNUM.
           02 CLI-NUM              PIC  9(16).
           02 CLI-NOMBRE           PIC  X(30).
           02 CLI-DIRECCION        PIC  X(40).
           02 CLI-TELEFONO         PIC  9(9).

      *    Avisos por SMS a los que el cliente ha renunciado: un
      *    registro por cuenta (tarjeta titular, ya resuelta por
      *    vinculos.ubd) y tipo de aviso (ALE-TIPO de alertas.txt). Sin
      *    registro el cliente recibe el aviso. Lo mantiene la
      *    sucursal con BANKSUC.
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

      *    Bitacora permanente de ejecuciones del envio de avisos, en
      *    el mismo espiritu que posteoslog.txt de BANKTRF: cada
      *    ejecucion anexa sus lineas, para poder demostrar que noches
      *    corrio el batch y cuantos avisos salieron.
       FD F-BITACORA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/avisoslog.txt".
       01 BITACORA-LINE             PIC X(140).

       WORKING-STORAGE SECTION.
       77 FSALE                     PIC X(2).
       77 FSSMS                     PIC X(2).
       77 FSV                       PIC X(2).
       77 FSC                       PIC X(2).
       77 FSAVB                     PIC X(2).
       77 FSB                       PIC X(2).

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
           05 DIF-GMT               PIC  S9(4).

       77 TARJETA-BUSCADA           PIC 9(16).
       77 CUENTA-OPERACION          PIC 9(16).

      *    1 si la cuenta ha dado de baja el tipo del aviso en curso.
       77 AVISO-DE-BAJA             PIC 9(1).

      *    Piezas del texto del SMS: el importe sin ceros a la
      *    izquierda ("1234,56") y las cuatro ultimas cifras de la
      *    tarjeta, que es todo lo que el mensaje muestra de ella.
       77 IMPORTE-EDITADO           PIC Z(6)9.
       77 ESPACIOS-IMPORTE          PIC 9(2).
       77 POSICION-IMPORTE          PIC 9(2).
       77 IMPORTE-TEXTO             PIC X(12).
       77 TARJETA-SMS               PIC 9(16).
       77 FINAL-TARJETA             PIC X(04).

       77 TOTAL-LEIDOS              PIC 9(7) VALUE 0.
       77 TOTAL-ENVIADOS            PIC 9(7) VALUE 0.
       77 TOTAL-DE-BAJA             PIC 9(7) VALUE 0.
       77 TOTAL-SIN-TELEFONO        PIC 9(7) VALUE 0.
       77 TOTAL-DESCARTADOS         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      * Envio nocturno de avisos al cliente: recorre el buzon
      * alertas.txt que dejan los programas de cajero, sucursal y
      * batch, resuelve cada aviso a la cuenta titular, descarta los
      * tipos que el cliente ha dado de baja en la sucursal y los de
      * clientes sin telefono, y escribe un SMS por aviso en sms.txt
      * para la pasarela del operador. Al terminar deja el buzon
      * vacio, igual que BANKIMP con el entrante de la camara.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

      *    La bitacora se abre antes que los datos: si no se puede
      *    dejar constancia de la ejecucion, el envio no se hace.
           OPEN EXTEND F-BITACORA.
           IF FSB = 35
               OPEN OUTPUT F-BITACORA
               CLOSE F-BITACORA
               OPEN EXTEND F-BITACORA
           END-IF.
           IF FSB NOT = 00 AND FSB NOT = 05
               DISPLAY "BANKSMS: no se ha podido abrir la bitacora"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO BITACORA-LINE.
           STRING "INICIO ENVIO AVISOS " ANO "-" MES "-" DIA
               " " HORAS ":" MINUTOS ":" SEGUNDOS
               DELIMITED BY SIZE INTO BITACORA-LINE.
           WRITE BITACORA-LINE.

      *    Al ser OPTIONAL, un alertas.txt inexistente se abre con
      *    estado 05 y sin registros: no hay nada que enviar.
           OPEN INPUT F-ALERTAS.
           IF FSALE = 05 OR FSALE = 35
               IF FSALE = 05
                   CLOSE F-ALERTAS
               END-IF
               DISPLAY "BANKSMS: no hay avisos pendientes"
               PERFORM REGISTRAR-FIN-BITACORA
                   THRU REGISTRAR-FIN-BITACORA-EXIT
               GOBACK
           END-IF.
           IF FSALE NOT = 00
               DISPLAY "BANKSMS: no se ha podido abrir alertas.txt"
               CLOSE F-BITACORA
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND F-SMS.
           IF FSSMS = 35
               OPEN OUTPUT F-SMS
               CLOSE F-SMS
               OPEN EXTEND F-SMS
           END-IF.
           IF FSSMS NOT = 00 AND FSSMS NOT = 05
               DISPLAY "BANKSMS: no se ha podido abrir sms.txt"
               CLOSE F-ALERTAS
               CLOSE F-BITACORA
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       LEER-AVISO.
           READ F-ALERTAS NEXT RECORD
               AT END GO TO FIN-BATCH.

           ADD 1 TO TOTAL-LEIDOS.

      *    Una linea que no calca el formato del buzon se descarta y
      *    se cuenta, igual que hace BANKVIG con su historico.
           IF ALE-TARJETA IS NOT NUMERIC
                   OR ALE-IMPORTE-ENT IS NOT NUMERIC
                   OR ALE-IMPORTE-DEC IS NOT NUMERIC
               ADD 1 TO TOTAL-DESCARTADOS
               GO TO LEER-AVISO.

           MOVE ALE-TARJETA TO TARJETA-BUSCADA.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-EXIT.

           PERFORM COMPROBAR-BAJA THRU COMPROBAR-BAJA-EXIT.
           IF AVISO-DE-BAJA = 1
               ADD 1 TO TOTAL-DE-BAJA
               GO TO LEER-AVISO.

           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-EXIT.
           IF CLI-TELEFONO = 0
               ADD 1 TO TOTAL-SIN-TELEFONO
               GO TO LEER-AVISO.

           MOVE SPACES TO SMS-REG.
           PERFORM COMPONER-TEXTO THRU COMPONER-TEXTO-EXIT.
           IF SMS-TEXTO = SPACES
               ADD 1 TO TOTAL-DESCARTADOS
               GO TO LEER-AVISO.

           MOVE CLI-TELEFONO TO SMS-TELEFONO.
           MOVE ALE-TIPO TO SMS-TIPO.
           MOVE CUENTA-OPERACION TO SMS-CUENTA.
           MOVE ALE-ANO TO SMS-ANO.
           MOVE ALE-MES TO SMS-MES.
           MOVE ALE-DIA TO SMS-DIA.
           MOVE ALE-HOR TO SMS-HOR.
           MOVE ALE-MIN TO SMS-MIN.
           WRITE SMS-REG.
           ADD 1 TO TOTAL-ENVIADOS.

           GO TO LEER-AVISO.

      *    Redacta en SMS-TEXTO el mensaje del aviso en curso segun su
      *    tipo; un tipo desconocido deja SMS-TEXTO en blanco.
       COMPONER-TEXTO.
           MOVE ALE-IMPORTE-ENT TO IMPORTE-EDITADO.
           MOVE 0 TO ESPACIOS-IMPORTE.
           INSPECT IMPORTE-EDITADO TALLYING ESPACIOS-IMPORTE
               FOR LEADING SPACES.
           COMPUTE POSICION-IMPORTE = ESPACIOS-IMPORTE + 1.
           MOVE SPACES TO IMPORTE-TEXTO.
           STRING IMPORTE-EDITADO(POSICION-IMPORTE:) ","
               ALE-IMPORTE-DEC
               DELIMITED BY SIZE INTO IMPORTE-TEXTO.

           MOVE ALE-TARJETA TO TARJETA-SMS.
           MOVE TARJETA-SMS(13:4) TO FINAL-TARJETA.

      *    Los avisos de retirada anotados sin moneda son en euros.
           IF ALE-TIPO = "RE" AND ALE-DETALLE(1:3) = SPACES
               MOVE "EUR" TO ALE-DETALLE(1:3)
           END-IF.
           IF ALE-TIPO = "RE"
               STRING "UnizarBank: retirada de " DELIMITED BY SIZE
                   IMPORTE-TEXTO DELIMITED BY SPACE
                   " " ALE-DETALLE(1:3)
                   " con su tarjeta acabada en " FINAL-TARJETA
                   ". Si no la reconoce, llame a su sucursal."
                   DELIMITED BY SIZE INTO SMS-TEXTO
               GO TO COMPONER-TEXTO-EXIT.

           IF ALE-TIPO = "BP"
               STRING "UnizarBank: su tarjeta acabada en "
                   FINAL-TARJETA
                   " se ha bloqueado por PIN erroneo. Acuda a su "
                   "sucursal."
                   DELIMITED BY SIZE INTO SMS-TEXTO
               GO TO COMPONER-TEXTO-EXIT.

           IF ALE-TIPO = "PR"
               STRING "UnizarBank: su tarjeta acabada en "
                   FINAL-TARJETA " ha quedado anulada como "
                   DELIMITED BY SIZE
                   ALE-DETALLE DELIMITED BY SPACE
                   "." DELIMITED BY SIZE INTO SMS-TEXTO
               GO TO COMPONER-TEXTO-EXIT.

           IF ALE-TIPO = "RC"
               STRING "UnizarBank: cargado recibo de "
                   DELIMITED BY SIZE
                   ALE-DETALLE DELIMITED BY "  "
                   " por " DELIMITED BY SIZE
                   IMPORTE-TEXTO DELIMITED BY SPACE
                   " EUR." DELIMITED BY SIZE INTO SMS-TEXTO
               GO TO COMPONER-TEXTO-EXIT.

           IF ALE-TIPO = "RI"
               STRING "UnizarBank: recibo de "
                   DELIMITED BY SIZE
                   ALE-DETALLE DELIMITED BY "  "
                   " por " DELIMITED BY SIZE
                   IMPORTE-TEXTO DELIMITED BY SPACE
                   " EUR devuelto sin pagar. Consulte a su sucursal."
                   DELIMITED BY SIZE INTO SMS-TEXTO
               GO TO COMPONER-TEXTO-EXIT.

           IF ALE-TIPO = "TF"
               STRING "UnizarBank: su transferencia de "
                   DELIMITED BY SIZE
                   IMPORTE-TEXTO DELIMITED BY SPACE
                   " " ALE-DETALLE(1:3)
                   " no se ha ejecutado por falta de saldo; se "
                   "reintentara la proxima noche."
                   DELIMITED BY SIZE INTO SMS-TEXTO
               GO TO COMPONER-TEXTO-EXIT.

           IF ALE-TIPO = "TC"
               STRING "UnizarBank: su transferencia de "
                   DELIMITED BY SIZE
                   IMPORTE-TEXTO DELIMITED BY SPACE
                   " " ALE-DETALLE(1:3)
                   " a la cuenta acabada en " ALE-DETALLE(17:4)
                   " no se ha ejecutado: esa cuenta esta cancelada. "
                   "Acuda a su sucursal."
                   DELIMITED BY SIZE INTO SMS-TEXTO
               GO TO COMPONER-TEXTO-EXIT.

           IF ALE-TIPO = "CD"
               STRING "UnizarBank: su tarjeta acabada en "
                   FINAL-TARJETA " caduca el "
                   DELIMITED BY SIZE
                   ALE-DETALLE DELIMITED BY SPACE
                   ". Recibira la nueva en su domicilio."
                   DELIMITED BY SIZE INTO SMS-TEXTO
               GO TO COMPONER-TEXTO-EXIT.

           IF ALE-TIPO = "SN"
               STRING "UnizarBank: el saldo de su cuenta es negativo: -"
                   DELIMITED BY SIZE
                   IMPORTE-TEXTO DELIMITED BY SPACE
                   " " ALE-DETALLE(1:3)
                   ". Regularicelo para evitar intereses deudores."
                   DELIMITED BY SIZE INTO SMS-TEXTO
               GO TO COMPONER-TEXTO-EXIT.

       COMPONER-TEXTO-EXIT.
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

      *    Consulta en avisosbaja.ubd si la cuenta CUENTA-OPERACION ha
      *    renunciado a los avisos del tipo en curso. Sin el fichero
      *    no hay ninguna baja.
       COMPROBAR-BAJA.
           MOVE 0 TO AVISO-DE-BAJA.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; se sigue con la lectura, que no
      *    encontrara registro, y su CLOSE lo deja cerrado para los
      *    siguientes avisos.
           OPEN INPUT F-AVISOS-BAJA.
           IF FSAVB NOT = 00 AND FSAVB NOT = 05
               GO TO COMPROBAR-BAJA-EXIT.

           MOVE CUENTA-OPERACION TO AVB-CUENTA.
           MOVE ALE-TIPO TO AVB-TIPO.
           READ F-AVISOS-BAJA INVALID KEY
               CLOSE F-AVISOS-BAJA
               GO TO COMPROBAR-BAJA-EXIT.

           MOVE 1 TO AVISO-DE-BAJA.
           CLOSE F-AVISOS-BAJA.

       COMPROBAR-BAJA-EXIT.
           EXIT.

      *    Recupera el cliente de la cuenta CUENTA-OPERACION; sin
      *    fichero o sin registro CLI-TELEFONO queda a cero y el aviso
      *    no se puede enviar.
       LEER-CLIENTE.
           MOVE 0 TO CLI-TELEFONO.

           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO LEER-CLIENTE-EXIT.

           MOVE CUENTA-OPERACION TO CLI-NUM.
           READ CLIENTES INVALID KEY MOVE 0 TO CLI-TELEFONO.

           CLOSE CLIENTES.

       LEER-CLIENTE-EXIT.
           EXIT.

      *    Cierra la bitacora con la hora de fin y los totales de la
      *    ejecucion, para que operaciones pueda cuadrar cada noche.
       REGISTRAR-FIN-BITACORA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE SPACES TO BITACORA-LINE.
           STRING "FIN ENVIO AVISOS " ANO "-" MES "-" DIA
               " " HORAS ":" MINUTOS ":" SEGUNDOS
               " LEIDOS " TOTAL-LEIDOS
               " ENVIADOS " TOTAL-ENVIADOS
               " DE BAJA " TOTAL-DE-BAJA
               " SIN TELEFONO " TOTAL-SIN-TELEFONO
               " DESCARTADOS " TOTAL-DESCARTADOS
               DELIMITED BY SIZE INTO BITACORA-LINE.
           WRITE BITACORA-LINE.
           CLOSE F-BITACORA.
       REGISTRAR-FIN-BITACORA-EXIT.
           EXIT.

      *    El buzon se deja vacio para que los avisos de esta noche no
      *    vuelvan a enviarse en la siguiente ejecucion.
       FIN-BATCH.
           CLOSE F-ALERTAS.
           OPEN OUTPUT F-ALERTAS.
           CLOSE F-ALERTAS.

           CLOSE F-SMS.
           PERFORM REGISTRAR-FIN-BITACORA
               THRU REGISTRAR-FIN-BITACORA-EXIT.
           DISPLAY "BANKSMS: avisos leidos " TOTAL-LEIDOS.
           DISPLAY "BANKSMS: SMS generados " TOTAL-ENVIADOS.
           DISPLAY "BANKSMS: avisos dados de baja " TOTAL-DE-BAJA.
           DISPLAY "BANKSMS: clientes sin telefono "
               TOTAL-SIN-TELEFONO.
           DISPLAY "BANKSMS: lineas descartadas " TOTAL-DESCARTADOS.
           GOBACK.
