      * Programa de mantenimiento de sucursal (no es una opcion del
      * cajero automatico). Lo utiliza el empleado de la sucursal, tras
      * verificar en persona la identidad del titular, para desbloquear
      * una tarjeta que ha agotado sus intentos de PIN. Cada desbloqueo
      * queda anotado en auditoria.txt a nombre del empleado, que se
      * identifica contra operadores.ubd.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS CLI-NUM
           FILE STATUS IS FSC.

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
           02 CLI-NUM      PIC 9(16).
           02 CLI-NOMBRE   PIC X(30).

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
       77 FSI                       PIC X(2).
       77 FSC                       PIC X(2).
       77 FSAUD                     PIC X(2).
       77 FSOPE                     PIC X(2).

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

       77 OPERADOR-TECLEADO         PIC X(08).
       77 TARJETA-TECLEADA          PIC 9(16).

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
           DISPLAY "UnizarBank - Mantenimiento de tarjetas en sucursal".
           DISPLAY "Verifique la identidad del titular antes de ".
           DISPLAY "continuar.".

           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-EXIT.

       PEDIR-TARJETA.
           DISPLAY " ".
           DISPLAY "Numero de tarjeta o de cliente (0 para salir): ".
               DISPLAY "No hay registro de intentos para esa tarjeta"
               GO TO PEDIR-TARJETA.

           MOVE "intentos.ubd" TO AUDITORIA-FICHERO.
           MOVE TARJETA-TECLEADA TO AUDITORIA-CLAVE.
           MOVE INTENTOSREG TO AUDITORIA-ANTES.

           MOVE 3 TO IINTENTOS.
           REWRITE INTENTOSREG INVALID KEY
               CLOSE INTENTOS
               DISPLAY "No se ha podido desbloquear la tarjeta"
               GO TO PEDIR-TARJETA.

           MOVE INTENTOSREG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE INTENTOS.

           DISPLAY "Tarjeta desbloqueada. Intentos restantes: 3".

       LEER-CLIENTE-EXIT.
           EXIT.

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
           MOVE "BANKADM" TO AUD-PROGRAMA.
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
