       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKOPE.

      * Programa de mantenimiento de sucursal (no es una opcion del
      * cajero automatico). Mantiene operadores.ubd, el maestro de
      * empleados contra el que se identifican todos los programas
      * de sucursal: el administrador da de alta a los empleados,
      * les asigna perfil (cajero, supervisor o administrador), los
      * da de baja y les pone clave nueva cuando la olvidan; cualquier
      * empleado puede cambiar aqui su propia clave. Cada cambio
      * queda anotado en auditoria.txt. Mientras operadores.ubd no
      * tiene ningun empleado, el programa no pide firma y solo deja
      * dar de alta al primer administrador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-USUARIO
           FILE STATUS IS FSOPE.

           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAUD.

       DATA DIVISION.
       FILE SECTION.
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
       77 FSOPE                     PIC X(2).
       77 FSAUD                     PIC X(2).

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
       77 OPCION-TECLEADA           PIC 9(1).
       77 EMPLEADO-TECLEADO         PIC X(08).
       77 NOMBRE-TECLEADO           PIC X(30).
       77 ROL-TECLEADO              PIC X(01).
       77 ACTIVO-TECLEADO           PIC X(01).
       77 CLAVE-NUEVA               PIC X(08).
       77 CLAVE-REPETIDA            PIC X(08).

       77 EXISTE-OPERADOR           PIC 9(1).
       77 HAY-OPERADORES            PIC 9(1).
       77 TOTAL-LISTADOS            PIC 9(5).

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

      *    Entrada de ANOTAR-AUDITORIA: fichero, clave e imagen del
      *    registro antes y despues del cambio.
       77 AUDITORIA-FICHERO         PIC X(16).
       77 AUDITORIA-CLAVE           PIC X(50).
       77 AUDITORIA-ANTES           PIC X(250).
       77 AUDITORIA-DESPUES         PIC X(250).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "UnizarBank - Empleados de la sucursal".

           PERFORM COMPROBAR-OPERADORES THRU COMPROBAR-OPERADORES-EXIT.
           IF HAY-OPERADORES = 0
               GO TO PPRIMER-ADMINISTRADOR.

           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-EXIT.

       PMENU.
           DISPLAY " ".
           DISPLAY "1 - Alta o modificacion de empleado".
           DISPLAY "2 - Cambiar clave".
           DISPLAY "3 - Listar empleados".
           DISPLAY "0 - Salir".
           DISPLAY "Opcion: ".
           ACCEPT OPCION-TECLEADA.

           IF OPCION-TECLEADA = 0
               STOP RUN.
           IF OPCION-TECLEADA = 1
                   AND NIVEL-OPERADOR < 3
               DISPLAY "Opcion reservada a administradores"
               GO TO PMENU.
           IF OPCION-TECLEADA = 3
                   AND NIVEL-OPERADOR < 2
               DISPLAY "Opcion reservada a supervisores"
               GO TO PMENU.
           IF OPCION-TECLEADA = 1
               GO TO PALTA.
           IF OPCION-TECLEADA = 2
               GO TO PCLAVE.
           IF OPCION-TECLEADA = 3
               GO TO PLISTAR.

           GO TO PMENU.

      *    Arranque del sistema: sin ningun empleado en operadores.ubd
      *    nadie podria identificarse, asi que se da de alta el primer
      *    administrador sin pedir firma. Ese administrador entra ya
      *    identificado y da de alta al resto desde el menu.
       PPRIMER-ADMINISTRADOR.
           DISPLAY "No hay ningun empleado dado de alta.".
           DISPLAY "Alta del primer administrador".
           DISPLAY "Usuario (en blanco para salir): ".
           MOVE SPACES TO EMPLEADO-TECLEADO.
           ACCEPT EMPLEADO-TECLEADO.
           IF EMPLEADO-TECLEADO = SPACES
               STOP RUN.

           DISPLAY "Nombre del empleado: ".
           MOVE SPACES TO NOMBRE-TECLEADO.
           ACCEPT NOMBRE-TECLEADO.
           IF NOMBRE-TECLEADO = SPACES
               DISPLAY "El empleado necesita un nombre"
               GO TO PPRIMER-ADMINISTRADOR.

           PERFORM PEDIR-CLAVE-NUEVA THRU PEDIR-CLAVE-NUEVA-EXIT.
           IF CLAVE-NUEVA = SPACES
               GO TO PPRIMER-ADMINISTRADOR.

           OPEN I-O F-OPERADORES.
           IF FSOPE = 35
               OPEN OUTPUT F-OPERADORES
               CLOSE F-OPERADORES
               OPEN I-O F-OPERADORES
           END-IF.
           IF FSOPE NOT = 00 AND FSOPE NOT = 05
               DISPLAY "No se ha podido abrir operadores.ubd"
               STOP RUN.

           MOVE EMPLEADO-TECLEADO TO OPE-USUARIO.
           MOVE EMPLEADO-TECLEADO TO USUARIO-CIFRADO.
           MOVE CLAVE-NUEVA TO CLAVE-A-CIFRAR.
           PERFORM CIFRAR-CLAVE THRU CIFRAR-CLAVE-EXIT.
           MOVE CLAVE-CIFRADA TO OPE-CLAVE.
           MOVE NOMBRE-TECLEADO TO OPE-NOMBRE.
           MOVE "A" TO OPE-ROL.
           MOVE "S" TO OPE-ACTIVO.
           WRITE OPERADOR-REG INVALID KEY
               CLOSE F-OPERADORES
               DISPLAY "No se ha podido grabar el empleado"
               STOP RUN.

           MOVE EMPLEADO-TECLEADO TO OPERADOR-TECLEADO.
           MOVE 3 TO NIVEL-OPERADOR.

           MOVE "operadores.ubd" TO AUDITORIA-FICHERO.
           MOVE OPE-USUARIO TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           MOVE OPERADOR-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-OPERADORES.
           DISPLAY "Administrador " OPERADOR-TECLEADO
               " dado de alta".
           GO TO PMENU.

      *    Alta o modificacion de un empleado: se piden nombre, perfil
      *    y situacion y se graban enteros, como hace BANKSUC con los
      *    clientes. La clave solo se pide en el alta; despues se
      *    cambia con la opcion 2. Un administrador no puede quitarse
      *    a si mismo el perfil ni darse de baja, para que el sistema
      *    no se quede sin nadie que pueda administrarlo.
       PALTA.
           DISPLAY "Usuario (en blanco para volver): ".
           MOVE SPACES TO EMPLEADO-TECLEADO.
           ACCEPT EMPLEADO-TECLEADO.
           IF EMPLEADO-TECLEADO = SPACES
               GO TO PMENU.

           DISPLAY "Nombre del empleado: ".
           MOVE SPACES TO NOMBRE-TECLEADO.
           ACCEPT NOMBRE-TECLEADO.
           IF NOMBRE-TECLEADO = SPACES
               DISPLAY "El empleado necesita un nombre"
               GO TO PMENU.

           DISPLAY "Perfil (C cajero, S supervisor, A administrador): ".
           MOVE SPACES TO ROL-TECLEADO.
           ACCEPT ROL-TECLEADO.
           IF ROL-TECLEADO NOT = "C" AND ROL-TECLEADO NOT = "S"
                   AND ROL-TECLEADO NOT = "A"
               DISPLAY "Perfil desconocido"
               GO TO PMENU.

           DISPLAY "De alta (S) o de baja (N): ".
           MOVE SPACES TO ACTIVO-TECLEADO.
           ACCEPT ACTIVO-TECLEADO.
           IF ACTIVO-TECLEADO NOT = "S" AND ACTIVO-TECLEADO NOT = "N"
               DISPLAY "Situacion desconocida"
               GO TO PMENU.

           IF EMPLEADO-TECLEADO = OPERADOR-TECLEADO
                   AND (ROL-TECLEADO NOT = "A"
                   OR ACTIVO-TECLEADO NOT = "S")
               DISPLAY "Un administrador no puede quitarse el perfil "
                   "ni darse de baja a si mismo"
               GO TO PMENU.

           OPEN I-O F-OPERADORES.
           IF FSOPE NOT = 00 AND FSOPE NOT = 05
               DISPLAY "No se ha podido abrir operadores.ubd"
               GO TO PMENU.

           MOVE 1 TO EXISTE-OPERADOR.
           MOVE EMPLEADO-TECLEADO TO OPE-USUARIO.
           READ F-OPERADORES INVALID KEY
               MOVE 0 TO EXISTE-OPERADOR.

           MOVE "operadores.ubd" TO AUDITORIA-FICHERO.
           MOVE EMPLEADO-TECLEADO TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-OPERADOR = 1
               MOVE OPERADOR-REG TO AUDITORIA-ANTES.

           IF EXISTE-OPERADOR = 0
               DISPLAY "Empleado nuevo; clave inicial"
               PERFORM PEDIR-CLAVE-NUEVA THRU PEDIR-CLAVE-NUEVA-EXIT
               IF CLAVE-NUEVA = SPACES
                   CLOSE F-OPERADORES
                   GO TO PMENU
               END-IF
               MOVE EMPLEADO-TECLEADO TO USUARIO-CIFRADO
               MOVE CLAVE-NUEVA TO CLAVE-A-CIFRAR
               PERFORM CIFRAR-CLAVE THRU CIFRAR-CLAVE-EXIT
               MOVE CLAVE-CIFRADA TO OPE-CLAVE
           END-IF.

           MOVE EMPLEADO-TECLEADO TO OPE-USUARIO.
           MOVE NOMBRE-TECLEADO TO OPE-NOMBRE.
           MOVE ROL-TECLEADO TO OPE-ROL.
           MOVE ACTIVO-TECLEADO TO OPE-ACTIVO.

           IF EXISTE-OPERADOR = 1
               REWRITE OPERADOR-REG INVALID KEY
                   CLOSE F-OPERADORES
                   DISPLAY "No se ha podido actualizar el empleado"
                   GO TO PMENU
               END-REWRITE
           ELSE
               WRITE OPERADOR-REG INVALID KEY
                   CLOSE F-OPERADORES
                   DISPLAY "No se ha podido grabar el empleado"
                   GO TO PMENU
               END-WRITE
           END-IF.

           MOVE OPERADOR-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-OPERADORES.
           DISPLAY "Empleado grabado correctamente".
           GO TO PMENU.

      *    Cambio de clave. Cada empleado cambia la suya; la de otro
      *    empleado (que la ha olvidado) solo la cambia un
      *    administrador.
       PCLAVE.
           DISPLAY "Usuario (en blanco para el suyo): ".
           MOVE SPACES TO EMPLEADO-TECLEADO.
           ACCEPT EMPLEADO-TECLEADO.
           IF EMPLEADO-TECLEADO = SPACES
               MOVE OPERADOR-TECLEADO TO EMPLEADO-TECLEADO.

           IF EMPLEADO-TECLEADO NOT = OPERADOR-TECLEADO
                   AND NIVEL-OPERADOR < 3
               DISPLAY "Solo un administrador cambia la clave de "
                   "otro empleado"
               GO TO PMENU.

           PERFORM PEDIR-CLAVE-NUEVA THRU PEDIR-CLAVE-NUEVA-EXIT.
           IF CLAVE-NUEVA = SPACES
               GO TO PMENU.

           OPEN I-O F-OPERADORES.
           IF FSOPE NOT = 00 AND FSOPE NOT = 05
               DISPLAY "No se ha podido abrir operadores.ubd"
               GO TO PMENU.

           MOVE EMPLEADO-TECLEADO TO OPE-USUARIO.
           READ F-OPERADORES INVALID KEY
               CLOSE F-OPERADORES
               DISPLAY "No existe ningun empleado con ese usuario"
               GO TO PMENU.

           MOVE "operadores.ubd" TO AUDITORIA-FICHERO.
           MOVE EMPLEADO-TECLEADO TO AUDITORIA-CLAVE.
           MOVE OPERADOR-REG TO AUDITORIA-ANTES.

           MOVE EMPLEADO-TECLEADO TO USUARIO-CIFRADO.
           MOVE CLAVE-NUEVA TO CLAVE-A-CIFRAR.
           PERFORM CIFRAR-CLAVE THRU CIFRAR-CLAVE-EXIT.
           MOVE CLAVE-CIFRADA TO OPE-CLAVE.

           REWRITE OPERADOR-REG INVALID KEY
               CLOSE F-OPERADORES
               DISPLAY "No se ha podido cambiar la clave"
               GO TO PMENU.

           MOVE OPERADOR-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-OPERADORES.
           DISPLAY "Clave cambiada correctamente".
           GO TO PMENU.

       PLISTAR.
           OPEN INPUT F-OPERADORES.
           IF FSOPE NOT = 00 AND FSOPE NOT = 05
               DISPLAY "No se ha podido abrir operadores.ubd"
               GO TO PMENU.

           MOVE 0 TO TOTAL-LISTADOS.
           MOVE LOW-VALUES TO OPE-USUARIO.
           START F-OPERADORES KEY IS NOT LESS THAN OPE-USUARIO
               INVALID KEY GO TO PLISTAR-FIN.

       PLISTAR-SIGUIENTE.
           READ F-OPERADORES NEXT RECORD
               AT END GO TO PLISTAR-FIN.

           ADD 1 TO TOTAL-LISTADOS.
           DISPLAY "USUARIO " OPE-USUARIO
               " " OPE-NOMBRE
               " PERFIL " OPE-ROL
               " ALTA " OPE-ACTIVO.

           GO TO PLISTAR-SIGUIENTE.

       PLISTAR-FIN.
           CLOSE F-OPERADORES.
           DISPLAY "Empleados listados: " TOTAL-LISTADOS
               " (perfil C cajero, S supervisor, A administrador)".
           GO TO PMENU.

      *    Pide dos veces la clave nueva y la deja en CLAVE-NUEVA; si
      *    va en blanco, es demasiado corta o las dos no coinciden,
      *    CLAVE-NUEVA sale en blanco y el llamante no graba nada.
       PEDIR-CLAVE-NUEVA.
           DISPLAY "Clave nueva (de 6 a 8 caracteres): ".
           MOVE SPACES TO CLAVE-NUEVA.
           ACCEPT CLAVE-NUEVA.
           DISPLAY "Repita la clave nueva: ".
           MOVE SPACES TO CLAVE-REPETIDA.
           ACCEPT CLAVE-REPETIDA.

           IF CLAVE-NUEVA(6:3) = SPACES
               DISPLAY "La clave ha de tener al menos 6 caracteres"
               MOVE SPACES TO CLAVE-NUEVA
               GO TO PEDIR-CLAVE-NUEVA-EXIT.

           IF CLAVE-NUEVA NOT = CLAVE-REPETIDA
               DISPLAY "Las dos claves no coinciden"
               MOVE SPACES TO CLAVE-NUEVA
               GO TO PEDIR-CLAVE-NUEVA-EXIT.
       PEDIR-CLAVE-NUEVA-EXIT.
           EXIT.

      *    HAY-OPERADORES queda a 1 si operadores.ubd tiene al menos
      *    un empleado.
       COMPROBAR-OPERADORES.
           MOVE 0 TO HAY-OPERADORES.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; el recorrido no encontrara nada y su
      *    CLOSE lo deja cerrado para el alta del primer empleado.
           OPEN INPUT F-OPERADORES.
           IF FSOPE NOT = 00 AND FSOPE NOT = 05
               GO TO COMPROBAR-OPERADORES-EXIT.

           MOVE LOW-VALUES TO OPE-USUARIO.
           START F-OPERADORES KEY IS NOT LESS THAN OPE-USUARIO
               INVALID KEY
                   CLOSE F-OPERADORES
                   GO TO COMPROBAR-OPERADORES-EXIT.

           READ F-OPERADORES NEXT RECORD
               AT END
                   CLOSE F-OPERADORES
                   GO TO COMPROBAR-OPERADORES-EXIT.

           MOVE 1 TO HAY-OPERADORES.
           CLOSE F-OPERADORES.
       COMPROBAR-OPERADORES-EXIT.
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
           MOVE "BANKOPE" TO AUD-PROGRAMA.
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
