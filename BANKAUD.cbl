       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKAUD.

      * Programa de consulta de sucursal (no es una opcion del cajero
      * automatico). Lista los cambios anotados en auditoria.txt por
      * los programas de mantenimiento de sucursal (BANKSUC, BANKTAR,
      * BANKADM, BANKEST, BANKOPE, BANKPAR, BANKCAT y BANKCIE) y por
      * BANKDOR, filtrando por un intervalo de fechas, por el
      * empleado que hizo el cambio o por el fichero cambiado. De cada
      * cambio muestra la imagen del registro antes y despues.
      * Consulta reservada a supervisores, que se identifican contra
      * operadores.ubd.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAUD.

           SELECT F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-USUARIO
           FILE STATUS IS FSOPE.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       77 FSAUD                     PIC X(2).
       77 FSOPE                     PIC X(2).

       77 DESDE-TECLEADA            PIC 9(8).
       77 HASTA-TECLEADA            PIC 9(8).
       77 EMPLEADO-TECLEADO         PIC X(08).
       77 FICHERO-TECLEADO          PIC X(16).
       77 FECHA-CAMBIO              PIC 9(8).
       77 TOTAL-LISTADOS            PIC 9(7).

       77 OPERADOR-TECLEADO         PIC X(08).
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
           DISPLAY "UnizarBank - Consulta del registro de auditoria".

           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-EXIT.
           IF NIVEL-OPERADOR < 2
               DISPLAY "Consulta reservada a supervisores"
               STOP RUN.

       PEDIR-FILTRO.
           DISPLAY " ".
           DISPLAY "Fecha desde, AAAAMMDD (0 para salir): ".
           MOVE 0 TO DESDE-TECLEADA.
           ACCEPT DESDE-TECLEADA.

           IF DESDE-TECLEADA = 0
               STOP RUN.

           DISPLAY "Fecha hasta, AAAAMMDD (0 sin limite): ".
           MOVE 0 TO HASTA-TECLEADA.
           ACCEPT HASTA-TECLEADA.
           IF HASTA-TECLEADA = 0
               MOVE 99999999 TO HASTA-TECLEADA.

           IF HASTA-TECLEADA < DESDE-TECLEADA
               DISPLAY "La fecha hasta es anterior a la fecha desde"
               GO TO PEDIR-FILTRO.

           DISPLAY "Empleado (en blanco para todos): ".
           MOVE SPACES TO EMPLEADO-TECLEADO.
           ACCEPT EMPLEADO-TECLEADO.

           DISPLAY "Fichero, p.ej. clientes.ubd (en blanco para "
               "todos): ".
           MOVE SPACES TO FICHERO-TECLEADO.
           ACCEPT FICHERO-TECLEADO.

           OPEN INPUT F-AUDITORIA.
      *    Estado 05: auditoria.txt aun no existe y la apertura del
      *    fichero opcional lo deja abierto y vacio.
           IF FSAUD = 05
               CLOSE F-AUDITORIA
               DISPLAY "Todavia no hay cambios anotados"
               GO TO PEDIR-FILTRO.
           IF FSAUD NOT = 00 AND FSAUD NOT = 05
               DISPLAY "No se ha podido abrir auditoria.txt"
               GO TO PEDIR-FILTRO.

           MOVE 0 TO TOTAL-LISTADOS.

       LISTAR-SIGUIENTE.
           READ F-AUDITORIA
               AT END GO TO FIN-LISTADO.

           COMPUTE FECHA-CAMBIO = (AUD-ANO * 10000) + (AUD-MES * 100)
               + AUD-DIA.
           IF FECHA-CAMBIO < DESDE-TECLEADA
                   OR FECHA-CAMBIO > HASTA-TECLEADA
               GO TO LISTAR-SIGUIENTE.
           IF EMPLEADO-TECLEADO NOT = SPACES
                   AND AUD-OPERADOR NOT = EMPLEADO-TECLEADO
               GO TO LISTAR-SIGUIENTE.
           IF FICHERO-TECLEADO NOT = SPACES
                   AND AUD-FICHERO NOT = FICHERO-TECLEADO
               GO TO LISTAR-SIGUIENTE.

           ADD 1 TO TOTAL-LISTADOS.
           DISPLAY " ".
           DISPLAY AUD-ANO "-" AUD-MES "-" AUD-DIA
               " " AUD-HOR ":" AUD-MIN ":" AUD-SEG
               " EMPLEADO " AUD-OPERADOR
               " " AUD-PROGRAMA
               " " AUD-FICHERO
               " ACCION " AUD-ACCION.
           DISPLAY "  CLAVE   " AUD-CLAVE.
      *    Cada imagen en lineas de 100 posiciones; las siguientes a
      *    la primera solo si el registro cambiado es tan largo.
           DISPLAY "  ANTES   " AUD-ANTES(1:100).
           IF AUD-ANTES(101:150) NOT = SPACES
               DISPLAY "          " AUD-ANTES(101:100).
           IF AUD-ANTES(201:50) NOT = SPACES
               DISPLAY "          " AUD-ANTES(201:50).
           DISPLAY "  DESPUES " AUD-DESPUES(1:100).
           IF AUD-DESPUES(101:150) NOT = SPACES
               DISPLAY "          " AUD-DESPUES(101:100).
           IF AUD-DESPUES(201:50) NOT = SPACES
               DISPLAY "          " AUD-DESPUES(201:50).

           GO TO LISTAR-SIGUIENTE.

       FIN-LISTADO.
           CLOSE F-AUDITORIA.

           IF TOTAL-LISTADOS = 0
               DISPLAY "Ningun cambio cumple esas condiciones"
           ELSE
               DISPLAY " "
               DISPLAY "Cambios listados: " TOTAL-LISTADOS
                   " (A alta, M modificacion, B baja)"
           END-IF.

           GO TO PEDIR-FILTRO.

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
