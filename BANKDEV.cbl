      * El abono se postea con el concepto "Devolucion de entradas" y
      * conserva MOV-EVENTO/MOV-ASIENTO, de modo que la liquidacion
      * de BANKLIQ lo resta como negativo y la sala cobra el neto.
      * El empleado se identifica contra operadores.ubd. Una
      * devolucion por encima del umbral de doble firma
      * (UMBRAL-DOBLE-FIRMA en parametros.ubd) y la cancelacion de un
      * evento entero necesitan ademas la aprobacion de un supervisor
      * distinto antes de postear nada; cada devolucion queda anotada
      * en ajusteslog.txt con el empleado y, si la hubo, el
      * supervisor que la aprobo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSCNT.


           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CLAVE
           FILE STATUS IS FSPAR.

           SELECT F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-USUARIO
           FILE STATUS IS FSOPE.

           SELECT OPTIONAL AJUSTESLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLOG.

       DATA DIVISION.
       FILE SECTION.
      *    Maestro de butacas vendidas por el canal de cajeros: un
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

       FD AJUSTESLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/ajusteslog.txt".
       01 LOG-LINE                 PIC X(200).

       WORKING-STORAGE SECTION.
       77 FSE                       PIC X(2).
       77 FSM                       PIC X(2).
       77 FSV                       PIC X(2).
       77 FSS                       PIC X(2).
       77 FSCNT                     PIC X(2).
       77 FSPAR                     PIC X(2).
       77 FSOPE                     PIC X(2).
       77 FSLOG                     PIC X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 ASIENTO-TECLEADO          PIC X(06).
       77 CONFIRMACION-TECLEADA     PIC X(01).

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

      *    Importe a partir del cual la devolucion necesita la segunda
      *    firma de un supervisor: el valor vigente de
      *    UMBRAL-DOBLE-FIRMA en parametros.ubd, o el de siempre si no
      *    hay ninguno. APROBADOR-OPERADOR es el supervisor que la
      *    aprobo (espacios si no hizo falta).
       77 UMBRAL-DOBLE-FIRMA-DEF-ENT PIC 9(7) VALUE 1000.
       77 UMBRAL-DOBLE-FIRMA-DEF-DEC PIC 9(2) VALUE 0.
       77 CENT-DOBLE-FIRMA          PIC 9(9).
       77 APROBADOR-OPERADOR        PIC X(08).

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

      *    Datos de la butaca en curso de devolucion: la tarjeta que
      *    compro y el importe de la compra localizado en la cadena
      *    de movimientos de su cuenta.
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
       INICIO.
           DISPLAY "UnizarBank - Devolucion de entradas".

           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-EXIT.

       PMENU.
           DISPLAY " ".
           DISPLAY "1 - Devolver una butaca".
           IF ASIENTO-TECLEADO = SPACES
               GO TO PMENU.

           MOVE SPACES TO APROBADOR-OPERADOR.
           PERFORM CARGAR-PARAMETROS THRU CARGAR-PARAMETROS-EXIT.

           OPEN I-O F-EVENTOS.
           IF FSE NOT = 00
               DISPLAY "No se ha podido abrir eventos.ubd"

           IF DEVOLUCION-HECHA = 1
               DISPLAY "Butaca devuelta y abono posteado"
           END-IF.
           IF DEVOLUCION-HECHA = 0
               DISPLAY "No se ha localizado la compra de esa butaca; "
                   "tramite el abono con BANKAJU"
           END-IF.
           IF DEVOLUCION-HECHA = 2
               DISPLAY "Devolucion sin aprobar; la butaca sigue "
                   "vendida"
           END-IF.
           GO TO PMENU.

      *    Cancelacion de un evento entero: devuelve todas sus
               DISPLAY "Cancelacion abandonada"
               GO TO PMENU.

      *    La cancelacion devuelve de una vez todas las butacas del
      *    evento: necesita siempre la aprobacion de un supervisor,
      *    que vale para todas sus devoluciones.
           PERFORM APROBAR-SUPERVISOR THRU APROBAR-SUPERVISOR-EXIT.
           IF APROBADOR-OPERADOR = SPACES
               DISPLAY "Cancelacion sin aprobar; no se devuelve nada"
               GO TO PMENU.

           OPEN I-O F-EVENTOS.
           IF FSE NOT = 00
               DISPLAY "No se ha podido abrir eventos.ubd"
      *    la butaca libre. Requiere F-EVENTOS y F-MOVIMIENTOS
      *    abiertos I-O. Si la compra no aparece (p.ej. movimientos ya
      *    archivados por BANKARC), la butaca no se toca y se avisa.
      *    Tampoco se toca si la devolucion supera el umbral de doble
      *    firma y no la aprueba un supervisor (DEVOLUCION-HECHA a 2).
       DEVOLVER-BUTACA.
           MOVE 0 TO DEVOLUCION-HECHA.

           IF COMPRA-ENCONTRADA = 0
               GO TO DEVOLVER-BUTACA-EXIT.

           COMPUTE CENT-IMPORTE = (COMPRA-ENT * 100) + COMPRA-DEC.
           IF CENT-IMPORTE > CENT-DOBLE-FIRMA
                   AND APROBADOR-OPERADOR = SPACES
               DISPLAY "Importe a devolver: " COMPRA-ENT ","
                   COMPRA-DEC " " COMPRA-MONEDA
               PERFORM APROBAR-SUPERVISOR THRU APROBAR-SUPERVISOR-EXIT
               IF APROBADOR-OPERADOR = SPACES
                   MOVE 2 TO DEVOLUCION-HECHA
                   GO TO DEVOLVER-BUTACA-EXIT
               END-IF
           END-IF.

           MOVE CUENTA-OPERACION TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-SALDO-TARJETA
               THRU LOCALIZAR-SALDO-TARJETA-EXIT.
           REWRITE EVENTOS-REG INVALID KEY
               GO TO DEVOLVER-BUTACA-EXIT.

           PERFORM REGISTRAR-DEVOLUCION THRU REGISTRAR-DEVOLUCION-EXIT.
           MOVE 1 TO DEVOLUCION-HECHA.

       DEVOLVER-BUTACA-EXIT.
           EXIT.

      *    Anota en ajusteslog.txt, igual que BANKAJU los extornos,
      *    que butaca se devolvio, con que movimiento, quien la
      *    devolvio y que supervisor la aprobo (en blanco si no hizo
      *    falta). Se llama con la butaca ya liberada en EVENTOS-REG.
       REGISTRAR-DEVOLUCION.
           OPEN EXTEND AJUSTESLOG.
           IF FSLOG = 35
               OPEN OUTPUT AJUSTESLOG
               CLOSE AJUSTESLOG
               OPEN EXTEND AJUSTESLOG
           END-IF.
           IF FSLOG NOT = 00
               GO TO REGISTRAR-DEVOLUCION-EXIT.

           MOVE SPACES TO LOG-LINE.
           STRING "DEVOLUCION " EVE-EVENTO " " EVE-ASIENTO
               " CON MOV " LAST-MOV-NUM
               " TARJETA " TARJETA-COMPRA
               " EMPLEADO " OPERADOR-TECLEADO
               " APROBADO " APROBADOR-OPERADOR
               " FECHA " ANO "-" MES "-" DIA
               " HORA " HORAS ":" MINUTOS ":" SEGUNDOS
               DELIMITED BY SIZE INTO LOG-LINE.
           WRITE LOG-LINE.

           CLOSE AJUSTESLOG.
       REGISTRAR-DEVOLUCION-EXIT.
           EXIT.

      *    Busca en la cadena de movimientos de CUENTA-OPERACION la
      *    compra de la butaca EVE-EVENTO/EVE-ASIENTO (el cargo de
      *    BANK8) y recupera su importe y moneda; se queda con la

       LOCALIZAR-ULTIMO-MOV-NUM-EXIT.
           EXIT.

      *    Carga el umbral de doble firma vigente hoy: el valor general
      *    de UMBRAL-DOBLE-FIRMA en parametros.ubd, o el de siempre si
      *    no hay ninguno.
       CARGAR-PARAMETROS.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           COMPUTE PARAMETRO-FECHA = (ANO * 10000) + (MES * 100) + DIA.

           MOVE "UMBRAL-DOBLE-FIRMA" TO PARAMETRO-NOMBRE.
           MOVE 0 TO PARAMETRO-TARJETA.
           MOVE UMBRAL-DOBLE-FIRMA-DEF-ENT TO PARAMETRO-ENT.
           MOVE UMBRAL-DOBLE-FIRMA-DEF-DEC TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           COMPUTE CENT-DOBLE-FIRMA =
               (PARAMETRO-ENT * 100) + PARAMETRO-DEC.
       CARGAR-PARAMETROS-EXIT.
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

      *    Segunda firma: un supervisor o administrador distinto del
      *    empleado que opera teclea su usuario y clave. Deja su
      *    usuario en APROBADOR-OPERADOR, o espacios si la operacion
      *    queda sin aprobar. La firma del empleado que opera
      *    (OPERADOR-TECLEADO, NIVEL-OPERADOR) no cambia.
       APROBAR-SUPERVISOR.
           MOVE SPACES TO APROBADOR-OPERADOR.
           DISPLAY "Se necesita la aprobacion de un supervisor".
           DISPLAY "Usuario del supervisor: ".
           MOVE SPACES TO USUARIO-TECLEADO.
           ACCEPT USUARIO-TECLEADO.
           DISPLAY "Clave del supervisor: ".
           MOVE SPACES TO CLAVE-TECLEADA.
           ACCEPT CLAVE-TECLEADA.

           IF USUARIO-TECLEADO = OPERADOR-TECLEADO
               DISPLAY "La aprobacion tiene que darla otro empleado"
               GO TO APROBAR-SUPERVISOR-EXIT.

           PERFORM VALIDAR-OPERADOR THRU VALIDAR-OPERADOR-EXIT.
           IF OPERADOR-VALIDO = 0
               DISPLAY "Usuario o clave del supervisor incorrectos"
               GO TO APROBAR-SUPERVISOR-EXIT.
           IF NIVEL-VALIDADO < 2
               DISPLAY "Ese empleado no es supervisor"
               GO TO APROBAR-SUPERVISOR-EXIT.

           MOVE USUARIO-TECLEADO TO APROBADOR-OPERADOR.
           DISPLAY "Aprobado por " APROBADOR-OPERADOR.
       APROBAR-SUPERVISOR-EXIT.
           EXIT.
