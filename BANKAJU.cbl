      * cadena de saldos sigue cuadrando en BANKREC y el cliente ve la
      * correccion en su extracto. El empleado y el codigo de motivo
      * quedan anotados en ajusteslog.txt, que es de solo anexion como
      * intentoslog.txt. El empleado se identifica contra
      * operadores.ubd, y un extorno por encima del umbral de doble
      * firma (UMBRAL-DOBLE-FIRMA en parametros.ubd) no se postea sin
      * la aprobacion de un supervisor distinto, que tambien queda
      * anotado en ajusteslog.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSCNT.

           SELECT OPTIONAL F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSALE.


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

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           02 CNT-NOMBRE           PIC  X(08).
           02 CNT-VALOR            PIC  9(35).

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

       WORKING-STORAGE SECTION.
       77 FSM                       PIC X(2).
       77 FSL                       PIC X(2).
       77 FSS                       PIC X(2).
       77 FSLOG                     PIC X(2).
       77 FSCNT                     PIC X(2).
       77 FSALE                     PIC X(2).
       77 FSPAR                     PIC X(2).
       77 FSOPE                     PIC X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 MOTIVO-TECLEADO           PIC X(08).
       77 CONFIRMACION-TECLEADA     PIC X(01).

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

      *    Importe a partir del cual el extorno necesita la segunda
      *    firma de un supervisor: el valor vigente de
      *    UMBRAL-DOBLE-FIRMA en parametros.ubd, o el de siempre si no
      *    hay ninguno. APROBADOR-OPERADOR es el supervisor que lo
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

      *    Copia de los datos del movimiento original, que el extorno
      *    necesita despues de que el registro se haya reutilizado
      *    para escribir el movimiento nuevo.
       77 SALDO-DEC-TMP             PIC  9(2).
       77 CENT-IMPORTE              PIC S9(9).

      *    Entrada de ANOTAR-ALERTA: tipo de aviso, tarjeta, importe
      *    (cero si el aviso no lleva) y detalle del mensaje.
       77 ALERTA-TIPO               PIC X(02).
       77 ALERTA-TARJETA            PIC 9(16).
       77 ALERTA-IMPORTE-ENT        PIC 9(7).
       77 ALERTA-IMPORTE-DEC        PIC 9(2).
       77 ALERTA-DETALLE            PIC X(30).

       77 SALDO-MAESTRO-CENT        PIC S9(11).
       77 SALDO-MAESTRO-OK          PIC  9(1).
       77 EXISTE-SALDO-MAESTRO      PIC  9(1).
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
           DISPLAY "Verifique la autorizacion del empleado antes de ".
           DISPLAY "continuar.".

           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-EXIT.

       PEDIR-MOVIMIENTO.
           DISPLAY " ".
               DISPLAY "Extorno cancelado"
               GO TO PEDIR-MOVIMIENTO.

      *    Por encima del umbral de doble firma el extorno no se
      *    postea hasta que lo aprueba un supervisor.
           MOVE SPACES TO APROBADOR-OPERADOR.
           PERFORM CARGAR-PARAMETROS THRU CARGAR-PARAMETROS-EXIT.
           COMPUTE CENT-IMPORTE =
               (ORIGINAL-IMPORTE-ENT * 100) + ORIGINAL-IMPORTE-DEC.
           IF CENT-IMPORTE > CENT-DOBLE-FIRMA
               PERFORM APROBAR-SUPERVISOR THRU APROBAR-SUPERVISOR-EXIT
               IF APROBADOR-OPERADOR = SPACES
                   CLOSE F-MOVIMIENTOS
                   DISPLAY "Extorno sin aprobar; no se postea"
                   GO TO PEDIR-MOVIMIENTO
               END-IF
           END-IF.

       POSTEAR-EXTORNO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-EXIT.

      *    Si el apunte deja en negativo una cuenta que no lo estaba,
      *    se avisa al titular.
           IF SALDO-ACTUAL-CENT NOT < 0 AND SALDO-NUEVO-CENT < 0
               MOVE "SN" TO ALERTA-TIPO
               MOVE ORIGINAL-TARJETA TO ALERTA-TARJETA
               COMPUTE SALDO-ABS-CENT = 0 - SALDO-NUEVO-CENT
               DIVIDE SALDO-ABS-CENT BY 100 GIVING ALERTA-IMPORTE-ENT
                   REMAINDER ALERTA-IMPORTE-DEC
               MOVE ORIGINAL-MONEDA TO ALERTA-DETALLE
               PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-EXIT
           END-IF.

      *    Si lo extornado es una retirada de efectivo de hoy (la
      *    maquina no llego a dispensar), se devuelve ademas el cupo
      *    consumido del limite diario en limites.ubd.
               " TARJETA " ORIGINAL-TARJETA
               " MOTIVO " MOTIVO-TECLEADO
               " EMPLEADO " OPERADOR-TECLEADO
               " APROBADO " APROBADOR-OPERADOR
               " FECHA " ANO "-" MES "-" DIA
               " HORA " HORAS ":" MINUTOS ":" SEGUNDOS
               DELIMITED BY SIZE INTO LOG-LINE.
           CLOSE AJUSTESLOG.
       REGISTRAR-AJUSTE-EXIT.
           EXIT.

      *    Anade al buzon alertas.txt el aviso ALERTA-TIPO de la
      *    tarjeta ALERTA-TARJETA con la fecha y hora de CAMPOS-FECHA.
      *    El aviso es accesorio: si el buzon no se puede abrir, la
      *    operacion que lo origina sigue adelante sin el.
       ANOTAR-ALERTA.
           OPEN EXTEND F-ALERTAS.
           IF FSALE = 35
               OPEN OUTPUT F-ALERTAS
               CLOSE F-ALERTAS
               OPEN EXTEND F-ALERTAS
           END-IF.
           IF FSALE NOT = 00 AND FSALE NOT = 05
               GO TO ANOTAR-ALERTA-EXIT.

           MOVE SPACES TO ALERTA-REG.
           MOVE ALERTA-TIPO TO ALE-TIPO.
           MOVE ALERTA-TARJETA TO ALE-TARJETA.
           MOVE ANO TO ALE-ANO.
           MOVE MES TO ALE-MES.
           MOVE DIA TO ALE-DIA.
           MOVE HORAS TO ALE-HOR.
           MOVE MINUTOS TO ALE-MIN.
           MOVE ALERTA-IMPORTE-ENT TO ALE-IMPORTE-ENT.
           MOVE ALERTA-IMPORTE-DEC TO ALE-IMPORTE-DEC.
           MOVE "BANKAJU" TO ALE-PROGRAMA.
           MOVE ALERTA-DETALLE TO ALE-DETALLE.
           WRITE ALERTA-REG.

           CLOSE F-ALERTAS.
       ANOTAR-ALERTA-EXIT.
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
