      * programas de posteo del cajero consultan estados.ubd y no
      * dejan operar ninguna tarjeta cuyo estado no sea activa, sepa
      * o no el ladron el PIN. Tambien permite revisar la lista de
      * vigilancia que genera BANKVIG y las propuestas de bloqueo por
      * descubierto de BANKMOR, y convertir sus avisos en bloqueos
      * reales, y reactivar las cuentas que BANKDOR ha dejado
      * durmientes por inactividad, con todas sus tarjetas. Cada
      * cambio de estado queda anotado en auditoria.txt.
      * El empleado se identifica contra operadores.ubd; marcar una
      * tarjeta perdida o robada esta al alcance de cualquier perfil,
      * pero bloquear, reactivar y revisar las listas de BANKVIG y
      * BANKMOR queda para supervisores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT OPTIONAL F-VINCULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIN-TARJETA
           FILE STATUS IS FSV.

           SELECT F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-USUARIO
           FILE STATUS IS FSOPE.
           SELECT OPTIONAL F-VIGILANCIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSVIG.

           SELECT OPTIONAL F-PROPUESTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPRO.

           SELECT OPTIONAL F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSALE.

           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAUD.

       DATA DIVISION.
       FILE SECTION.
      *    Estado operativo de cada tarjeta. EST-ESTADO = "A" activa,
      *    "P" perdida, "R" robada, "B" bloqueada por la sucursal, "C"
      *    cancelada con su cuenta (BANKCIE, definitivo), "D"
      *    durmiente por inactividad (BANKDOR) hasta que la sucursal la
      *    reactive; una tarjeta sin registro esta activa, como
      *    siempre. EST-OPERADOR y la fecha documentan quien puso el
      *    ultimo estado y cuando.
       FD F-ESTADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/estados.ubd".
               03 TCAD-MES  PIC 9(2).
               03 TCAD-DIA  PIC 9(2).

      *    Vinculos de tarjetas adicionales (familiares) a la cuenta
      *    de la tarjeta titular; una tarjeta sin registro es su
      *    propia cuenta.
       FD F-VINCULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/vinculos.ubd".
       01 VINCULO-REG.
           02 VIN-TARJETA          PIC  9(16).
           02 VIN-TITULAR          PIC  9(16).

      *    Lista de vigilancia que genera BANKVIG. El registro calca
      *    las posiciones fijas de la linea que construye con STRING:
      *    "VIGILAR TARJETA " + tarjeta + resto.
           02 VIG-TARJETA          PIC 9(16).
           02 FILLER               PIC X(68).

      *    Propuestas de bloqueo de cuentas con mas de 90 dias en
      *    descubierto que genera BANKMOR, una linea por tarjeta de la
      *    cuenta: "BLOQUEAR CUENTA " + tarjeta + resto.
       FD F-PROPUESTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/propuestasmora.txt".
       01 PRO-REG.
           02 PRO-CABECERA         PIC X(16).
           02 PRO-TARJETA          PIC 9(16).
           02 FILLER               PIC X(68).

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
       77 FSEST                     PIC X(2).
       77 FST                       PIC X(2).
       77 FSV                       PIC X(2).
       77 FSVIG                     PIC X(2).
       77 FSPRO                     PIC X(2).
       77 FSALE                     PIC X(2).
       77 FSAUD                     PIC X(2).
       77 FSOPE                     PIC X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
       77 TOTAL-REVISADAS           PIC 9(5).
       77 TOTAL-BLOQUEADAS          PIC 9(5).

      *    Cuenta de la tarjeta tecleada al reactivar una cuenta
      *    durmiente, y tarjetas que vuelven a quedar activas.
       77 TARJETA-BUSCADA           PIC 9(16).
       77 CUENTA-OPERACION          PIC 9(16).
       77 TOTAL-REACTIVADAS         PIC 9(5).

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

      *    Entrada de ANOTAR-ALERTA: tipo de aviso, tarjeta, importe
      *    (cero si el aviso no lleva) y detalle del mensaje.
       77 ALERTA-TIPO               PIC X(02).
       77 ALERTA-TARJETA            PIC 9(16).
       77 ALERTA-IMPORTE-ENT        PIC 9(7).
       77 ALERTA-IMPORTE-DEC        PIC 9(2).
       77 ALERTA-DETALLE            PIC X(30).

      *    Entrada de ANOTAR-AUDITORIA: fichero, clave e imagen del
      *    registro antes y despues del cambio.
       77 AUDITORIA-FICHERO         PIC X(16).
       77 AUDITORIA-CLAVE           PIC X(50).
       77 AUDITORIA-ANTES           PIC X(250).
       77 AUDITORIA-DESPUES         PIC X(250).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "UnizarBank - Estado operativo de tarjetas".
           DISPLAY "Verifique la identidad del titular antes de ".
           DISPLAY "cambiar un estado.".

           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-EXIT.

       PMENU.
           DISPLAY " ".
           DISPLAY "4 - Bloquear tarjeta por sucursal".
           DISPLAY "5 - Reactivar tarjeta".
           DISPLAY "6 - Revisar lista de vigilancia de BANKVIG".
           DISPLAY "7 - Revisar propuestas de bloqueo de BANKMOR".
           DISPLAY "8 - Reactivar cuenta durmiente".
           DISPLAY "0 - Salir".
           DISPLAY "Opcion: ".
           ACCEPT OPCION-TECLEADA.

           IF OPCION-TECLEADA = 0
               STOP RUN.
           IF (OPCION-TECLEADA = 4 OR OPCION-TECLEADA = 5
                   OR OPCION-TECLEADA = 6 OR OPCION-TECLEADA = 7
                   OR OPCION-TECLEADA = 8)
                   AND NIVEL-OPERADOR < 2
               DISPLAY "Opcion reservada a supervisores"
               GO TO PMENU.
           IF OPCION-TECLEADA = 1
               GO TO PCONSULTAR.
           IF OPCION-TECLEADA = 2
               GO TO PMARCAR.
           IF OPCION-TECLEADA = 6
               GO TO PREVISAR-VIGILANCIA.
           IF OPCION-TECLEADA = 7
               GO TO PREVISAR-PROPUESTAS.
           IF OPCION-TECLEADA = 8
               GO TO PREACTIVAR-CUENTA.

           GO TO PMENU.

               GO TO PMENU.

           DISPLAY "Estado:   " EST-ESTADO
               " (A activa, P perdida, R robada, B bloqueada, "
               "C cancelada, D durmiente)".
           DISPLAY "Puesto por " EST-OPERADOR " el "
               EST-ANO "-" EST-MES "-" EST-DIA.
           CLOSE F-ESTADOS.
               " bloqueados: " TOTAL-BLOQUEADAS.
           GO TO PMENU.

      *    Igual que la revision de la lista de vigilancia, pero sobre
      *    las propuestas de bloqueo por descubierto de BANKMOR: se
      *    muestra la linea entera para que el empleado vea cuenta,
      *    dias y saldo antes de decidir.
       PREVISAR-PROPUESTAS.
           OPEN INPUT F-PROPUESTAS.
           IF FSPRO = 35
               DISPLAY "No hay propuestas de bloqueo; ejecute BANKMOR"
               GO TO PMENU.
           IF FSPRO NOT = 00
               DISPLAY "No se ha podido abrir propuestasmora.txt"
               GO TO PMENU.

           MOVE 0 TO TOTAL-REVISADAS.
           MOVE 0 TO TOTAL-BLOQUEADAS.

       PROPUESTAS-SIGUIENTE.
           READ F-PROPUESTAS NEXT RECORD
               AT END GO TO PROPUESTAS-FIN.

           IF PRO-CABECERA NOT = "BLOQUEAR CUENTA "
               GO TO PROPUESTAS-SIGUIENTE.

           IF PRO-TARJETA IS NOT NUMERIC
               GO TO PROPUESTAS-SIGUIENTE.

           ADD 1 TO TOTAL-REVISADAS.

           DISPLAY " ".
           DISPLAY PRO-REG.
           DISPLAY "B - Bloquear, S - Saltar, F - Terminar revision: ".
           MOVE SPACES TO ACCION-TECLEADA.
           ACCEPT ACCION-TECLEADA.

           IF ACCION-TECLEADA = "F" OR ACCION-TECLEADA = "f"
               GO TO PROPUESTAS-FIN.

           IF ACCION-TECLEADA = "B" OR ACCION-TECLEADA = "b"
               MOVE PRO-TARJETA TO TARJETA-TECLEADA
               MOVE "B" TO ESTADO-NUEVO
               PERFORM GRABAR-ESTADO THRU GRABAR-ESTADO-EXIT
               ADD 1 TO TOTAL-BLOQUEADAS
           END-IF.

           GO TO PROPUESTAS-SIGUIENTE.

       PROPUESTAS-FIN.
           CLOSE F-PROPUESTAS.
           DISPLAY "Propuestas revisadas: " TOTAL-REVISADAS
               " bloqueadas: " TOTAL-BLOQUEADAS.
           GO TO PMENU.

      *    Reactiva una cuenta que BANKDOR ha dejado durmiente por
      *    inactividad, una vez que el titular se ha presentado en la
      *    sucursal: la tarjeta de la cuenta y todas sus tarjetas
      *    vinculadas que sigan en "D" vuelven a "A". Vale cualquier
      *    tarjeta de la cuenta; las vinculadas que esten perdidas,
      *    robadas o bloqueadas conservan su estado. La fecha de la
      *    reactivacion cuenta para BANKDOR como actividad del
      *    cliente, asi que la cuenta no vuelve a durmiente al mes
      *    siguiente.
       PREACTIVAR-CUENTA.
           PERFORM PEDIR-TARJETA THRU PEDIR-TARJETA-EXIT.
           IF TARJETA-TECLEADA = 0
               GO TO PMENU.

           MOVE TARJETA-TECLEADA TO TARJETA-BUSCADA.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-EXIT.

           OPEN INPUT F-ESTADOS.
           IF FSEST NOT = 00
               DISPLAY "La cuenta " CUENTA-OPERACION
                   " no esta durmiente"
               GO TO PMENU.

           MOVE CUENTA-OPERACION TO EST-TARJETA.
           READ F-ESTADOS INVALID KEY
               CLOSE F-ESTADOS
               DISPLAY "La cuenta " CUENTA-OPERACION
                   " no esta durmiente"
               GO TO PMENU.

           IF EST-ESTADO NOT = "D"
               CLOSE F-ESTADOS
               DISPLAY "La cuenta " CUENTA-OPERACION
                   " no esta durmiente"
               GO TO PMENU.
           CLOSE F-ESTADOS.

           MOVE 0 TO TOTAL-REACTIVADAS.
           MOVE "A" TO ESTADO-NUEVO.
           MOVE CUENTA-OPERACION TO TARJETA-TECLEADA.
           PERFORM GRABAR-ESTADO THRU GRABAR-ESTADO-EXIT.
           ADD 1 TO TOTAL-REACTIVADAS.

           OPEN INPUT F-VINCULOS.
           IF FSV NOT = 00
               GO TO REACTIVAR-FIN.

           MOVE LOW-VALUES TO VIN-TARJETA.
           START F-VINCULOS KEY IS NOT LESS THAN VIN-TARJETA
               INVALID KEY GO TO REACTIVAR-CERRAR.

       REACTIVAR-SIGUIENTE.
           READ F-VINCULOS NEXT RECORD
               AT END GO TO REACTIVAR-CERRAR.

           IF VIN-TITULAR NOT = CUENTA-OPERACION
               GO TO REACTIVAR-SIGUIENTE.

           OPEN INPUT F-ESTADOS.
           IF FSEST NOT = 00
               GO TO REACTIVAR-SIGUIENTE.

           MOVE VIN-TARJETA TO EST-TARJETA.
           READ F-ESTADOS INVALID KEY
               CLOSE F-ESTADOS
               GO TO REACTIVAR-SIGUIENTE.

           IF EST-ESTADO NOT = "D"
               CLOSE F-ESTADOS
               GO TO REACTIVAR-SIGUIENTE.
           CLOSE F-ESTADOS.

           MOVE VIN-TARJETA TO TARJETA-TECLEADA.
           PERFORM GRABAR-ESTADO THRU GRABAR-ESTADO-EXIT.
           ADD 1 TO TOTAL-REACTIVADAS.
           GO TO REACTIVAR-SIGUIENTE.

       REACTIVAR-CERRAR.
           CLOSE F-VINCULOS.

       REACTIVAR-FIN.
           DISPLAY "Cuenta " CUENTA-OPERACION " reactivada; tarjetas "
               "reactivadas: " TOTAL-REACTIVADAS.
           GO TO PMENU.

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

      *    Pide el numero de tarjeta y comprueba que exista en
      *    tarjetas.ubd; 0 vuelve al menu.
       PEDIR-TARJETA.
           READ F-ESTADOS INVALID KEY
               MOVE 0 TO EXISTE-ESTADO.

      *    La cancelacion de la cuenta (BANKCIE) es definitiva: sus
      *    tarjetas ya no cambian de estado.
           IF EXISTE-ESTADO = 1 AND EST-ESTADO = "C"
               CLOSE F-ESTADOS
               DISPLAY "Tarjeta de una cuenta cancelada; su estado "
                   "ya no se puede cambiar"
               GO TO GRABAR-ESTADO-EXIT.

           MOVE "estados.ubd" TO AUDITORIA-FICHERO.
           MOVE TARJETA-TECLEADA TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-ESTADO = 1
               MOVE ESTADO-REG TO AUDITORIA-ANTES.

           MOVE TARJETA-TECLEADA TO EST-TARJETA.
           MOVE ESTADO-NUEVO TO EST-ESTADO.
           MOVE OPERADOR-TECLEADO TO EST-OPERADOR.
               END-WRITE
           END-IF.

           MOVE ESTADO-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-ESTADOS.
           DISPLAY "Tarjeta " TARJETA-TECLEADA
               " con estado " ESTADO-NUEVO.

      *    La tarjeta marcada como perdida o robada se comunica al
      *    titular, como confirmacion de la anulacion.
           IF ESTADO-NUEVO = "P" OR ESTADO-NUEVO = "R"
               MOVE "PR" TO ALERTA-TIPO
               MOVE TARJETA-TECLEADA TO ALERTA-TARJETA
               MOVE 0 TO ALERTA-IMPORTE-ENT
               MOVE 0 TO ALERTA-IMPORTE-DEC
               IF ESTADO-NUEVO = "P"
                   MOVE "perdida" TO ALERTA-DETALLE
               ELSE
                   MOVE "robada" TO ALERTA-DETALLE
               END-IF
               PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-EXIT
           END-IF.

       GRABAR-ESTADO-EXIT.
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
           MOVE "BANKEST" TO ALE-PROGRAMA.
           MOVE ALERTA-DETALLE TO ALE-DETALLE.
           WRITE ALERTA-REG.

           CLOSE F-ALERTAS.
       ANOTAR-ALERTA-EXIT.
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
           MOVE "BANKEST" TO AUD-PROGRAMA.
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
