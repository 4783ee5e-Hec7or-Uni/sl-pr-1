       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKPAR.

      * Programa de mantenimiento de sucursal (no es una opcion del
      * cajero automatico). Lo utiliza el empleado de la sucursal para
      * mantener los parametros de negocio que leen el cajero y los
      * batch: limites, umbrales, plazos y tipos de interes. Cada
      * valor lleva su fecha de entrada en vigor, de modo que un
      * cambio se puede dejar grabado de antemano, y puede darse una
      * excepcion para una tarjeta concreta (un limite diario mayor
      * para un cliente preferente, por ejemplo) sin tocar el valor
      * general. Un parametro sin valor vigente sigue rigiendose por
      * el valor de siempre de cada programa. El empleado se
      * identifica contra operadores.ubd; cualquier perfil puede
      * consultar los valores, pero solo un administrador puede
      * grabarlos o darlos de baja. Cada cambio queda anotado en
      * auditoria.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CLAVE
           FILE STATUS IS FSPAR.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

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
      *    Parametros de negocio: un registro por nombre de parametro,
      *    tarjeta (cero para el valor general, o la tarjeta con una
      *    excepcion propia) y fecha de entrada en vigor AAAAMMDD. El
      *    valor vigente en una fecha es el de fecha de vigor mas
      *    reciente que no la pase, y la excepcion de la tarjeta manda
      *    sobre el valor general. Los importes van en euros y
      *    centimos; dias, segundos y puntos basicos solo usan
      *    PAR-VALOR-ENT. PAR-OPERADOR y la fecha de alta documentan
      *    quien grabo el valor y cuando.
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

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/tarjetas.ubd".
       01 TAJETAREG.
           02 TNUM      PIC 9(16).
           02 TPIN      PIC  9(4).
      *    TCADUCIDAD es la fecha de caducidad de la tarjeta; 0/0/0
      *    significa que la tarjeta es anterior al control de caducidad
      *    y no tiene fecha registrada.
           02 TCADUCIDAD.
               03 TCAD-ANO  PIC 9(4).
               03 TCAD-MES  PIC 9(2).
               03 TCAD-DIA  PIC 9(2).

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
       77 FSPAR                     PIC X(2).
       77 FST                       PIC X(2).
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
       77 NOMBRE-TECLEADO           PIC X(30).
       77 TARJETA-TECLEADA          PIC 9(16).
       77 TARJETA-VALIDA            PIC 9(1).
       77 ANO-VIGOR-TECLEADO        PIC 9(4).
       77 MES-VIGOR-TECLEADO        PIC 9(2).
       77 DIA-VIGOR-TECLEADO        PIC 9(2).
       77 VALOR-ENT-TECLEADO        PIC 9(9).
       77 VALOR-DEC-TECLEADO        PIC 9(2).
       77 FECHA-VIGOR-NUM           PIC 9(8).
       77 FECHA-HOY-NUM             PIC 9(8).
       77 DATOS-CORRECTOS           PIC 9(1).
       77 EXISTE-PARAMETRO          PIC 9(1).
       77 TOTAL-LISTADOS            PIC 9(5).

      *    Datos del parametro tecleado segun VALIDAR-NOMBRE:
      *    PARAMETRO-CONOCIDO a 1 si es uno de los que leen los
      *    programas, PARAMETRO-IMPORTE a 1 si es un importe en euros
      *    y centimos y PARAMETRO-ADMITE-CERO a 1 si el valor cero
      *    tiene sentido (un tipo de interes nulo, por ejemplo).
       77 PARAMETRO-CONOCIDO        PIC 9(1).
       77 PARAMETRO-IMPORTE         PIC 9(1).
       77 PARAMETRO-ADMITE-CERO     PIC 9(1).

      *    Entrada y salida de LEER-PARAMETRO: nombre, tarjeta (cero
      *    si solo interesa el valor general) y fecha AAAAMMDD en que
      *    ha de estar vigente; PARAMETRO-ENT/DEC salen con el valor
      *    vigente, si lo hay.
       77 PARAMETRO-NOMBRE          PIC X(30).
       77 PARAMETRO-TARJETA         PIC 9(16).
       77 PARAMETRO-FECHA           PIC 9(8).
       77 PARAMETRO-ENT             PIC 9(9).
       77 PARAMETRO-DEC             PIC 9(2).
       77 PARAMETRO-ENCONTRADO      PIC 9(1).
       77 PARAMETRO-TARJETA-BUSCADA PIC 9(16).

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
           DISPLAY "UnizarBank - Parametros de negocio".

           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-EXIT.

       PMENU.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY " ".
           DISPLAY "1 - Alta o correccion de un valor".
           DISPLAY "2 - Baja de un valor".
           DISPLAY "3 - Consultar valor vigente".
           DISPLAY "4 - Listar valores grabados".
           DISPLAY "5 - Parametros disponibles".
           DISPLAY "0 - Salir".
           DISPLAY "Opcion: ".
           ACCEPT OPCION-TECLEADA.

           IF OPCION-TECLEADA = 0
               STOP RUN.
           IF (OPCION-TECLEADA = 1 OR OPCION-TECLEADA = 2)
                   AND NIVEL-OPERADOR < 3
               DISPLAY "Opcion reservada a administradores"
               GO TO PMENU.
           IF OPCION-TECLEADA = 1
               GO TO PALTA.
           IF OPCION-TECLEADA = 2
               GO TO PBAJA.
           IF OPCION-TECLEADA = 3
               GO TO PCONSULTAR.
           IF OPCION-TECLEADA = 4
               GO TO PLISTAR.
           IF OPCION-TECLEADA = 5
               PERFORM MOSTRAR-PARAMETROS THRU MOSTRAR-PARAMETROS-EXIT
               GO TO PMENU.

           GO TO PMENU.

      *    Alta de un valor con su fecha de vigor, general o para una
      *    tarjeta. Repetir nombre, tarjeta y fecha corrige el valor
      *    grabado. No se admiten fechas de vigor pasadas: lo ya
      *    aplicado (un limite, una liquidacion) no debe cambiar de
      *    regla despues.
       PALTA.
           PERFORM PEDIR-NOMBRE THRU PEDIR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = SPACES
               GO TO PMENU.

           PERFORM PEDIR-TARJETA THRU PEDIR-TARJETA-EXIT.
           IF TARJETA-VALIDA = 0
               GO TO PMENU.

           PERFORM PEDIR-FECHA-VIGOR THRU PEDIR-FECHA-VIGOR-EXIT.

           MOVE 0 TO VALOR-DEC-TECLEADO.
           IF PARAMETRO-IMPORTE = 1
               DISPLAY "Valor (euros enteros): "
               ACCEPT VALOR-ENT-TECLEADO
               DISPLAY "Valor (centimos): "
               ACCEPT VALOR-DEC-TECLEADO
           ELSE
               DISPLAY "Valor: "
               ACCEPT VALOR-ENT-TECLEADO
           END-IF.

           PERFORM VALIDAR-VALOR THRU VALIDAR-VALOR-EXIT.
           IF DATOS-CORRECTOS = 0
               DISPLAY "Valor no grabado"
               GO TO PMENU.

      *    Primera alta: parametros.ubd no existe todavia y se crea.
           OPEN I-O F-PARAMETROS.
           IF FSPAR = 35
               OPEN OUTPUT F-PARAMETROS
               CLOSE F-PARAMETROS
               OPEN I-O F-PARAMETROS
           END-IF.
           IF FSPAR NOT = 00 AND FSPAR NOT = 05
               DISPLAY "No se ha podido abrir parametros.ubd"
               GO TO PMENU.

           MOVE 1 TO EXISTE-PARAMETRO.
           MOVE NOMBRE-TECLEADO TO PAR-NOMBRE.
           MOVE TARJETA-TECLEADA TO PAR-TARJETA.
           MOVE FECHA-VIGOR-NUM TO PAR-FECHA-VIGOR.
           READ F-PARAMETROS INVALID KEY
               MOVE 0 TO EXISTE-PARAMETRO.

           MOVE "parametros.ubd" TO AUDITORIA-FICHERO.
           PERFORM CLAVE-AUDITORIA THRU CLAVE-AUDITORIA-EXIT.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-PARAMETRO = 1
               MOVE PARAMETRO-REG TO AUDITORIA-ANTES.

           MOVE NOMBRE-TECLEADO TO PAR-NOMBRE.
           MOVE TARJETA-TECLEADA TO PAR-TARJETA.
           MOVE FECHA-VIGOR-NUM TO PAR-FECHA-VIGOR.
           MOVE VALOR-ENT-TECLEADO TO PAR-VALOR-ENT.
           MOVE VALOR-DEC-TECLEADO TO PAR-VALOR-DEC.
           MOVE OPERADOR-TECLEADO TO PAR-OPERADOR.
           MOVE ANO TO PAR-ANO-ALTA.
           MOVE MES TO PAR-MES-ALTA.
           MOVE DIA TO PAR-DIA-ALTA.

           IF EXISTE-PARAMETRO = 1
               REWRITE PARAMETRO-REG INVALID KEY
                   CLOSE F-PARAMETROS
                   DISPLAY "No se ha podido actualizar el valor"
                   GO TO PMENU
               END-REWRITE
           ELSE
               WRITE PARAMETRO-REG INVALID KEY
                   CLOSE F-PARAMETROS
                   DISPLAY "No se ha podido grabar el valor"
                   GO TO PMENU
               END-WRITE
           END-IF.

           MOVE PARAMETRO-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-PARAMETROS.
           DISPLAY "Valor grabado correctamente".
           GO TO PMENU.

      *    La baja borra un valor concreto (nombre, tarjeta y fecha de
      *    vigor); es la forma de retirar la excepcion de una tarjeta
      *    o un cambio programado que ya no procede. Desde ese momento
      *    rige el valor anterior, o el general, o el de siempre.
       PBAJA.
           PERFORM PEDIR-NOMBRE THRU PEDIR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = SPACES
               GO TO PMENU.

           PERFORM PEDIR-TARJETA THRU PEDIR-TARJETA-EXIT.
           IF TARJETA-VALIDA = 0
               GO TO PMENU.

           PERFORM PEDIR-FECHA-VIGOR THRU PEDIR-FECHA-VIGOR-EXIT.

           OPEN I-O F-PARAMETROS.
           IF FSPAR NOT = 00 AND FSPAR NOT = 05
               DISPLAY "No se ha podido abrir parametros.ubd"
               GO TO PMENU.

           MOVE NOMBRE-TECLEADO TO PAR-NOMBRE.
           MOVE TARJETA-TECLEADA TO PAR-TARJETA.
           MOVE FECHA-VIGOR-NUM TO PAR-FECHA-VIGOR.
           READ F-PARAMETROS INVALID KEY
               CLOSE F-PARAMETROS
               DISPLAY "No existe ningun valor con esos datos"
               GO TO PMENU.

           MOVE "parametros.ubd" TO AUDITORIA-FICHERO.
           PERFORM CLAVE-AUDITORIA THRU CLAVE-AUDITORIA-EXIT.
           MOVE PARAMETRO-REG TO AUDITORIA-ANTES.

           DELETE F-PARAMETROS RECORD INVALID KEY
               CLOSE F-PARAMETROS
               DISPLAY "No se ha podido borrar el valor"
               GO TO PMENU.

           MOVE SPACES TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-PARAMETROS.
           DISPLAY "Valor borrado correctamente".
           GO TO PMENU.

      *    Muestra el valor que aplicaria hoy un programa para el
      *    parametro y la tarjeta tecleados, y de donde sale.
       PCONSULTAR.
           PERFORM PEDIR-NOMBRE THRU PEDIR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = SPACES
               GO TO PMENU.

           PERFORM PEDIR-TARJETA THRU PEDIR-TARJETA-EXIT.
           IF TARJETA-VALIDA = 0
               GO TO PMENU.

           MOVE NOMBRE-TECLEADO TO PARAMETRO-NOMBRE.
           MOVE TARJETA-TECLEADA TO PARAMETRO-TARJETA.
           MOVE FECHA-HOY-NUM TO PARAMETRO-FECHA.
           MOVE 0 TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.

           IF PARAMETRO-ENCONTRADO = 0
               DISPLAY "Sin valor vigente: rige el valor de siempre "
                   "del programa"
               GO TO PMENU.

           IF PARAMETRO-TARJETA-BUSCADA = 0
               DISPLAY "Valor general vigente"
           ELSE
               DISPLAY "Excepcion vigente de la tarjeta"
           END-IF.

           IF PARAMETRO-IMPORTE = 1
               DISPLAY "Valor: " PARAMETRO-ENT "," PARAMETRO-DEC
           ELSE
               DISPLAY "Valor: " PARAMETRO-ENT
           END-IF.
           GO TO PMENU.

       PLISTAR.
           OPEN INPUT F-PARAMETROS.
           IF FSPAR NOT = 00 AND FSPAR NOT = 05
               DISPLAY "No se ha podido abrir parametros.ubd"
               GO TO PMENU.

           MOVE 0 TO TOTAL-LISTADOS.
           MOVE LOW-VALUES TO PAR-CLAVE.
           START F-PARAMETROS KEY IS NOT LESS THAN PAR-CLAVE
               INVALID KEY
                   CLOSE F-PARAMETROS
                   DISPLAY "No hay valores grabados"
                   GO TO PMENU.

       PLISTAR-SIGUIENTE.
           READ F-PARAMETROS NEXT RECORD
               AT END GO TO PLISTAR-FIN.

           ADD 1 TO TOTAL-LISTADOS.
           IF PAR-TARJETA = 0
               DISPLAY PAR-NOMBRE " GENERAL          VIGOR "
                   PAR-FECHA-VIGOR " VALOR " PAR-VALOR-ENT ","
                   PAR-VALOR-DEC " POR " PAR-OPERADOR
           ELSE
               DISPLAY PAR-NOMBRE " " PAR-TARJETA " VIGOR "
                   PAR-FECHA-VIGOR " VALOR " PAR-VALOR-ENT ","
                   PAR-VALOR-DEC " POR " PAR-OPERADOR
           END-IF.

           GO TO PLISTAR-SIGUIENTE.

       PLISTAR-FIN.
           CLOSE F-PARAMETROS.
           IF TOTAL-LISTADOS = 0
               DISPLAY "No hay valores grabados"
           ELSE
               DISPLAY "Valores listados: " TOTAL-LISTADOS
           END-IF.
           GO TO PMENU.

      *    Pide el nombre del parametro y comprueba que sea uno de los
      *    que leen los programas; en blanco (o desconocido) vuelve al
      *    menu con NOMBRE-TECLEADO en blanco.
       PEDIR-NOMBRE.
           DISPLAY "Nombre del parametro (en blanco para volver): ".
           MOVE SPACES TO NOMBRE-TECLEADO.
           ACCEPT NOMBRE-TECLEADO.
           IF NOMBRE-TECLEADO = SPACES
               GO TO PEDIR-NOMBRE-EXIT.

           PERFORM VALIDAR-NOMBRE THRU VALIDAR-NOMBRE-EXIT.
           IF PARAMETRO-CONOCIDO = 0
               DISPLAY "Parametro desconocido (opcion 5 para la lista)"
               MOVE SPACES TO NOMBRE-TECLEADO.
       PEDIR-NOMBRE-EXIT.
           EXIT.

      *    Pide la tarjeta: 0 es el valor general; cualquier otra ha
      *    de existir en tarjetas.ubd.
       PEDIR-TARJETA.
           MOVE 1 TO TARJETA-VALIDA.
           DISPLAY "Tarjeta de la excepcion (0, valor general): ".
           ACCEPT TARJETA-TECLEADA.

           IF TARJETA-TECLEADA = 0
               GO TO PEDIR-TARJETA-EXIT.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               DISPLAY "No se ha podido abrir tarjetas.ubd"
               MOVE 0 TO TARJETA-VALIDA
               GO TO PEDIR-TARJETA-EXIT.

           MOVE TARJETA-TECLEADA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "No existe ninguna tarjeta con ese numero"
               MOVE 0 TO TARJETA-VALIDA
               GO TO PEDIR-TARJETA-EXIT.

           CLOSE TARJETAS.
       PEDIR-TARJETA-EXIT.
           EXIT.

       PEDIR-FECHA-VIGOR.
           DISPLAY "Entrada en vigor - ano (AAAA): ".
           ACCEPT ANO-VIGOR-TECLEADO.
           DISPLAY "Entrada en vigor - mes (MM): ".
           ACCEPT MES-VIGOR-TECLEADO.
           DISPLAY "Entrada en vigor - dia (DD): ".
           ACCEPT DIA-VIGOR-TECLEADO.
           COMPUTE FECHA-VIGOR-NUM = (ANO-VIGOR-TECLEADO * 10000)
               + (MES-VIGOR-TECLEADO * 100) + DIA-VIGOR-TECLEADO.
       PEDIR-FECHA-VIGOR-EXIT.
           EXIT.

      *    Clave del valor para auditoria.txt: PAR-CLAVE entera no
      *    cabe en AUD-CLAVE, asi que el nombre va sin los blancos de
      *    relleno, seguido de la tarjeta y la fecha de vigor.
       CLAVE-AUDITORIA.
           MOVE SPACES TO AUDITORIA-CLAVE.
           STRING NOMBRE-TECLEADO DELIMITED BY SPACE
               " " TARJETA-TECLEADA " " FECHA-VIGOR-NUM
               DELIMITED BY SIZE INTO AUDITORIA-CLAVE.
       CLAVE-AUDITORIA-EXIT.
           EXIT.

      *    Parametros que leen los programas y como se teclean. Un
      *    parametro nuevo se anade aqui y en MOSTRAR-PARAMETROS.
       VALIDAR-NOMBRE.
           MOVE 1 TO PARAMETRO-CONOCIDO.
           MOVE 0 TO PARAMETRO-IMPORTE.
           MOVE 0 TO PARAMETRO-ADMITE-CERO.

           IF NOMBRE-TECLEADO = "LIMITE-DIARIO"
               MOVE 1 TO PARAMETRO-IMPORTE
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "UMBRAL-CONFIRMACION"
               MOVE 1 TO PARAMETRO-IMPORTE
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "UMBRAL-ALERTA-RETIRADA"
               MOVE 1 TO PARAMETRO-IMPORTE
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "UMBRAL-DOBLE-FIRMA"
               MOVE 1 TO PARAMETRO-IMPORTE
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "RETENCION-INGRESOS-DIAS"
               MOVE 1 TO PARAMETRO-ADMITE-CERO
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "SESION-TIMEOUT-SEG"
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "TASA-ACREEDORA-PB"
               MOVE 1 TO PARAMETRO-ADMITE-CERO
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "TASA-DEUDORA-PB"
               MOVE 1 TO PARAMETRO-ADMITE-CERO
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "TASA-RETENCION-PB"
               MOVE 1 TO PARAMETRO-ADMITE-CERO
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "UMBRAL-EFECTIVO-BLANQUEO"
               MOVE 1 TO PARAMETRO-IMPORTE
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "VENTANA-EFECTIVO-DIAS"
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "REINTENTOS-COBRO"
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "DIAS-PRESENTACION-COBRO"
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "MESES-INACTIVA"
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "MESES-DURMIENTE"
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "HORA-CORTE-TRANSFERENCIAS"
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "DIAS-AVISO"
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "FALLOS-BLOQUEO"
               GO TO VALIDAR-NOMBRE-EXIT.
           IF NOMBRE-TECLEADO = "DIAS-VIGILANCIA"
               GO TO VALIDAR-NOMBRE-EXIT.

           MOVE 0 TO PARAMETRO-CONOCIDO.
       VALIDAR-NOMBRE-EXIT.
           EXIT.

       MOSTRAR-PARAMETROS.
           DISPLAY "LIMITE-DIARIO            importe  retirada diaria "
               "maxima por tarjeta (BANK4)".
           DISPLAY "UMBRAL-CONFIRMACION      importe  desde el que se "
               "pide de nuevo el PIN (BANK4, BANK6, BANK10)".
           DISPLAY "UMBRAL-ALERTA-RETIRADA   importe  retirada desde "
               "la que se avisa al titular por SMS (BANK4)".
           DISPLAY "UMBRAL-DOBLE-FIRMA       importe  extorno o "
               "devolucion que aprueba un supervisor (BANKAJU, "
               "BANKDEV; solo valor general)".
           DISPLAY "RETENCION-INGRESOS-DIAS  dias     retencion de "
               "ingresos en efectivo (BANK2, BANK4, BANK8)".
           DISPLAY "SESION-TIMEOUT-SEG       segundos inactividad "
               "maxima en el cajero (solo valor general)".
           DISPLAY "TASA-ACREEDORA-PB        p.b.     tipo anual sobre "
               "saldo positivo (BANKINT)".
           DISPLAY "TASA-DEUDORA-PB          p.b.     tipo anual sobre "
               "saldo negativo (BANKINT)".
           DISPLAY "TASA-RETENCION-PB        p.b.     retencion fiscal "
               "sobre el interes abonado (BANKINT)".
           DISPLAY "UMBRAL-EFECTIVO-BLANQUEO importe  efectivo a "
               "comunicar a cumplimiento normativo (BANKBLA; solo "
               "valor general)".
           DISPLAY "VENTANA-EFECTIVO-DIAS    dias     dias en que se "
               "suma el efectivo fraccionado (BANKBLA; solo valor "
               "general)".
           DISPLAY "REINTENTOS-COBRO         veces    intentos de "
               "cobro de un recibo sin fondos (BANKCOB; solo valor "
               "general)".
           DISPLAY "DIAS-PRESENTACION-COBRO  dias     plazo de cobro "
               "de un recibo desde su presentacion (BANKCOB; solo "
               "valor general)".
           DISPLAY "MESES-INACTIVA           meses    sin operar para "
               "dar la cuenta por inactiva (BANKDOR; solo valor "
               "general)".
           DISPLAY "MESES-DURMIENTE          meses    sin operar para "
               "dar la cuenta por durmiente, mas que MESES-INACTIVA "
               "(BANKDOR; solo valor general)".
           DISPLAY "HORA-CORTE-TRANSFERENCIAS hora    desde la que "
               "una transferencia se fecha al dia siguiente (BANK6; "
               "solo valor general)".
           DISPLAY "DIAS-AVISO               dias     antelacion del "
               "aviso de caducidad de tarjeta (BANKCAD; solo valor "
               "general)".
           DISPLAY "FALLOS-BLOQUEO           veces    PIN fallidos en "
               "un dia que cuentan como bloqueo (BANKVIG; solo "
               "valor general)".
           DISPLAY "DIAS-VIGILANCIA          dias     dias con bloqueo "
               "para entrar en vigilancia (BANKVIG; solo valor "
               "general)".
       MOSTRAR-PARAMETROS-EXIT.
           EXIT.

      *    Comprueba la fecha de vigor y el valor tecleados.
       VALIDAR-VALOR.
           MOVE 1 TO DATOS-CORRECTOS.

           IF MES-VIGOR-TECLEADO < 1 OR MES-VIGOR-TECLEADO > 12
               OR DIA-VIGOR-TECLEADO < 1 OR DIA-VIGOR-TECLEADO > 31
               DISPLAY "Fecha de vigor incorrecta"
               MOVE 0 TO DATOS-CORRECTOS.

           IF FECHA-VIGOR-NUM < FECHA-HOY-NUM
               DISPLAY "La fecha de vigor no puede ser anterior a hoy"
               MOVE 0 TO DATOS-CORRECTOS.

           IF PARAMETRO-ADMITE-CERO = 0
               AND VALOR-ENT-TECLEADO = 0 AND VALOR-DEC-TECLEADO = 0
               DISPLAY "El valor no puede ser cero"
               MOVE 0 TO DATOS-CORRECTOS.

           IF NOMBRE-TECLEADO = "SESION-TIMEOUT-SEG"
               AND TARJETA-TECLEADA NOT = 0
               DISPLAY "El tiempo de sesion no admite excepciones "
                   "por tarjeta"
               MOVE 0 TO DATOS-CORRECTOS.

           IF NOMBRE-TECLEADO = "UMBRAL-DOBLE-FIRMA"
               AND TARJETA-TECLEADA NOT = 0
               DISPLAY "El umbral de doble firma no admite "
                   "excepciones por tarjeta"
               MOVE 0 TO DATOS-CORRECTOS.

           IF (NOMBRE-TECLEADO = "UMBRAL-EFECTIVO-BLANQUEO"
               OR NOMBRE-TECLEADO = "VENTANA-EFECTIVO-DIAS")
               AND TARJETA-TECLEADA NOT = 0
               DISPLAY "Los parametros de blanqueo no admiten "
                   "excepciones por tarjeta"
               MOVE 0 TO DATOS-CORRECTOS.

           IF NOMBRE-TECLEADO = "VENTANA-EFECTIVO-DIAS"
               AND VALOR-ENT-TECLEADO > 31
               DISPLAY "La ventana no puede pasar de 31 dias"
               MOVE 0 TO DATOS-CORRECTOS.

           IF (NOMBRE-TECLEADO = "REINTENTOS-COBRO"
               OR NOMBRE-TECLEADO = "DIAS-PRESENTACION-COBRO"
               OR NOMBRE-TECLEADO = "MESES-INACTIVA"
               OR NOMBRE-TECLEADO = "MESES-DURMIENTE"
               OR NOMBRE-TECLEADO = "DIAS-AVISO"
               OR NOMBRE-TECLEADO = "FALLOS-BLOQUEO"
               OR NOMBRE-TECLEADO = "DIAS-VIGILANCIA")
               AND TARJETA-TECLEADA NOT = 0
               DISPLAY "Los plazos de los batch no admiten "
                   "excepciones por tarjeta"
               MOVE 0 TO DATOS-CORRECTOS.

           IF (NOMBRE-TECLEADO = "REINTENTOS-COBRO"
               OR NOMBRE-TECLEADO = "DIAS-PRESENTACION-COBRO")
               AND VALOR-ENT-TECLEADO > 99
               DISPLAY "El valor no puede pasar de 99"
               MOVE 0 TO DATOS-CORRECTOS.

           IF (NOMBRE-TECLEADO = "MESES-INACTIVA"
               OR NOMBRE-TECLEADO = "MESES-DURMIENTE")
               AND VALOR-ENT-TECLEADO > 999
               DISPLAY "El plazo no puede pasar de 999 meses"
               MOVE 0 TO DATOS-CORRECTOS.

      *    El plazo de durmiente ha de superar al de inactiva que
      *    este vigente en la misma fecha (12 y 24 meses si no hay
      *    otro valor grabado).
           IF NOMBRE-TECLEADO = "MESES-INACTIVA"
               MOVE "MESES-DURMIENTE" TO PARAMETRO-NOMBRE
               MOVE 0 TO PARAMETRO-TARJETA
               MOVE FECHA-VIGOR-NUM TO PARAMETRO-FECHA
               MOVE 24 TO PARAMETRO-ENT
               MOVE 0 TO PARAMETRO-DEC
               PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT
               IF VALOR-ENT-TECLEADO NOT < PARAMETRO-ENT
                   DISPLAY "El plazo de inactiva ha de ser menor que "
                       "MESES-DURMIENTE (" PARAMETRO-ENT ")"
                   MOVE 0 TO DATOS-CORRECTOS
               END-IF
           END-IF.

           IF NOMBRE-TECLEADO = "MESES-DURMIENTE"
               MOVE "MESES-INACTIVA" TO PARAMETRO-NOMBRE
               MOVE 0 TO PARAMETRO-TARJETA
               MOVE FECHA-VIGOR-NUM TO PARAMETRO-FECHA
               MOVE 12 TO PARAMETRO-ENT
               MOVE 0 TO PARAMETRO-DEC
               PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT
               IF VALOR-ENT-TECLEADO NOT > PARAMETRO-ENT
                   DISPLAY "El plazo de durmiente ha de ser mayor que "
                       "MESES-INACTIVA (" PARAMETRO-ENT ")"
                   MOVE 0 TO DATOS-CORRECTOS
               END-IF
           END-IF.

           IF NOMBRE-TECLEADO = "HORA-CORTE-TRANSFERENCIAS"
               AND TARJETA-TECLEADA NOT = 0
               DISPLAY "La hora de corte no admite excepciones "
                   "por tarjeta"
               MOVE 0 TO DATOS-CORRECTOS.

      *    HORA-CORTE-TRANSFERENCIAS se compara con la hora del
      *    cajero (0-23); 24 deja todas las ordenes del dia en el dia.
           IF NOMBRE-TECLEADO = "HORA-CORTE-TRANSFERENCIAS"
               AND VALOR-ENT-TECLEADO > 24
               DISPLAY "La hora de corte no puede pasar de 24"
               MOVE 0 TO DATOS-CORRECTOS.

           IF NOMBRE-TECLEADO = "DIAS-AVISO"
               AND VALOR-ENT-TECLEADO > 999
               DISPLAY "El aviso no puede pasar de 999 dias"
               MOVE 0 TO DATOS-CORRECTOS.

           IF NOMBRE-TECLEADO = "FALLOS-BLOQUEO"
               AND VALOR-ENT-TECLEADO > 9
               DISPLAY "El umbral de fallos no puede pasar de 9"
               MOVE 0 TO DATOS-CORRECTOS.

           IF NOMBRE-TECLEADO = "DIAS-VIGILANCIA"
               AND VALOR-ENT-TECLEADO > 99
               DISPLAY "El valor no puede pasar de 99"
               MOVE 0 TO DATOS-CORRECTOS.

           IF NOMBRE-TECLEADO = "SESION-TIMEOUT-SEG"
               AND VALOR-ENT-TECLEADO > 9999
               DISPLAY "El tiempo de sesion no puede pasar de 9999"
               MOVE 0 TO DATOS-CORRECTOS.

           IF NOMBRE-TECLEADO = "RETENCION-INGRESOS-DIAS"
               AND VALOR-ENT-TECLEADO > 99
               DISPLAY "La retencion no puede pasar de 99 dias"
               MOVE 0 TO DATOS-CORRECTOS.

           IF (NOMBRE-TECLEADO = "TASA-ACREEDORA-PB"
               OR NOMBRE-TECLEADO = "TASA-DEUDORA-PB")
               AND VALOR-ENT-TECLEADO > 99999
               DISPLAY "El tipo no puede pasar de 99999 p.b."
               MOVE 0 TO DATOS-CORRECTOS.

           IF NOMBRE-TECLEADO = "TASA-RETENCION-PB"
               AND VALOR-ENT-TECLEADO > 10000
               DISPLAY "La retencion no puede pasar de 10000 p.b."
               MOVE 0 TO DATOS-CORRECTOS.

           IF PARAMETRO-IMPORTE = 1 AND VALOR-ENT-TECLEADO > 9999999
               DISPLAY "El importe no puede pasar de 9999999 euros"
               MOVE 0 TO DATOS-CORRECTOS.

       VALIDAR-VALOR-EXIT.
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
           MOVE "BANKPAR" TO AUD-PROGRAMA.
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
