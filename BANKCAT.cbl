       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCAT.

      * Programa de mantenimiento de sucursal (no es una opcion del
      * cajero automatico). Lo utiliza el empleado de la sucursal para
      * dar de alta, modificar y retirar los espectaculos que se
      * venden en el cajero: titulo, recinto, organizador, fecha y
      * hora de la funcion, dias de apertura y cierre de la venta y
      * precio oficial de cada zona de butacas. BANK8 solo ofrece los
      * eventos de este catalogo que estan a la venta el dia de la
      * compra y cobra siempre el precio de la zona elegida. El
      * empleado se identifica contra operadores.ubd; cualquier
      * perfil puede listar el catalogo, pero solo un supervisor
      * puede cambiarlo. Cada cambio queda anotado en auditoria.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CATALOGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-EVENTO
           FILE STATUS IS FSCAT.

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
      *    Catalogo de espectaculos a la venta, mantenido por la
      *    sucursal con BANKCAT: un registro por evento, con el mismo
      *    codigo que EVE-EVENTO y MOV-EVENTO. Las fechas de apertura
      *    y cierre delimitan los dias (ambos incluidos) en que el
      *    cajero vende entradas; nunca se vende para una funcion ya
      *    celebrada. Cada evento tiene hasta cuatro zonas con su
      *    precio oficial; CAT-ZONA-CODIGO es la letra con la que
      *    empiezan los asientos numerados de la zona, y una zona con
      *    codigo en blanco no existe.
       FD F-CATALOGO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/catalogo.ubd".
       01 CATALOGO-REG.
           02 CAT-EVENTO           PIC  X(20).
           02 CAT-TITULO           PIC  X(40).
           02 CAT-RECINTO          PIC  X(30).
           02 CAT-ORGANIZADOR      PIC  X(30).
           02 CAT-ANO-FUNCION      PIC   9(4).
           02 CAT-MES-FUNCION      PIC   9(2).
           02 CAT-DIA-FUNCION      PIC   9(2).
           02 CAT-HOR-FUNCION      PIC   9(2).
           02 CAT-MIN-FUNCION      PIC   9(2).
           02 CAT-ANO-APERTURA     PIC   9(4).
           02 CAT-MES-APERTURA     PIC   9(2).
           02 CAT-DIA-APERTURA     PIC   9(2).
           02 CAT-ANO-CIERRE       PIC   9(4).
           02 CAT-MES-CIERRE       PIC   9(2).
           02 CAT-DIA-CIERRE       PIC   9(2).
           02 CAT-ZONA OCCURS 4 TIMES.
               03 CAT-ZONA-CODIGO      PIC  X(01).
               03 CAT-ZONA-NOMBRE      PIC  X(15).
               03 CAT-ZONA-PRECIO-ENT  PIC  9(7).
               03 CAT-ZONA-PRECIO-DEC  PIC  9(2).

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
       77 FSCAT                     PIC X(2).
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

       77 OPCION-TECLEADA           PIC 9(1).
       77 EVENTO-TECLEADO           PIC X(20).
       77 TITULO-TECLEADO           PIC X(40).
       77 RECINTO-TECLEADO          PIC X(30).
       77 ORGANIZADOR-TECLEADO      PIC X(30).
       77 ANO-FUNCION-TECLEADO      PIC 9(4).
       77 MES-FUNCION-TECLEADO      PIC 9(2).
       77 DIA-FUNCION-TECLEADO      PIC 9(2).
       77 HOR-FUNCION-TECLEADA      PIC 9(2).
       77 MIN-FUNCION-TECLEADO      PIC 9(2).
       77 ANO-APERTURA-TECLEADO     PIC 9(4).
       77 MES-APERTURA-TECLEADO     PIC 9(2).
       77 DIA-APERTURA-TECLEADO     PIC 9(2).
       77 ANO-CIERRE-TECLEADO       PIC 9(4).
       77 MES-CIERRE-TECLEADO       PIC 9(2).
       77 DIA-CIERRE-TECLEADO       PIC 9(2).

      *    Zonas tecleadas, en el mismo orden que CAT-ZONA.
       01 TABLA-ZONAS.
           05 ZONA-ENTRADA OCCURS 4 TIMES.
               10 ZONA-CODIGO-TECLEADO  PIC X(01).
               10 ZONA-NOMBRE-TECLEADO  PIC X(15).
               10 ZONA-ENT-TECLEADO     PIC 9(7).
               10 ZONA-DEC-TECLEADO     PIC 9(2).
       77 INDICE-ZONA               PIC 9(1).
       77 INDICE-OTRA-ZONA          PIC 9(1).
       77 TOTAL-ZONAS               PIC 9(1).

      *    Fechas como numero AAAAMMDD para comparar la ventana de
      *    venta con la fecha de la funcion.
       77 FECHA-FUNCION-NUM         PIC 9(8).
       77 FECHA-APERTURA-NUM        PIC 9(8).
       77 FECHA-CIERRE-NUM          PIC 9(8).
       77 DATOS-CORRECTOS           PIC 9(1).

       77 EXISTE-EVENTO             PIC 9(1).
       77 TOTAL-LISTADOS            PIC 9(3).

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

      *    Entrada de ANOTAR-AUDITORIA: fichero, clave e imagen del
      *    registro antes y despues del cambio.
       77 AUDITORIA-FICHERO         PIC X(16).
       77 AUDITORIA-CLAVE           PIC X(50).
       77 AUDITORIA-ANTES           PIC X(250).
       77 AUDITORIA-DESPUES         PIC X(250).

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "UnizarBank - Catalogo de espectaculos".

           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-EXIT.

       PMENU.
           DISPLAY " ".
           DISPLAY "1 - Alta o modificacion de espectaculo".
           DISPLAY "2 - Baja de espectaculo".
           DISPLAY "3 - Listar catalogo".
           DISPLAY "0 - Salir".
           DISPLAY "Opcion: ".
           ACCEPT OPCION-TECLEADA.

           IF OPCION-TECLEADA = 0
               STOP RUN.
           IF (OPCION-TECLEADA = 1 OR OPCION-TECLEADA = 2)
                   AND NIVEL-OPERADOR < 2
               DISPLAY "Opcion reservada a supervisores"
               GO TO PMENU.
           IF OPCION-TECLEADA = 1
               GO TO PALTA.
           IF OPCION-TECLEADA = 2
               GO TO PBAJA.
           IF OPCION-TECLEADA = 3
               GO TO PLISTAR.

           GO TO PMENU.

      *    Alta o modificacion: se piden todos los datos del evento y
      *    se graban enteros, como hace BANKTAR con las tarifas. La
      *    modificacion de un evento ya a la venta no toca las
      *    entradas vendidas: solo vale para las compras siguientes.
       PALTA.
           PERFORM PEDIR-EVENTO THRU PEDIR-EVENTO-EXIT.
           IF EVENTO-TECLEADO = SPACES
               GO TO PMENU.

           DISPLAY "Titulo: ".
           MOVE SPACES TO TITULO-TECLEADO.
           ACCEPT TITULO-TECLEADO.
           DISPLAY "Recinto: ".
           MOVE SPACES TO RECINTO-TECLEADO.
           ACCEPT RECINTO-TECLEADO.
           DISPLAY "Organizador: ".
           MOVE SPACES TO ORGANIZADOR-TECLEADO.
           ACCEPT ORGANIZADOR-TECLEADO.

           DISPLAY "Funcion - ano (AAAA): ".
           ACCEPT ANO-FUNCION-TECLEADO.
           DISPLAY "Funcion - mes (MM): ".
           ACCEPT MES-FUNCION-TECLEADO.
           DISPLAY "Funcion - dia (DD): ".
           ACCEPT DIA-FUNCION-TECLEADO.
           DISPLAY "Funcion - hora (HH): ".
           ACCEPT HOR-FUNCION-TECLEADA.
           DISPLAY "Funcion - minutos (MM): ".
           ACCEPT MIN-FUNCION-TECLEADO.

           DISPLAY "Apertura de la venta - ano (AAAA): ".
           ACCEPT ANO-APERTURA-TECLEADO.
           DISPLAY "Apertura de la venta - mes (MM): ".
           ACCEPT MES-APERTURA-TECLEADO.
           DISPLAY "Apertura de la venta - dia (DD): ".
           ACCEPT DIA-APERTURA-TECLEADO.

           DISPLAY "Cierre de la venta - ano (AAAA): ".
           ACCEPT ANO-CIERRE-TECLEADO.
           DISPLAY "Cierre de la venta - mes (MM): ".
           ACCEPT MES-CIERRE-TECLEADO.
           DISPLAY "Cierre de la venta - dia (DD): ".
           ACCEPT DIA-CIERRE-TECLEADO.

           MOVE 1 TO INDICE-ZONA.
           PERFORM PEDIR-ZONA THRU PEDIR-ZONA-EXIT.

           PERFORM VALIDAR-EVENTO THRU VALIDAR-EVENTO-EXIT.
           IF DATOS-CORRECTOS = 0
               DISPLAY "Espectaculo no grabado"
               GO TO PMENU.

      *    Primera alta: catalogo.ubd no existe todavia y se crea.
           OPEN I-O F-CATALOGO.
           IF FSCAT = 35
               OPEN OUTPUT F-CATALOGO
               CLOSE F-CATALOGO
               OPEN I-O F-CATALOGO
           END-IF.
           IF FSCAT NOT = 00 AND FSCAT NOT = 05
               DISPLAY "No se ha podido abrir catalogo.ubd"
               GO TO PMENU.

           MOVE 1 TO EXISTE-EVENTO.
           MOVE EVENTO-TECLEADO TO CAT-EVENTO.
           READ F-CATALOGO INVALID KEY
               MOVE 0 TO EXISTE-EVENTO.

           MOVE "catalogo.ubd" TO AUDITORIA-FICHERO.
           MOVE EVENTO-TECLEADO TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-EVENTO = 1
               MOVE CATALOGO-REG TO AUDITORIA-ANTES.

           MOVE EVENTO-TECLEADO TO CAT-EVENTO.
           MOVE TITULO-TECLEADO TO CAT-TITULO.
           MOVE RECINTO-TECLEADO TO CAT-RECINTO.
           MOVE ORGANIZADOR-TECLEADO TO CAT-ORGANIZADOR.
           MOVE ANO-FUNCION-TECLEADO TO CAT-ANO-FUNCION.
           MOVE MES-FUNCION-TECLEADO TO CAT-MES-FUNCION.
           MOVE DIA-FUNCION-TECLEADO TO CAT-DIA-FUNCION.
           MOVE HOR-FUNCION-TECLEADA TO CAT-HOR-FUNCION.
           MOVE MIN-FUNCION-TECLEADO TO CAT-MIN-FUNCION.
           MOVE ANO-APERTURA-TECLEADO TO CAT-ANO-APERTURA.
           MOVE MES-APERTURA-TECLEADO TO CAT-MES-APERTURA.
           MOVE DIA-APERTURA-TECLEADO TO CAT-DIA-APERTURA.
           MOVE ANO-CIERRE-TECLEADO TO CAT-ANO-CIERRE.
           MOVE MES-CIERRE-TECLEADO TO CAT-MES-CIERRE.
           MOVE DIA-CIERRE-TECLEADO TO CAT-DIA-CIERRE.
           MOVE 1 TO INDICE-ZONA.
           PERFORM COPIAR-ZONA THRU COPIAR-ZONA-EXIT.

           IF EXISTE-EVENTO = 1
               REWRITE CATALOGO-REG INVALID KEY
                   CLOSE F-CATALOGO
                   DISPLAY "No se ha podido actualizar el espectaculo"
                   GO TO PMENU
               END-REWRITE
           ELSE
               WRITE CATALOGO-REG INVALID KEY
                   CLOSE F-CATALOGO
                   DISPLAY "No se ha podido grabar el espectaculo"
                   GO TO PMENU
               END-WRITE
           END-IF.

           MOVE CATALOGO-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-CATALOGO.
           DISPLAY "Espectaculo grabado correctamente".
           GO TO PMENU.

      *    La baja retira el evento del cajero; las entradas ya
      *    vendidas se siguen devolviendo con BANKDEV por su codigo.
       PBAJA.
           PERFORM PEDIR-EVENTO THRU PEDIR-EVENTO-EXIT.
           IF EVENTO-TECLEADO = SPACES
               GO TO PMENU.

           OPEN I-O F-CATALOGO.
           IF FSCAT NOT = 00 AND FSCAT NOT = 05
               DISPLAY "No se ha podido abrir catalogo.ubd"
               GO TO PMENU.

           MOVE EVENTO-TECLEADO TO CAT-EVENTO.
           READ F-CATALOGO INVALID KEY
               CLOSE F-CATALOGO
               DISPLAY "No existe ningun espectaculo con ese codigo"
               GO TO PMENU.

           MOVE "catalogo.ubd" TO AUDITORIA-FICHERO.
           MOVE EVENTO-TECLEADO TO AUDITORIA-CLAVE.
           MOVE CATALOGO-REG TO AUDITORIA-ANTES.

           DELETE F-CATALOGO RECORD INVALID KEY
               CLOSE F-CATALOGO
               DISPLAY "No se ha podido borrar el espectaculo"
               GO TO PMENU.

           MOVE SPACES TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           CLOSE F-CATALOGO.
           DISPLAY "Espectaculo borrado correctamente".
           GO TO PMENU.

       PLISTAR.
           OPEN INPUT F-CATALOGO.
           IF FSCAT NOT = 00 AND FSCAT NOT = 05
               DISPLAY "No se ha podido abrir catalogo.ubd"
               GO TO PMENU.

           MOVE 0 TO TOTAL-LISTADOS.
           MOVE LOW-VALUES TO CAT-EVENTO.
           START F-CATALOGO KEY IS NOT LESS THAN CAT-EVENTO
               INVALID KEY
                   CLOSE F-CATALOGO
                   DISPLAY "El catalogo esta vacio"
                   GO TO PMENU.

       PLISTAR-SIGUIENTE.
           READ F-CATALOGO NEXT RECORD
               AT END GO TO PLISTAR-FIN.

           ADD 1 TO TOTAL-LISTADOS.
           DISPLAY "EVENTO " CAT-EVENTO " " CAT-TITULO.
           DISPLAY "  RECINTO " CAT-RECINTO
               " ORGANIZA " CAT-ORGANIZADOR.
           DISPLAY "  FUNCION " CAT-DIA-FUNCION "-" CAT-MES-FUNCION
               "-" CAT-ANO-FUNCION " " CAT-HOR-FUNCION ":"
               CAT-MIN-FUNCION
               " VENTA " CAT-DIA-APERTURA "-" CAT-MES-APERTURA
               "-" CAT-ANO-APERTURA " A " CAT-DIA-CIERRE "-"
               CAT-MES-CIERRE "-" CAT-ANO-CIERRE.
           MOVE 1 TO INDICE-ZONA.
           PERFORM LISTAR-ZONA THRU LISTAR-ZONA-EXIT.

           GO TO PLISTAR-SIGUIENTE.

       PLISTAR-FIN.
           CLOSE F-CATALOGO.
           IF TOTAL-LISTADOS = 0
               DISPLAY "El catalogo esta vacio"
           ELSE
               DISPLAY "Espectaculos listados: " TOTAL-LISTADOS
           END-IF.
           GO TO PMENU.

      *    Pide el codigo del evento, el mismo que se graba en
      *    EVE-EVENTO y MOV-EVENTO. En blanco vuelve al menu.
       PEDIR-EVENTO.
           DISPLAY "Codigo del espectaculo (en blanco para volver): ".
           MOVE SPACES TO EVENTO-TECLEADO.
           ACCEPT EVENTO-TECLEADO.
       PEDIR-EVENTO-EXIT.
           EXIT.

      *    Pide las cuatro zonas. Una letra de zona en blanco deja la
      *    zona sin definir y no se piden su nombre ni su precio.
       PEDIR-ZONA.
           IF INDICE-ZONA > 4
               GO TO PEDIR-ZONA-EXIT.

           MOVE SPACES TO ZONA-CODIGO-TECLEADO(INDICE-ZONA).
           MOVE SPACES TO ZONA-NOMBRE-TECLEADO(INDICE-ZONA).
           MOVE 0 TO ZONA-ENT-TECLEADO(INDICE-ZONA).
           MOVE 0 TO ZONA-DEC-TECLEADO(INDICE-ZONA).

           DISPLAY "Zona " INDICE-ZONA
               " - letra de los asientos (en blanco, sin zona): ".
           ACCEPT ZONA-CODIGO-TECLEADO(INDICE-ZONA).
           IF ZONA-CODIGO-TECLEADO(INDICE-ZONA) NOT = SPACES
               DISPLAY "Zona " INDICE-ZONA " - nombre: "
               ACCEPT ZONA-NOMBRE-TECLEADO(INDICE-ZONA)
               DISPLAY "Zona " INDICE-ZONA
                   " - precio (euros enteros): "
               ACCEPT ZONA-ENT-TECLEADO(INDICE-ZONA)
               DISPLAY "Zona " INDICE-ZONA " - precio (centimos): "
               ACCEPT ZONA-DEC-TECLEADO(INDICE-ZONA)
           END-IF.

           ADD 1 TO INDICE-ZONA.
           GO TO PEDIR-ZONA.

       PEDIR-ZONA-EXIT.
           EXIT.

      *    Comprueba que el evento se pueda vender: la venta abre
      *    antes de cerrar, cierra como muy tarde el dia de la
      *    funcion, y hay al menos una zona, todas con precio y con
      *    letras distintas.
       VALIDAR-EVENTO.
           MOVE 1 TO DATOS-CORRECTOS.

           IF TITULO-TECLEADO = SPACES
               DISPLAY "El titulo es obligatorio"
               MOVE 0 TO DATOS-CORRECTOS.

           IF MES-FUNCION-TECLEADO < 1 OR MES-FUNCION-TECLEADO > 12
               OR DIA-FUNCION-TECLEADO < 1
               OR DIA-FUNCION-TECLEADO > 31
               OR HOR-FUNCION-TECLEADA > 23
               OR MIN-FUNCION-TECLEADO > 59
               DISPLAY "Fecha u hora de la funcion incorrecta"
               MOVE 0 TO DATOS-CORRECTOS.

           IF MES-APERTURA-TECLEADO < 1 OR MES-APERTURA-TECLEADO > 12
               OR DIA-APERTURA-TECLEADO < 1
               OR DIA-APERTURA-TECLEADO > 31
               DISPLAY "Fecha de apertura de la venta incorrecta"
               MOVE 0 TO DATOS-CORRECTOS.

           IF MES-CIERRE-TECLEADO < 1 OR MES-CIERRE-TECLEADO > 12
               OR DIA-CIERRE-TECLEADO < 1
               OR DIA-CIERRE-TECLEADO > 31
               DISPLAY "Fecha de cierre de la venta incorrecta"
               MOVE 0 TO DATOS-CORRECTOS.

           COMPUTE FECHA-FUNCION-NUM = (ANO-FUNCION-TECLEADO * 10000)
               + (MES-FUNCION-TECLEADO * 100) + DIA-FUNCION-TECLEADO.
           COMPUTE FECHA-APERTURA-NUM =
               (ANO-APERTURA-TECLEADO * 10000)
               + (MES-APERTURA-TECLEADO * 100) + DIA-APERTURA-TECLEADO.
           COMPUTE FECHA-CIERRE-NUM = (ANO-CIERRE-TECLEADO * 10000)
               + (MES-CIERRE-TECLEADO * 100) + DIA-CIERRE-TECLEADO.

           IF FECHA-CIERRE-NUM < FECHA-APERTURA-NUM
               DISPLAY "La venta no puede cerrar antes de abrir"
               MOVE 0 TO DATOS-CORRECTOS.

           IF FECHA-CIERRE-NUM > FECHA-FUNCION-NUM
               DISPLAY "La venta no puede cerrar despues de la funcion"
               MOVE 0 TO DATOS-CORRECTOS.

           MOVE 0 TO TOTAL-ZONAS.
           MOVE 1 TO INDICE-ZONA.
           PERFORM VALIDAR-ZONA THRU VALIDAR-ZONA-EXIT.

           IF TOTAL-ZONAS = 0
               DISPLAY "El espectaculo necesita al menos una zona"
               MOVE 0 TO DATOS-CORRECTOS.

       VALIDAR-EVENTO-EXIT.
           EXIT.

       VALIDAR-ZONA.
           IF INDICE-ZONA > 4
               GO TO VALIDAR-ZONA-EXIT.

           IF ZONA-CODIGO-TECLEADO(INDICE-ZONA) = SPACES
               ADD 1 TO INDICE-ZONA
               GO TO VALIDAR-ZONA.

           ADD 1 TO TOTAL-ZONAS.

           IF ZONA-ENT-TECLEADO(INDICE-ZONA) = 0
               AND ZONA-DEC-TECLEADO(INDICE-ZONA) = 0
               DISPLAY "Zona " INDICE-ZONA " sin precio"
               MOVE 0 TO DATOS-CORRECTOS.

           MOVE INDICE-ZONA TO INDICE-OTRA-ZONA.
           PERFORM COMPARAR-ZONA THRU COMPARAR-ZONA-EXIT.

           ADD 1 TO INDICE-ZONA.
           GO TO VALIDAR-ZONA.

       VALIDAR-ZONA-EXIT.
           EXIT.

      *    Dos zonas con la misma letra harian ambiguo a que zona
      *    pertenece un asiento.
       COMPARAR-ZONA.
           ADD 1 TO INDICE-OTRA-ZONA.
           IF INDICE-OTRA-ZONA > 4
               GO TO COMPARAR-ZONA-EXIT.

           IF ZONA-CODIGO-TECLEADO(INDICE-OTRA-ZONA) =
               ZONA-CODIGO-TECLEADO(INDICE-ZONA)
               DISPLAY "Zonas " INDICE-ZONA " y " INDICE-OTRA-ZONA
                   " con la misma letra"
               MOVE 0 TO DATOS-CORRECTOS.

           GO TO COMPARAR-ZONA.

       COMPARAR-ZONA-EXIT.
           EXIT.

       COPIAR-ZONA.
           IF INDICE-ZONA > 4
               GO TO COPIAR-ZONA-EXIT.

           MOVE ZONA-CODIGO-TECLEADO(INDICE-ZONA)
               TO CAT-ZONA-CODIGO(INDICE-ZONA).
           MOVE ZONA-NOMBRE-TECLEADO(INDICE-ZONA)
               TO CAT-ZONA-NOMBRE(INDICE-ZONA).
           MOVE ZONA-ENT-TECLEADO(INDICE-ZONA)
               TO CAT-ZONA-PRECIO-ENT(INDICE-ZONA).
           MOVE ZONA-DEC-TECLEADO(INDICE-ZONA)
               TO CAT-ZONA-PRECIO-DEC(INDICE-ZONA).

           ADD 1 TO INDICE-ZONA.
           GO TO COPIAR-ZONA.

       COPIAR-ZONA-EXIT.
           EXIT.

       LISTAR-ZONA.
           IF INDICE-ZONA > 4
               GO TO LISTAR-ZONA-EXIT.

           IF CAT-ZONA-CODIGO(INDICE-ZONA) NOT = SPACES
               DISPLAY "  ZONA " CAT-ZONA-CODIGO(INDICE-ZONA)
                   " " CAT-ZONA-NOMBRE(INDICE-ZONA)
                   " PRECIO " CAT-ZONA-PRECIO-ENT(INDICE-ZONA)
                   "," CAT-ZONA-PRECIO-DEC(INDICE-ZONA).

           ADD 1 TO INDICE-ZONA.
           GO TO LISTAR-ZONA.

       LISTAR-ZONA-EXIT.
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
           MOVE "BANKCAT" TO AUD-PROGRAMA.
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
