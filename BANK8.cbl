           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSCNT.

           SELECT OPTIONAL F-CATALOGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-EVENTO
           FILE STATUS IS FSCAT.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CLAVE
           FILE STATUS IS FSPAR.


       DATA DIVISION.
       FILE SECTION.

      *    Estado operativo de cada tarjeta, mantenido por la
      *    sucursal con BANKEST. EST-ESTADO = "A" activa, "P"
      *    perdida, "R" robada, "B" bloqueada por la sucursal, "C"
      *    cancelada con su cuenta (BANKCIE), "D" durmiente por
      *    inactividad (BANKDOR) hasta que la sucursal la reactive;
      *    una tarjeta sin registro (o la ausencia del propio
      *    fichero) esta activa, como siempre.
       FD F-ESTADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/estados.ubd".
           02 CNT-NOMBRE           PIC  X(08).
           02 CNT-VALOR            PIC  9(35).

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

       WORKING-STORAGE SECTION.
       77 FSM                       PIC  X(2).
       77 FSV                       PIC  X(2).
       77 FSS                       PIC  X(2).
       77 FSEST                     PIC  X(2).
       77 FSCNT                     PIC  X(2).
       77 FSCAT                     PIC  X(2).
       77 FSPAR                     PIC  X(2).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
           88 TIMEOUT-EXPIRED       VALUE 8001.
       77 PRESSED-KEY               PIC  9(4).

      *    El evento se elige del catalogo y el importe es siempre
      *    el precio oficial de la zona elegida; el cliente solo
      *    teclea la zona y, si es numerada, el asiento.
       77 EVENTO-USUARIO            PIC  X(20).
       01 ASIENTO-USUARIO.
           05 ASIENTO-ZONA          PIC  X(01).
           05 FILLER                PIC  X(05).
       77 IMPORTE-ENT-USUARIO       PIC  9(7).
       77 IMPORTE-DEC-USUARIO       PIC  9(2).
       77 ZONA-USUARIO              PIC  9(1).
       77 FILA-USUARIO              PIC  9(2).

      *    Eventos a la venta mostrados en la pantalla de eleccion.
      *    La pagina siguiente arranca en el primer CAT-EVENTO mayor
      *    que el ultimo mostrado (espacios = primera pagina).
       01 TABLA-EVENTOS.
           05 EVENTOS-EN-PANTALLA   PIC  X(20) OCCURS 15 TIMES.
       77 FILAS-EN-PANTALLA         PIC  9(2) VALUE 0.
       77 LINEA-FILA-ACTUAL         PIC  9(2).
       77 CONTADOR                  PIC  9(2).
       77 EVENTO-ARRANQUE           PIC  X(20) VALUE SPACES.
       77 HAY-MAS-FILAS             PIC  9(1) VALUE 0.

      *    Ventana de venta del evento leido del catalogo, con las
      *    fechas como numero AAAAMMDD y la funcion y el momento
      *    actual como AAAAMMDDHHMM. EVENTO-EN-VENTA queda a 1 si hoy
      *    se puede vender; si no, MOTIVO-VENTA dice por que: 1 la
      *    venta aun no se ha abierto, 2 ya se ha cerrado, 3 la
      *    funcion ya se ha celebrado.
       77 EVENTO-EN-VENTA           PIC  9(1).
       77 MOTIVO-VENTA              PIC  9(1).
       77 FECHA-HOY-NUM             PIC  9(8).
       77 FECHA-APERTURA-NUM        PIC  9(8).
       77 FECHA-CIERRE-NUM          PIC  9(8).
       77 MOMENTO-HOY               PIC  9(12).
       77 MOMENTO-FUNCION           PIC  9(12).

       77 ZONA-CODIGO-PANT          PIC  X(01).
       77 ZONA-NOMBRE-PANT          PIC  X(15).
       77 ZONA-ENT-PANT             PIC  9(7).
       77 ZONA-DEC-PANT             PIC  9(2).

       77 CENT-IMPORTE              PIC S9(9).

       77 EXISTE-CONTADOR           PIC  9(1).

      *    Reintentos de apertura del contador compartido cuando otro
      *    terminal lo retiene en pleno reparto. Es un ajuste tecnico
      *    del reparto de numeros, no una regla de negocio, y por eso se
      *    fija como constante y no en parametros.ubd. Agotados los
      *    reintentos, el posteo en curso se rechaza en vez de
      *    arriesgarse a repartir un numero repetido.
       77 REINTENTOS-CONTADOR       PIC 9(3) VALUE 200.
       77 INTENTOS-CONTADOR         PIC 9(3).
       77 CONTADOR-AGOTADO          PIC 9(1).
      *    Dias naturales que un ingreso en efectivo tarda en contar
      *    en el saldo disponible (el dia del ingreso y el siguiente),
      *    por si hay que revertirlo antes de que el cliente lo haya
      *    gastado: el valor vigente de RETENCION-INGRESOS-DIAS en
      *    parametros.ubd (la excepcion de la tarjeta si la tiene), o
      *    el de siempre (RETENCION-INGRESOS-DEF) si no hay ninguno
      *    vigente. La comparacion de fechas usa el mismo numero de
      *    orden aproximado (meses de 31 dias) que BANKCAD.
       77 RETENCION-INGRESOS-DIAS   PIC  9(2).
       77 RETENCION-INGRESOS-DEF    PIC  9(2) VALUE 2.
       77 RETENIDO-CENT             PIC S9(11) VALUE 0.
       77 CENT-INGRESO              PIC S9(9).
       77 ORDEN-HOY                 PIC  9(7).
       77 EXISTE-ASIENTO            PIC  9(1).

      *    Segundos de inactividad en esta pantalla tras los que se da
      *    la sesion por abandonada y se expulsa la tarjeta: el valor
      *    vigente de SESION-TIMEOUT-SEG en parametros.ubd, o el de
      *    siempre (SESION-TIMEOUT-DEF) si no hay ninguno vigente.
       77 SESION-TIMEOUT-SEG        PIC  9(4).
       77 SESION-TIMEOUT-DEF        PIC  9(4) VALUE 90.

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

       LINKAGE SECTION.
       77 TNUM-L                    PIC  9(16).
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 FILA-ACCEPT.
           05 FILA-SCR-ACCEPT BLANK ZERO AUTO UNDERLINE
               LINE 24 COL 40 PIC 9(2) USING FILA-USUARIO.

       01 ENTRADA-ACCEPT.
           05 ZONA-ACCEPT BLANK ZERO AUTO UNDERLINE
               LINE 19 COL 40 PIC 9(1) USING ZONA-USUARIO.
           05 ASIENTO-ACCEPT AUTO UNDERLINE
               LINE 21 COL 40 PIC X(06) USING ASIENTO-USUARIO.

       01 FILA-EVENTO.
           05 FILA-NUM LINE LINEA-FILA-ACTUAL COL 02
               PIC Z9 FROM CONTADOR.
           05 FILA-SEP-1 LINE LINEA-FILA-ACTUAL COL 05
               PIC A FROM "-".
           05 FILA-TITULO LINE LINEA-FILA-ACTUAL COL 07
               PIC X(40) FROM CAT-TITULO.
           05 FILA-SEP-2 LINE LINEA-FILA-ACTUAL COL 48
               PIC A FROM "|".
           05 FILA-DIA LINE LINEA-FILA-ACTUAL COL 50
               PIC 99 FROM CAT-DIA-FUNCION.
           05 FILA-SEP-3 LINE LINEA-FILA-ACTUAL COL 52
               PIC A FROM "-".
           05 FILA-MES LINE LINEA-FILA-ACTUAL COL 53
               PIC 99 FROM CAT-MES-FUNCION.
           05 FILA-SEP-4 LINE LINEA-FILA-ACTUAL COL 55
               PIC A FROM "-".
           05 FILA-ANO LINE LINEA-FILA-ACTUAL COL 56
               PIC 9(4) FROM CAT-ANO-FUNCION.
           05 FILA-HOR LINE LINEA-FILA-ACTUAL COL 61
               PIC 99 FROM CAT-HOR-FUNCION.
           05 FILA-SEP-5 LINE LINEA-FILA-ACTUAL COL 63
               PIC A FROM ":".
           05 FILA-MIN LINE LINEA-FILA-ACTUAL COL 64
               PIC 99 FROM CAT-MIN-FUNCION.

       01 FILA-ZONA.
           05 ZONA-NUM LINE LINEA-FILA-ACTUAL COL 10
               PIC 9 FROM CONTADOR.
           05 ZONA-SEP-1 LINE LINEA-FILA-ACTUAL COL 12
               PIC A FROM "-".
           05 ZONA-NOMBRE LINE LINEA-FILA-ACTUAL COL 14
               PIC X(15) FROM ZONA-NOMBRE-PANT.
           05 ZONA-SEP-2 LINE LINEA-FILA-ACTUAL COL 30
               PIC A FROM "(".
           05 ZONA-CODIGO LINE LINEA-FILA-ACTUAL COL 31
               PIC X FROM ZONA-CODIGO-PANT.
           05 ZONA-SEP-3 LINE LINEA-FILA-ACTUAL COL 32
               PIC A FROM ")".
           05 ZONA-PRECIO-ENT LINE LINEA-FILA-ACTUAL COL 36
               PIC Z(6)9 FROM ZONA-ENT-PANT.
           05 ZONA-SEP-4 LINE LINEA-FILA-ACTUAL COL 43
               PIC A FROM ",".
           05 ZONA-PRECIO-DEC LINE LINEA-FILA-ACTUAL COL 44
               PIC 99 FROM ZONA-DEC-PANT.

       PROCEDURE DIVISION USING TNUM-L SESION-EXPIRADA-L.
       IMPRIMIR-CABECERA.
               WITH BACKGROUND-COLOR IS WHITE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CARGAR-PARAMETROS THRU CARGAR-PARAMETROS-EXIT.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

      *    Primero se muestran los espectaculos del catalogo que hoy
      *    estan a la venta; el cliente elige uno por su numero de
      *    fila.
       PCOMPRAR.
           MOVE SPACES TO EVENTO-ARRANQUE.

       PLISTAR-EVENTOS.
           MOVE 0 TO FILAS-EN-PANTALLA.
           MOVE 0 TO HAY-MAS-FILAS.

           OPEN INPUT F-CATALOGO.
           IF FSCAT = 35
               GO TO PSIN-EVENTOS.
           IF FSCAT NOT = 00 AND FSCAT NOT = 05
               GO TO PSYS-ERR.

           MOVE EVENTO-ARRANQUE TO CAT-EVENTO.
           START F-CATALOGO KEY IS GREATER THAN CAT-EVENTO
               INVALID KEY GO TO FIN-LISTAR-EVENTOS.

       LISTAR-EVENTOS-SIGUIENTE.
           READ F-CATALOGO NEXT RECORD
               AT END GO TO FIN-LISTAR-EVENTOS.

           PERFORM COMPROBAR-VENTA THRU COMPROBAR-VENTA-EXIT.
           IF EVENTO-EN-VENTA = 0
               GO TO LISTAR-EVENTOS-SIGUIENTE.

      *    Pantalla llena: se recuerda que quedan mas eventos para
      *    ofrecer la pagina siguiente.
           IF FILAS-EN-PANTALLA = 15
               MOVE 1 TO HAY-MAS-FILAS
               GO TO FIN-LISTAR-EVENTOS.

           ADD 1 TO FILAS-EN-PANTALLA.
           MOVE CAT-EVENTO TO EVENTOS-EN-PANTALLA(FILAS-EN-PANTALLA).

           GO TO LISTAR-EVENTOS-SIGUIENTE.

       FIN-LISTAR-EVENTOS.
           IF FILAS-EN-PANTALLA = 0 AND EVENTO-ARRANQUE = SPACES
               CLOSE F-CATALOGO
               GO TO PSIN-EVENTOS.

      *    Pagina vacia mas alla del ultimo evento: se vuelve a la
      *    primera pagina, que en este punto se sabe no vacia.
           IF FILAS-EN-PANTALLA = 0
               CLOSE F-CATALOGO
               MOVE SPACES TO EVENTO-ARRANQUE
               GO TO PLISTAR-EVENTOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Comprar entradas de espectaculos" LINE 6 COL 23.
           DISPLAY "ESPECTACULO" LINE 7 COL 7.
           DISPLAY "|" LINE 7 COL 48.
           DISPLAY "FUNCION" LINE 7 COL 53.

           PERFORM MOSTRAR-EVENTOS THRU MOSTRAR-EVENTOS-EXIT.
           CLOSE F-CATALOGO.

           DISPLAY "Espectaculo:" LINE 24 COL 26.
           DISPLAY "Enter - Aceptar" LINE 23 COL 02.
           IF HAY-MAS-FILAS = 1
               DISPLAY "PgDn - Mas" LINE 23 COL 35.
           DISPLAY "ESC - Salir" LINE 23 COL 65.

           INITIALIZE FILA-USUARIO.
           ACCEPT FILA-ACCEPT WITH TIME-OUT SESION-TIMEOUT-SEG
               ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   IF PGDN-PRESSED AND HAY-MAS-FILAS = 1
                       MOVE EVENTOS-EN-PANTALLA(FILAS-EN-PANTALLA)
                           TO EVENTO-ARRANQUE
                       GO TO PLISTAR-EVENTOS
                   ELSE
                       IF TIMEOUT-EXPIRED
                           MOVE 1 TO SESION-EXPIRADA-L
                           EXIT PROGRAM
                       ELSE
                           GO TO PLISTAR-EVENTOS.

           IF FILA-USUARIO < 1 OR FILA-USUARIO > FILAS-EN-PANTALLA
               GO TO PLISTAR-EVENTOS.

           MOVE EVENTOS-EN-PANTALLA(FILA-USUARIO) TO EVENTO-USUARIO.

      *    Ficha del evento elegido con sus zonas y precios
      *    oficiales; el cliente elige la zona y, si es numerada, el
      *    asiento, que tiene que empezar por la letra de la zona.
       PELEGIR-ZONA.
           OPEN INPUT F-CATALOGO.
           IF FSCAT NOT = 00
               GO TO PSYS-ERR.

           MOVE EVENTO-USUARIO TO CAT-EVENTO.
           READ F-CATALOGO INVALID KEY
               CLOSE F-CATALOGO
               GO TO PSYS-ERR.
           CLOSE F-CATALOGO.

           INITIALIZE ZONA-USUARIO.
           INITIALIZE ASIENTO-USUARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY CAT-TITULO LINE 6 COL 20.
           DISPLAY "Recinto:" LINE 8 COL 5.
           DISPLAY CAT-RECINTO LINE 8 COL 20.
           DISPLAY "Organiza:" LINE 9 COL 5.
           DISPLAY CAT-ORGANIZADOR LINE 9 COL 20.
           DISPLAY "Funcion:" LINE 10 COL 5.
           DISPLAY CAT-DIA-FUNCION LINE 10 COL 20.
           DISPLAY "-" LINE 10 COL 22.
           DISPLAY CAT-MES-FUNCION LINE 10 COL 23.
           DISPLAY "-" LINE 10 COL 25.
           DISPLAY CAT-ANO-FUNCION LINE 10 COL 26.
           DISPLAY CAT-HOR-FUNCION LINE 10 COL 32.
           DISPLAY ":" LINE 10 COL 34.
           DISPLAY CAT-MIN-FUNCION LINE 10 COL 35.

           DISPLAY "ZONA" LINE 12 COL 14.
           DISPLAY "PRECIO" LINE 12 COL 38.
           MOVE 13 TO LINEA-FILA-ACTUAL.
           MOVE 1 TO CONTADOR.
           PERFORM MOSTRAR-ZONAS THRU MOSTRAR-ZONAS-EXIT.

           DISPLAY "Zona:" LINE 19 COL 5.
           DISPLAY "Asiento (en blanco, sin numerar):" LINE 21 COL 5.

           DISPLAY "Enter - Aceptar" LINE 24 COL 02.
           DISPLAY "ESC - Cancelar" LINE 24 COL 65.
                       MOVE 1 TO SESION-EXPIRADA-L
                       EXIT PROGRAM
                   ELSE
                       GO TO PELEGIR-ZONA.

           IF ZONA-USUARIO < 1 OR ZONA-USUARIO > 4
               GO TO PELEGIR-ZONA.
           IF CAT-ZONA-CODIGO(ZONA-USUARIO) = SPACES
               GO TO PELEGIR-ZONA.

           IF ASIENTO-USUARIO NOT = SPACES
               IF ASIENTO-ZONA NOT = CAT-ZONA-CODIGO(ZONA-USUARIO)
                   GO TO PZONA-ERR.

      *    La ventana de venta se vuelve a comprobar contra el
      *    catalogo en el momento de la compra: el cliente puede
      *    haber tardado en elegir, o la sucursal haber cerrado la
      *    venta mientras tanto. El importe cobrado es el precio
      *    oficial de la zona, nunca uno tecleado.
       PVALIDAR-VENTA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN INPUT F-CATALOGO.
           IF FSCAT NOT = 00
               GO TO PSYS-ERR.

           MOVE EVENTO-USUARIO TO CAT-EVENTO.
           READ F-CATALOGO INVALID KEY
               CLOSE F-CATALOGO
               GO TO PSYS-ERR.
           CLOSE F-CATALOGO.

           PERFORM COMPROBAR-VENTA THRU COMPROBAR-VENTA-EXIT.
           IF EVENTO-EN-VENTA = 0
               GO TO PVENTA-ERR.

           MOVE CAT-ZONA-PRECIO-ENT(ZONA-USUARIO)
               TO IMPORTE-ENT-USUARIO.
           MOVE CAT-ZONA-PRECIO-DEC(ZONA-USUARIO)
               TO IMPORTE-DEC-USUARIO.

      *    Antes de mirar el saldo se comprueba que la butaca pedida
      *    no este ya vendida: dos clientes en dos cajeros no pueden

           GO TO PEXITO.

      *    Muestra una fila por cada evento de la pagina, releyendo
      *    su ficha del catalogo. Requiere F-CATALOGO abierto.
       MOSTRAR-EVENTOS.
           MOVE 8 TO LINEA-FILA-ACTUAL.
           MOVE 1 TO CONTADOR.

       MOSTRAR-EVENTOS-FILA.
           IF CONTADOR > FILAS-EN-PANTALLA
               GO TO MOSTRAR-EVENTOS-EXIT.

           MOVE EVENTOS-EN-PANTALLA(CONTADOR) TO CAT-EVENTO.
           READ F-CATALOGO INVALID KEY
               CLOSE F-CATALOGO
               GO TO PSYS-ERR.

           DISPLAY FILA-EVENTO.
           ADD 1 TO LINEA-FILA-ACTUAL.
           ADD 1 TO CONTADOR.
           GO TO MOSTRAR-EVENTOS-FILA.

       MOSTRAR-EVENTOS-EXIT.
           EXIT.

      *    Muestra las zonas definidas del evento leido del catalogo
      *    con su precio; las zonas con codigo en blanco no existen.
       MOSTRAR-ZONAS.
           IF CONTADOR > 4
               GO TO MOSTRAR-ZONAS-EXIT.

           IF CAT-ZONA-CODIGO(CONTADOR) NOT = SPACES
               MOVE CAT-ZONA-CODIGO(CONTADOR) TO ZONA-CODIGO-PANT
               MOVE CAT-ZONA-NOMBRE(CONTADOR) TO ZONA-NOMBRE-PANT
               MOVE CAT-ZONA-PRECIO-ENT(CONTADOR) TO ZONA-ENT-PANT
               MOVE CAT-ZONA-PRECIO-DEC(CONTADOR) TO ZONA-DEC-PANT
               DISPLAY FILA-ZONA
               ADD 1 TO LINEA-FILA-ACTUAL
           END-IF.

           ADD 1 TO CONTADOR.
           GO TO MOSTRAR-ZONAS.

       MOSTRAR-ZONAS-EXIT.
           EXIT.

      *    Decide si el evento leido del catalogo se puede vender
      *    ahora mismo. La funcion ya celebrada se comprueba con
      *    fecha y hora; la ventana de venta, por dias completos.
       COMPROBAR-VENTA.
           MOVE 0 TO EVENTO-EN-VENTA.
           MOVE 0 TO MOTIVO-VENTA.

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE MOMENTO-HOY = (FECHA-HOY-NUM * 10000)
               + (HORAS * 100) + MINUTOS.
           COMPUTE MOMENTO-FUNCION = (CAT-ANO-FUNCION * 100000000)
               + (CAT-MES-FUNCION * 1000000)
               + (CAT-DIA-FUNCION * 10000)
               + (CAT-HOR-FUNCION * 100) + CAT-MIN-FUNCION.
           COMPUTE FECHA-APERTURA-NUM = (CAT-ANO-APERTURA * 10000)
               + (CAT-MES-APERTURA * 100) + CAT-DIA-APERTURA.
           COMPUTE FECHA-CIERRE-NUM = (CAT-ANO-CIERRE * 10000)
               + (CAT-MES-CIERRE * 100) + CAT-DIA-CIERRE.

           IF MOMENTO-FUNCION NOT > MOMENTO-HOY
               MOVE 3 TO MOTIVO-VENTA
               GO TO COMPROBAR-VENTA-EXIT.

           IF FECHA-HOY-NUM < FECHA-APERTURA-NUM
               MOVE 1 TO MOTIVO-VENTA
               GO TO COMPROBAR-VENTA-EXIT.

           IF FECHA-HOY-NUM > FECHA-CIERRE-NUM
               MOVE 2 TO MOTIVO-VENTA
               GO TO COMPROBAR-VENTA-EXIT.

           MOVE 1 TO EVENTO-EN-VENTA.

       COMPROBAR-VENTA-EXIT.
           EXIT.

      *    Descompone un saldo en centimos (con signo) en MOV-SALDOPOS-ENT
      *    (con signo) y MOV-SALDOPOS-DEC (sin signo), igual que el resto
      *    del sistema representa los importes.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSIN-EVENTOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay espectaculos a la venta" LINE 9 COL 25.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PVENTA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF MOTIVO-VENTA = 1
               DISPLAY "La venta de ese espectaculo aun no esta"
                   LINE 9 COL 21
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "abierta" LINE 10 COL 37
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           END-IF.
           IF MOTIVO-VENTA = 2
               DISPLAY "La venta de ese espectaculo ya esta cerrada"
                   LINE 9 COL 19
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           END-IF.
           IF MOTIVO-VENTA = 3
               DISPLAY "Esa funcion ya se ha celebrado" LINE 9 COL 25
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           END-IF.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PZONA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese asiento no pertenece a la zona elegida"
               LINE 9 COL 19
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PRETENIDO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Parte de su saldo procede de ingresos"
                   EXIT PROGRAM
               ELSE
                   GO TO EXIT-ENTER.

      *    Toma de parametros.ubd los valores vigentes hoy para este
      *    programa; el que no tenga ninguno vigente conserva el valor
      *    de siempre.
       CARGAR-PARAMETROS.
           COMPUTE PARAMETRO-FECHA = (ANO * 10000) + (MES * 100) + DIA.

           MOVE "SESION-TIMEOUT-SEG" TO PARAMETRO-NOMBRE.
           MOVE 0 TO PARAMETRO-TARJETA.
           MOVE SESION-TIMEOUT-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO SESION-TIMEOUT-SEG.

           MOVE "RETENCION-INGRESOS-DIAS" TO PARAMETRO-NOMBRE.
           MOVE TNUM-L TO PARAMETRO-TARJETA.
           MOVE RETENCION-INGRESOS-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO RETENCION-INGRESOS-DIAS.

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
