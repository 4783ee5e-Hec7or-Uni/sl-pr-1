       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK3.

      * Consulta de movimientos del cajero: el titular elige un tipo
      * de operacion (retiradas, ingresos, transferencias, recibos,
      * entradas, comisiones o intereses) y ve solo los movimientos
      * de ese tipo, de mas a menos recientes, opcionalmente de un
      * mes concreto. Tambien ofrece un resumen mensual de entradas y
      * salidas por tipo de los ultimos doce meses. El extracto
      * completo sigue siendo el de BANK7; esta pantalla responde a
      * "en que se me ha ido el dinero este mes" sin tener que pasar
      * el extracto linea a linea.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-VINCULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIN-TARJETA
           FILE STATUS IS FSV.

           SELECT OPTIONAL F-PARAMETROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-CLAVE
           FILE STATUS IS FSPAR.


       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/movimientos.ubd".
       01 MOVIMIENTO-REG.
           02 MOV-NUM              PIC  9(35).
           02 MOV-TARJETA          PIC  9(16).
           02 MOV-ANO              PIC   9(4).
           02 MOV-MES              PIC   9(2).
           02 MOV-DIA              PIC   9(2).
           02 MOV-HOR              PIC   9(2).
           02 MOV-MIN              PIC   9(2).
           02 MOV-SEG              PIC   9(2).
           02 MOV-IMPORTE-ENT      PIC  S9(7).
           02 MOV-IMPORTE-DEC      PIC   9(2).
           02 MOV-CONCEPTO         PIC  X(35).
           02 MOV-SALDOPOS-ENT     PIC  S9(9).
           02 MOV-SALDOPOS-DEC     PIC   9(2).
      *    MOV-EVENTO/MOV-ASIENTO solo se usan en compras de entradas de
      *    espectaculos (BANK8); van a espacios en el resto de movimientos.
           02 MOV-EVENTO           PIC  X(20).
           02 MOV-ASIENTO          PIC  X(06).
      *    MOV-MONEDA es el codigo de moneda ISO 4217 del importe.
           02 MOV-MONEDA           PIC  X(03).
      *    MOV-IMPORTE-ENT/DEC guardan siempre la magnitud sin signo del
      *    importe; MOV-IMPORTE-SIGNO ("+"/"-") es quien indica si el
      *    movimiento es un abono o un cargo, porque un importe menor
      *    de una unidad (p.ej. -0,50) no se puede representar negando
      *    la parte entera cuando esta vale cero.
           02 MOV-IMPORTE-SIGNO    PIC  X(01).
      *    MOV-SALDOPOS-ENT/DEC guardan siempre la magnitud sin signo
      *    del saldo resultante; MOV-SALDOPOS-SIGNO ("+"/"-") indica si
      *    ese saldo es positivo o negativo, por la misma razon que
      *    MOV-IMPORTE-SIGNO: un saldo negativo menor de una unidad no
      *    se puede representar negando la parte entera cuando esta
      *    vale cero.
           02 MOV-SALDOPOS-SIGNO   PIC  X(01).
      *    MOV-TERMINAL identifica el cajero o proceso que anoto el
      *    movimiento: el identificador del terminal fisico en las
      *    operaciones hechas en un cajero, o el nombre del batch
      *    (BANKTRF) en los apuntes nocturnos.
           02 MOV-TERMINAL         PIC  X(08).

      *    Vinculos de tarjetas adicionales (familiares) a la cuenta
      *    de la tarjeta titular. Lo mantiene la sucursal, igual que
      *    clientes.ubd; una tarjeta sin registro es su propia cuenta.
       FD F-VINCULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/vinculos.ubd".
       01 VINCULO-REG.
           02 VIN-TARJETA          PIC  9(16).
           02 VIN-TITULAR          PIC  9(16).

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
       77 FSPAR                     PIC  X(2).

       78 BLACK                     VALUE    0.
       78 BLUE                      VALUE    1.
       78 GREEN                     VALUE    2.
       78 CYAN                      VALUE    3.
       78 RED                       VALUE    4.
       78 MAGENTA                   VALUE    5.
       78 YELLOW                    VALUE    6.
       78 WHITE                     VALUE    7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC  9(4).
               10 MES               PIC  9(2).
               10 DIA               PIC  9(2).
           05 HORA.
               10 HORAS             PIC  9(2).
               10 MINUTOS           PIC  9(2).
               10 SEGUNDOS          PIC  9(2).
               10 MILISEGUNDOS      PIC  9(2).
           05 DIF-GMT               PIC S9(4).

       01 KEYBOARD-STATUS           PIC  9(4).
           88 ENTER-PRESSED         VALUE    0.
           88 PGUP-PRESSED          VALUE 2001.
           88 PGDN-PRESSED          VALUE 2002.
           88 UP-ARROW-PRESSED      VALUE 2003.
           88 DOWN-ARROW-PRESSED    VALUE 2004.
           88 ESC-PRESSED           VALUE 2005.
           88 TIMEOUT-EXPIRED       VALUE 8001.
       77 PRESSED-KEY               PIC  9(4).

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

      *    Cuenta sobre la que opera esta tarjeta: la tarjeta titular
      *    de vinculos.ubd si la tarjeta esta vinculada, o la propia
      *    tarjeta si no. Se consultan los movimientos de la cuenta,
      *    que es donde anota toda tarjeta vinculada.
       77 CUENTA-OPERACION          PIC  9(16).

      *    Tipo de movimiento elegido (1 a 7) o 8 para el resumen
      *    mensual, y mes/ano opcional al que se limita la busqueda
      *    (a cero, todos los meses).
       77 TIPO-USUARIO              PIC  9(1).
       77 MES-USUARIO               PIC  9(2).
       77 ANO-USUARIO               PIC  9(4).

      *    Tipo al que pertenece el movimiento leido, segun
      *    CLASIFICAR-MOVIMIENTO: 1 retiradas, 2 ingresos, 3
      *    transferencias, 4 recibos, 5 entradas, 6 comisiones, 7
      *    intereses, 8 otros (extornos y demas ajustes) y 0 los
      *    apuntes que no son actividad de la cuenta (el saldo
      *    anterior que BANKARC arrastra al archivar), que no cuentan
      *    en ningun tipo.
       77 CATEGORIA-MOV             PIC  9(1).
       77 INDICE-CATEGORIA          PIC  9(1).
       77 NOMBRE-CATEGORIA          PIC  X(30).

       01 TABLA.
           05 REGISTROS-EN-PANTALLA PIC  9(35) OCCURS 15 TIMES.
       77 FILAS-EN-PANTALLA         PIC  9(2) VALUE 0.
       77 LINEA-FILA-ACTUAL         PIC  9(2).
       77 CONTADOR                  PIC  9(2).

      *    Paginacion del listado, de mas a menos reciente: la pagina
      *    siguiente arranca en el primer MOV-NUM menor que el ultimo
      *    mostrado (0 = primera pagina, desde el final del fichero).
       77 MOV-NUM-ARRANQUE          PIC  9(35) VALUE 0.
       77 HAY-MAS-FILAS             PIC  9(1) VALUE 0.

      *    Resumen de los ultimos doce meses: la entrada 12 es el mes
      *    en curso y la 1 el de hace once meses. Por cada mes y tipo
      *    se acumulan por separado las entradas (abonos) y las
      *    salidas (cargos), en centimos.
       01 TABLA-RESUMEN.
           05 RESUMEN-ENTRADA OCCURS 12 TIMES.
               10 RESUMEN-ANO       PIC  9(4).
               10 RESUMEN-MES       PIC  9(2).
               10 RESUMEN-TIPO OCCURS 8 TIMES.
                   15 RESUMEN-ENTRADAS  PIC S9(13).
                   15 RESUMEN-SALIDAS   PIC S9(13).
       77 INDICE-MES                PIC  9(2).
       77 ANO-CALCULO               PIC  9(4).
       77 MES-CALCULO               PIC  9(2).
       77 ORDEN-MES-HOY             PIC  9(6).
       77 ORDEN-MES-MOV             PIC  9(6).
       77 MESES-ATRAS               PIC S9(6).

       77 CENT-IMPORTE              PIC S9(9).
       77 TOTAL-ENTRADAS-MES        PIC S9(13).
       77 TOTAL-SALIDAS-MES         PIC S9(13).
       77 CENT-PANTALLA             PIC S9(13).
       77 ENTRADAS-ENT-PANT         PIC  9(11).
       77 ENTRADAS-DEC-PANT         PIC  9(2).
       77 SALIDAS-ENT-PANT          PIC  9(11).
       77 SALIDAS-DEC-PANT          PIC  9(2).

       LINKAGE SECTION.
       77 TNUM-L                    PIC  9(16).
       77 SESION-EXPIRADA-L         PIC  9(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 TIPO-ACCEPT.
           05 TIPO-SCR-ACCEPT BLANK ZERO AUTO UNDERLINE
               LINE 18 COL 46 PIC 9(1) USING TIPO-USUARIO.
           05 MES-SCR-ACCEPT BLANK ZERO AUTO UNDERLINE
               LINE 20 COL 46 PIC 9(2) USING MES-USUARIO.
           05 ANO-SCR-ACCEPT BLANK ZERO UNDERLINE
               LINE 20 COL 49 PIC 9(4) USING ANO-USUARIO.

       01 FILA-MOVIMIENTO.
           05 FILA-DIA LINE LINEA-FILA-ACTUAL COL 02
               PIC 99 FROM MOV-DIA.
           05 FILA-SEP-1 LINE LINEA-FILA-ACTUAL COL 04
               PIC A FROM "-".
           05 FILA-MES LINE LINEA-FILA-ACTUAL COL 05
               PIC 99 FROM MOV-MES.
           05 FILA-SEP-2 LINE LINEA-FILA-ACTUAL COL 07
               PIC A FROM "-".
           05 FILA-ANO LINE LINEA-FILA-ACTUAL COL 08
               PIC 9(4) FROM MOV-ANO.
           05 FILA-HOR LINE LINEA-FILA-ACTUAL COL 13
               PIC 99 FROM MOV-HOR.
           05 FILA-SEP-3 LINE LINEA-FILA-ACTUAL COL 15
               PIC A FROM ":".
           05 FILA-MIN LINE LINEA-FILA-ACTUAL COL 16
               PIC 99 FROM MOV-MIN.
           05 FILA-SEP-4 LINE LINEA-FILA-ACTUAL COL 18
               PIC A FROM "|".
           05 FILA-CONCEPTO LINE LINEA-FILA-ACTUAL COL 19
               PIC X(35) FROM MOV-CONCEPTO.
           05 FILA-SEP-5 LINE LINEA-FILA-ACTUAL COL 54
               PIC A FROM "|".
           05 FILA-IMPORTE-SIGNO LINE LINEA-FILA-ACTUAL COL 55
               PIC A FROM MOV-IMPORTE-SIGNO.
           05 FILA-IMPORTE-ENT LINE LINEA-FILA-ACTUAL COL 56
               PIC 9(7) FROM MOV-IMPORTE-ENT.
           05 FILA-SEP-6 LINE LINEA-FILA-ACTUAL COL 63
               PIC A FROM ",".
           05 FILA-IMPORTE-DEC LINE LINEA-FILA-ACTUAL COL 64
               PIC 99 FROM MOV-IMPORTE-DEC.
           05 FILA-SEP-7 LINE LINEA-FILA-ACTUAL COL 66
               PIC A FROM "|".
           05 FILA-SALDOPOS-SIGNO LINE LINEA-FILA-ACTUAL COL 67
               PIC A FROM MOV-SALDOPOS-SIGNO.
           05 FILA-SALDOPOS-ENT LINE LINEA-FILA-ACTUAL COL 68
               PIC 9(9) FROM MOV-SALDOPOS-ENT.
           05 FILA-SEP-8 LINE LINEA-FILA-ACTUAL COL 77
               PIC A FROM ",".
           05 FILA-SALDOPOS-DEC LINE LINEA-FILA-ACTUAL COL 78
               PIC 99 FROM MOV-SALDOPOS-DEC.

       01 FILA-RESUMEN.
           05 RES-NOMBRE LINE LINEA-FILA-ACTUAL COL 04
               PIC X(30) FROM NOMBRE-CATEGORIA.
           05 RES-SEP-1 LINE LINEA-FILA-ACTUAL COL 36
               PIC A FROM "|".
           05 RES-ENTRADAS-ENT LINE LINEA-FILA-ACTUAL COL 40
               PIC Z(10)9 FROM ENTRADAS-ENT-PANT.
           05 RES-SEP-2 LINE LINEA-FILA-ACTUAL COL 51
               PIC A FROM ",".
           05 RES-ENTRADAS-DEC LINE LINEA-FILA-ACTUAL COL 52
               PIC 99 FROM ENTRADAS-DEC-PANT.
           05 RES-SEP-3 LINE LINEA-FILA-ACTUAL COL 56
               PIC A FROM "|".
           05 RES-SALIDAS-ENT LINE LINEA-FILA-ACTUAL COL 60
               PIC Z(10)9 FROM SALIDAS-ENT-PANT.
           05 RES-SEP-4 LINE LINEA-FILA-ACTUAL COL 71
               PIC A FROM ",".
           05 RES-SALIDAS-DEC LINE LINEA-FILA-ACTUAL COL 72
               PIC 99 FROM SALIDAS-DEC-PANT.

       PROCEDURE DIVISION USING TNUM-L SESION-EXPIRADA-L.
       IMPRIMIR-CABECERA.
           MOVE 0 TO SESION-EXPIRADA-L.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.
           DISPLAY "Cajero Automatico UnizarBank" LINE 2 COL 26
               WITH FOREGROUND-COLOR IS BLUE
               WITH BACKGROUND-COLOR IS WHITE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CARGAR-PARAMETROS THRU CARGAR-PARAMETROS-EXIT.

           DISPLAY DIA LINE 4 COL 32.
           DISPLAY "-" LINE 4 COL 34.
           DISPLAY MES LINE 4 COL 35.
           DISPLAY "-" LINE 4 COL 37.
           DISPLAY ANO LINE 4 COL 38.
           DISPLAY HORAS LINE 4 COL 44.
           DISPLAY ":" LINE 4 COL 46.
           DISPLAY MINUTOS LINE 4 COL 47.

       PCUENTA.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-EXIT.

      *    Eleccion del tipo de movimiento a consultar, o del resumen
      *    mensual. El mes/ano es opcional: en blanco se buscan
      *    movimientos de cualquier fecha; con mes y sin ano se
      *    entiende el ano en curso.
       PMENU-TIPO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           INITIALIZE TIPO-USUARIO.
           INITIALIZE MES-USUARIO.
           INITIALIZE ANO-USUARIO.

           DISPLAY "Consulta de movimientos por tipo" LINE 6 COL 24.
           DISPLAY "1 - Retiradas de efectivo" LINE 8 COL 15.
           DISPLAY "2 - Ingresos de efectivo" LINE 9 COL 15.
           DISPLAY "3 - Transferencias" LINE 10 COL 15.
           DISPLAY "4 - Recibos domiciliados" LINE 11 COL 15.
           DISPLAY "5 - Entradas de espectaculos" LINE 12 COL 15.
           DISPLAY "6 - Comisiones" LINE 13 COL 15.
           DISPLAY "7 - Intereses" LINE 14 COL 15.
           DISPLAY "8 - Resumen mensual (ultimos 12 meses)"
               LINE 16 COL 15.

           DISPLAY "Opcion:" LINE 18 COL 15.
           DISPLAY "Mes (en blanco, todos):   /" LINE 20 COL 15.

           DISPLAY "Enter - Aceptar" LINE 24 COL 02.
           DISPLAY "ESC - Salir" LINE 24 COL 65.

           ACCEPT TIPO-ACCEPT WITH TIME-OUT SESION-TIMEOUT-SEG
               ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   IF TIMEOUT-EXPIRED
                       MOVE 1 TO SESION-EXPIRADA-L
                       EXIT PROGRAM
                   ELSE
                       GO TO PMENU-TIPO.

           IF TIPO-USUARIO = 8
               GO TO PRESUMEN.

           IF TIPO-USUARIO < 1 OR TIPO-USUARIO > 7
               GO TO PMENU-TIPO.

           IF MES-USUARIO > 12
               GO TO PMENU-TIPO.

           IF MES-USUARIO NOT = 0 AND ANO-USUARIO = 0
               MOVE ANO TO ANO-USUARIO.

           MOVE TIPO-USUARIO TO INDICE-CATEGORIA.
           PERFORM NOMBRAR-CATEGORIA THRU NOMBRAR-CATEGORIA-EXIT.

           MOVE 0 TO MOV-NUM-ARRANQUE.

      *    Busqueda de los movimientos del tipo elegido, de mas a menos
      *    recientes, quince por pantalla.
       PLISTAR-PAGINA.
           MOVE 0 TO FILAS-EN-PANTALLA.
           MOVE 0 TO HAY-MAS-FILAS.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               GO TO PSIN-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               GO TO PSYS-ERR.

           IF MOV-NUM-ARRANQUE = 0
               MOVE ALL "9" TO MOV-NUM
           ELSE
               MOVE MOV-NUM-ARRANQUE TO MOV-NUM
           END-IF.
           START F-MOVIMIENTOS KEY IS LESS THAN MOV-NUM
               INVALID KEY GO TO FIN-LISTAR.

       LISTAR-SIGUIENTE.
           READ F-MOVIMIENTOS PREVIOUS RECORD
               AT END GO TO FIN-LISTAR.

           IF MOV-TARJETA NOT = CUENTA-OPERACION
               GO TO LISTAR-SIGUIENTE.

           IF MES-USUARIO NOT = 0
               IF MOV-MES NOT = MES-USUARIO
                       OR MOV-ANO NOT = ANO-USUARIO
                   GO TO LISTAR-SIGUIENTE.

           PERFORM CLASIFICAR-MOVIMIENTO
               THRU CLASIFICAR-MOVIMIENTO-EXIT.
           IF CATEGORIA-MOV NOT = TIPO-USUARIO
               GO TO LISTAR-SIGUIENTE.

      *    Pantalla llena: se recuerda que quedan mas movimientos para
      *    ofrecer la pagina siguiente.
           IF FILAS-EN-PANTALLA = 15
               MOVE 1 TO HAY-MAS-FILAS
               GO TO FIN-LISTAR.

           ADD 1 TO FILAS-EN-PANTALLA.
           MOVE MOV-NUM TO REGISTROS-EN-PANTALLA(FILAS-EN-PANTALLA).

           GO TO LISTAR-SIGUIENTE.

       FIN-LISTAR.
           IF FILAS-EN-PANTALLA = 0 AND MOV-NUM-ARRANQUE = 0
               CLOSE F-MOVIMIENTOS
               GO TO PSIN-MOVIMIENTOS.

      *    Pagina vacia mas alla del ultimo movimiento: se vuelve a la
      *    primera pagina, que en este punto se sabe no vacia.
           IF FILAS-EN-PANTALLA = 0
               CLOSE F-MOVIMIENTOS
               MOVE 0 TO MOV-NUM-ARRANQUE
               GO TO PLISTAR-PAGINA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY NOMBRE-CATEGORIA LINE 6 COL 25.
           IF MES-USUARIO NOT = 0
               DISPLAY MES-USUARIO LINE 6 COL 56
               DISPLAY "/" LINE 6 COL 58
               DISPLAY ANO-USUARIO LINE 6 COL 59
           END-IF.

           DISPLAY "FECHA" LINE 7 COL 8.
           DISPLAY "|" LINE 7 COL 18.
           DISPLAY "CONCEPTO" LINE 7 COL 35.
           DISPLAY "|" LINE 7 COL 54.
           DISPLAY "IMPORTE" LINE 7 COL 57.
           DISPLAY "|" LINE 7 COL 66.
           DISPLAY "SALDO" LINE 7 COL 71.

           PERFORM MOSTRAR-TABLA THRU MOSTRAR-TABLA-EXIT.

           IF MOV-NUM-ARRANQUE NOT = 0
               DISPLAY "Re. pag - Inicio" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 33.
           IF HAY-MAS-FILAS = 1
               DISPLAY "Av. pag - Anteriores" LINE 24 COL 58.

       PESPERAR-LISTADO.
           ACCEPT PRESSED-KEY WITH NO ECHO LINE 24 COL 79
               WITH TIME-OUT SESION-TIMEOUT-SEG ON EXCEPTION

              IF ESC-PRESSED THEN
                  CLOSE F-MOVIMIENTOS
                  GO TO PMENU-TIPO
              END-IF

              IF TIMEOUT-EXPIRED THEN
                  CLOSE F-MOVIMIENTOS
                  MOVE 1 TO SESION-EXPIRADA-L
                  EXIT PROGRAM
              END-IF

              IF PGDN-PRESSED AND HAY-MAS-FILAS = 1 THEN
                  CLOSE F-MOVIMIENTOS
                  MOVE REGISTROS-EN-PANTALLA(FILAS-EN-PANTALLA)
                      TO MOV-NUM-ARRANQUE
                  GO TO PLISTAR-PAGINA
              END-IF

              IF PGUP-PRESSED AND MOV-NUM-ARRANQUE NOT = 0 THEN
                  CLOSE F-MOVIMIENTOS
                  MOVE 0 TO MOV-NUM-ARRANQUE
                  GO TO PLISTAR-PAGINA
              END-IF

           END-ACCEPT.

           GO TO PESPERAR-LISTADO.

       MOSTRAR-TABLA.
           MOVE 8 TO LINEA-FILA-ACTUAL.
           MOVE 1 TO CONTADOR.

       MOSTRAR-TABLA-FILA.
           IF CONTADOR > FILAS-EN-PANTALLA
               GO TO MOSTRAR-TABLA-EXIT.

           MOVE REGISTROS-EN-PANTALLA(CONTADOR) TO MOV-NUM.
           READ F-MOVIMIENTOS INVALID KEY
               CLOSE F-MOVIMIENTOS
               GO TO PSYS-ERR.

           DISPLAY FILA-MOVIMIENTO.
           ADD 1 TO LINEA-FILA-ACTUAL.
           ADD 1 TO CONTADOR.
           GO TO MOSTRAR-TABLA-FILA.

       MOSTRAR-TABLA-EXIT.
           EXIT.

      *    Resumen mensual: se recorre una sola vez la cadena de
      *    movimientos de la cuenta (por la clave alternativa
      *    MOV-TARJETA) y se acumulan entradas y salidas por mes y
      *    tipo. Se muestra un mes por pantalla, empezando por el mes
      *    en curso; Re. pag / Av. pag recorren los doce meses.
       PRESUMEN.
           INITIALIZE TABLA-RESUMEN.
           PERFORM PREPARAR-MESES THRU PREPARAR-MESES-EXIT.
           COMPUTE ORDEN-MES-HOY = (ANO * 12) + MES.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               GO TO FIN-ACUMULAR.
           IF FSM NOT = 00 AND FSM NOT = 05
               GO TO PSYS-ERR.

           MOVE CUENTA-OPERACION TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY
                   CLOSE F-MOVIMIENTOS
                   GO TO FIN-ACUMULAR.

       ACUMULAR-SIGUIENTE.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END
                   CLOSE F-MOVIMIENTOS
                   GO TO FIN-ACUMULAR.

           IF MOV-TARJETA NOT = CUENTA-OPERACION
               CLOSE F-MOVIMIENTOS
               GO TO FIN-ACUMULAR.

           COMPUTE ORDEN-MES-MOV = (MOV-ANO * 12) + MOV-MES.
           COMPUTE MESES-ATRAS = ORDEN-MES-HOY - ORDEN-MES-MOV.
           IF MESES-ATRAS < 0 OR MESES-ATRAS > 11
               GO TO ACUMULAR-SIGUIENTE.

           PERFORM CLASIFICAR-MOVIMIENTO
               THRU CLASIFICAR-MOVIMIENTO-EXIT.
           IF CATEGORIA-MOV = 0
               GO TO ACUMULAR-SIGUIENTE.

           COMPUTE INDICE-MES = 12 - MESES-ATRAS.
           COMPUTE CENT-IMPORTE =
               (MOV-IMPORTE-ENT * 100) + MOV-IMPORTE-DEC.

           IF MOV-IMPORTE-SIGNO = "-"
               ADD CENT-IMPORTE
                   TO RESUMEN-SALIDAS(INDICE-MES, CATEGORIA-MOV)
           ELSE
               ADD CENT-IMPORTE
                   TO RESUMEN-ENTRADAS(INDICE-MES, CATEGORIA-MOV)
           END-IF.

           GO TO ACUMULAR-SIGUIENTE.

       FIN-ACUMULAR.
           MOVE 12 TO INDICE-MES.

       PRESUMEN-MOSTRAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Resumen del mes" LINE 6 COL 28.
           DISPLAY RESUMEN-MES(INDICE-MES) LINE 6 COL 44.
           DISPLAY "/" LINE 6 COL 46.
           DISPLAY RESUMEN-ANO(INDICE-MES) LINE 6 COL 47.

           DISPLAY "TIPO" LINE 8 COL 4.
           DISPLAY "|" LINE 8 COL 36.
           DISPLAY "ENTRADAS" LINE 8 COL 44.
           DISPLAY "|" LINE 8 COL 56.
           DISPLAY "SALIDAS" LINE 8 COL 65.

           MOVE 0 TO TOTAL-ENTRADAS-MES.
           MOVE 0 TO TOTAL-SALIDAS-MES.
           MOVE 10 TO LINEA-FILA-ACTUAL.
           MOVE 1 TO INDICE-CATEGORIA.
           PERFORM MOSTRAR-RESUMEN THRU MOSTRAR-RESUMEN-EXIT.

           MOVE "Total del mes" TO NOMBRE-CATEGORIA.
           MOVE TOTAL-ENTRADAS-MES TO CENT-PANTALLA.
           DIVIDE CENT-PANTALLA BY 100 GIVING ENTRADAS-ENT-PANT
               REMAINDER ENTRADAS-DEC-PANT.
           MOVE TOTAL-SALIDAS-MES TO CENT-PANTALLA.
           DIVIDE CENT-PANTALLA BY 100 GIVING SALIDAS-ENT-PANT
               REMAINDER SALIDAS-DEC-PANT.
           MOVE 19 TO LINEA-FILA-ACTUAL.
           DISPLAY FILA-RESUMEN.

           IF INDICE-MES > 1
               DISPLAY "Re. pag - Mes anterior" LINE 24 COL 2.
           DISPLAY "ESC - Volver" LINE 24 COL 33.
           IF INDICE-MES < 12
               DISPLAY "Av. pag - Mes siguiente" LINE 24 COL 55.

       PESPERAR-RESUMEN.
           ACCEPT PRESSED-KEY WITH NO ECHO LINE 24 COL 79
               WITH TIME-OUT SESION-TIMEOUT-SEG ON EXCEPTION

              IF ESC-PRESSED THEN
                  GO TO PMENU-TIPO
              END-IF

              IF TIMEOUT-EXPIRED THEN
                  MOVE 1 TO SESION-EXPIRADA-L
                  EXIT PROGRAM
              END-IF

              IF PGUP-PRESSED AND INDICE-MES > 1 THEN
                  SUBTRACT 1 FROM INDICE-MES
                  GO TO PRESUMEN-MOSTRAR
              END-IF

              IF PGDN-PRESSED AND INDICE-MES < 12 THEN
                  ADD 1 TO INDICE-MES
                  GO TO PRESUMEN-MOSTRAR
              END-IF

           END-ACCEPT.

           GO TO PESPERAR-RESUMEN.

      *    Muestra una fila por tipo (del 1 al 8) del mes INDICE-MES
      *    y acumula los totales del mes.
       MOSTRAR-RESUMEN.
           IF INDICE-CATEGORIA > 8
               GO TO MOSTRAR-RESUMEN-EXIT.

           PERFORM NOMBRAR-CATEGORIA THRU NOMBRAR-CATEGORIA-EXIT.

           MOVE RESUMEN-ENTRADAS(INDICE-MES, INDICE-CATEGORIA)
               TO CENT-PANTALLA.
           ADD CENT-PANTALLA TO TOTAL-ENTRADAS-MES.
           DIVIDE CENT-PANTALLA BY 100 GIVING ENTRADAS-ENT-PANT
               REMAINDER ENTRADAS-DEC-PANT.

           MOVE RESUMEN-SALIDAS(INDICE-MES, INDICE-CATEGORIA)
               TO CENT-PANTALLA.
           ADD CENT-PANTALLA TO TOTAL-SALIDAS-MES.
           DIVIDE CENT-PANTALLA BY 100 GIVING SALIDAS-ENT-PANT
               REMAINDER SALIDAS-DEC-PANT.

           DISPLAY FILA-RESUMEN.

           ADD 1 TO LINEA-FILA-ACTUAL.
           ADD 1 TO INDICE-CATEGORIA.
           GO TO MOSTRAR-RESUMEN.

       MOSTRAR-RESUMEN-EXIT.
           EXIT.

      *    Rellena el ano y mes de cada entrada del resumen, desde el
      *    mes en curso (entrada 12) hacia atras.
       PREPARAR-MESES.
           MOVE ANO TO ANO-CALCULO.
           MOVE MES TO MES-CALCULO.
           MOVE 12 TO INDICE-MES.

       PREPARAR-MESES-SIGUIENTE.
           IF INDICE-MES = 0
               GO TO PREPARAR-MESES-EXIT.

           MOVE ANO-CALCULO TO RESUMEN-ANO(INDICE-MES).
           MOVE MES-CALCULO TO RESUMEN-MES(INDICE-MES).

           SUBTRACT 1 FROM MES-CALCULO.
           IF MES-CALCULO = 0
               MOVE 12 TO MES-CALCULO
               SUBTRACT 1 FROM ANO-CALCULO
           END-IF.

           SUBTRACT 1 FROM INDICE-MES.
           GO TO PREPARAR-MESES-SIGUIENTE.

       PREPARAR-MESES-EXIT.
           EXIT.

      *    Clasifica el movimiento leido en CATEGORIA-MOV. Se decide
      *    primero por MOV-CONCEPTO, tal y como lo graban los programas
      *    de posteo, y en su defecto por MOV-TERMINAL, que en los
      *    apuntes nocturnos es el nombre del batch que los anoto: asi
      *    un concepto nuevo de un batch ya conocido cae en su tipo sin
      *    tocar este programa.
       CLASIFICAR-MOVIMIENTO.
           MOVE 8 TO CATEGORIA-MOV.

           IF MOV-TERMINAL = "BANKARC"
               MOVE 0 TO CATEGORIA-MOV
               GO TO CLASIFICAR-MOVIMIENTO-EXIT.

           IF MOV-CONCEPTO = "Retirada de efectivo"
               MOVE 1 TO CATEGORIA-MOV
               GO TO CLASIFICAR-MOVIMIENTO-EXIT.

           IF MOV-CONCEPTO = "Ingreso de efectivo"
               MOVE 2 TO CATEGORIA-MOV
               GO TO CLASIFICAR-MOVIMIENTO-EXIT.

           IF MOV-CONCEPTO = "Transferencia programada"
                   OR MOV-CONCEPTO = "Transferencia periodica"
                   OR MOV-CONCEPTO =
                       "Transferencia interbancaria enviada"
                   OR MOV-CONCEPTO =
                       "Transferencia interbancaria recibida"
                   OR MOV-TERMINAL = "BANKTRF"
                   OR MOV-TERMINAL = "BANKEXT"
                   OR MOV-TERMINAL = "BANKIMP"
               MOVE 3 TO CATEGORIA-MOV
               GO TO CLASIFICAR-MOVIMIENTO-EXIT.

           IF MOV-CONCEPTO = "Recibo domiciliado"
                   OR MOV-CONCEPTO = "Devolucion de recibo"
                   OR MOV-TERMINAL = "BANKCOB"
               MOVE 4 TO CATEGORIA-MOV
               GO TO CLASIFICAR-MOVIMIENTO-EXIT.

           IF MOV-CONCEPTO = "Entradas de espectaculos"
                   OR MOV-CONCEPTO = "Devolucion de entradas"
                   OR MOV-TERMINAL = "BANKDEV"
               MOVE 5 TO CATEGORIA-MOV
               GO TO CLASIFICAR-MOVIMIENTO-EXIT.

           IF MOV-CONCEPTO = "Comision de servicios"
                   OR MOV-TERMINAL = "BANKFAC"
               MOVE 6 TO CATEGORIA-MOV
               GO TO CLASIFICAR-MOVIMIENTO-EXIT.

           IF MOV-CONCEPTO = "Liquidacion de intereses"
                   OR MOV-TERMINAL = "BANKINT"
               MOVE 7 TO CATEGORIA-MOV
               GO TO CLASIFICAR-MOVIMIENTO-EXIT.

       CLASIFICAR-MOVIMIENTO-EXIT.
           EXIT.

      *    Deja en NOMBRE-CATEGORIA el rotulo del tipo INDICE-CATEGORIA.
       NOMBRAR-CATEGORIA.
           MOVE "Otros movimientos" TO NOMBRE-CATEGORIA.
           IF INDICE-CATEGORIA = 1
               MOVE "Retiradas de efectivo" TO NOMBRE-CATEGORIA.
           IF INDICE-CATEGORIA = 2
               MOVE "Ingresos de efectivo" TO NOMBRE-CATEGORIA.
           IF INDICE-CATEGORIA = 3
               MOVE "Transferencias" TO NOMBRE-CATEGORIA.
           IF INDICE-CATEGORIA = 4
               MOVE "Recibos domiciliados" TO NOMBRE-CATEGORIA.
           IF INDICE-CATEGORIA = 5
               MOVE "Entradas de espectaculos" TO NOMBRE-CATEGORIA.
           IF INDICE-CATEGORIA = 6
               MOVE "Comisiones" TO NOMBRE-CATEGORIA.
           IF INDICE-CATEGORIA = 7
               MOVE "Intereses" TO NOMBRE-CATEGORIA.
       NOMBRAR-CATEGORIA-EXIT.
           EXIT.

      *    Resuelve sobre que cuenta opera la tarjeta: si vinculos.ubd
      *    la vincula a una tarjeta titular, los movimientos son los
      *    de esa titular; sin registro, la tarjeta es su propia
      *    cuenta, como siempre.
       RESOLVER-CUENTA.
           MOVE TNUM-L TO CUENTA-OPERACION.

           OPEN INPUT F-VINCULOS.
           IF FSV NOT = 00
               GO TO RESOLVER-CUENTA-EXIT.

           MOVE TNUM-L TO VIN-TARJETA.
           READ F-VINCULOS INVALID KEY
               CLOSE F-VINCULOS
               GO TO RESOLVER-CUENTA-EXIT.

           MOVE VIN-TITULAR TO CUENTA-OPERACION.
           CLOSE F-VINCULOS.

       RESOLVER-CUENTA-EXIT.
           EXIT.

       PSIN-MOVIMIENTOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay movimientos de ese tipo" LINE 9 COL 25.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.

       PSIN-MOVIMIENTOS-ENTER.
           ACCEPT PRESSED-KEY WITH NO ECHO LINE 24 COL 79
               WITH TIME-OUT SESION-TIMEOUT-SEG
           IF ENTER-PRESSED
               GO TO PMENU-TIPO
           ELSE
               IF TIMEOUT-EXPIRED
                   MOVE 1 TO SESION-EXPIRADA-L
                   EXIT PROGRAM
               ELSE
                   GO TO PSIN-MOVIMIENTOS-ENTER.

       PSYS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COL 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" LINE 24 COL 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY WITH NO ECHO LINE 24 COL 79
               WITH TIME-OUT SESION-TIMEOUT-SEG
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               IF TIMEOUT-EXPIRED
                   MOVE 1 TO SESION-EXPIRADA-L
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
