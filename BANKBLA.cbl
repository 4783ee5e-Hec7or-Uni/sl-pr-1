       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKBLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-NUM
           FILE STATUS IS FSC.

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

           SELECT OPTIONAL F-CAMBIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAM-MONEDA
           FILE STATUS IS FSCAM.

           SELECT F-CASOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAS-MOV-NUM
           FILE STATUS IS FSCAS.

           SELECT F-BLANQUEO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSBLA.

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

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/clientes.ubd".
       01 CLIENTES-REG.
      *    CLI-NUM identifica al cliente/cuenta y coincide con TNUM.
           02 CLI-NUM              PIC  9(16).
           02 CLI-NOMBRE           PIC  X(30).
           02 CLI-DIRECCION        PIC  X(40).
           02 CLI-TELEFONO         PIC  9(9).

      *    Vinculos de tarjetas adicionales (familiares) a la cuenta
      *    de la tarjeta titular; una tarjeta sin registro es su
      *    propia cuenta.
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

      *    Tabla diaria de cambios que mantiene la sucursal: cuantos
      *    euros vale una unidad de cada moneda, con seis decimales
      *    (CAM-TASA-ENT,CAM-TASA-DEC). CAM-ANO/MES/DIA documentan de
      *    que dia es la tasa cargada. El EUR no necesita registro: su
      *    tasa es 1 por definicion.
       FD F-CAMBIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/cambios.ubd".
       01 CAMBIO-REG.
           02 CAM-MONEDA           PIC  X(03).
           02 CAM-ANO              PIC   9(4).
           02 CAM-MES              PIC   9(2).
           02 CAM-DIA              PIC   9(2).
           02 CAM-TASA-ENT         PIC   9(3).
           02 CAM-TASA-DEC         PIC   9(6).

      *    Registro de casos ya comunicados a cumplimiento normativo:
      *    un registro por cada movimiento de efectivo que ha formado
      *    parte de un caso del informe de BANKBLA, con la cuenta, el
      *    tipo de caso ("U" operacion por encima del umbral, "F"
      *    fraccionamiento) y la fecha en que se comunico. Un caso
      *    cuyos movimientos estan todos ya registrados es el mismo
      *    patron que ya se reviso y no se vuelve a comunicar.
       FD F-CASOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/casosblanqueo.ubd".
       01 CASO-REG.
           02 CAS-MOV-NUM          PIC  9(35).
           02 CAS-CUENTA           PIC  9(16).
           02 CAS-TIPO             PIC  X(01).
           02 CAS-ANO              PIC  9(4).
           02 CAS-MES              PIC  9(2).
           02 CAS-DIA              PIC  9(2).

      *    Informe diario de operaciones sospechosas para el
      *    responsable de cumplimiento normativo: por cada caso, la
      *    cuenta, los datos del titular y los movimientos de efectivo
      *    que lo forman.
       FD F-BLANQUEO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/blanqueo.txt".
       01 BLA-LINE                  PIC X(110).

       WORKING-STORAGE SECTION.
       77 FSM                       PIC X(2).
       77 FSC                       PIC X(2).
       77 FSV                       PIC X(2).
       77 FSPAR                     PIC X(2).
       77 FSCAM                     PIC X(2).
       77 FSCAS                     PIC X(2).
       77 FSBLA                     PIC X(2).

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

      *    Umbral en euros a partir del cual una operacion en efectivo
      *    se comunica, sola o sumada con otras menores de la misma
      *    cuenta y sentido (los importes en otra moneda se pasan
      *    antes a euros), y dias naturales de la ventana movil que
      *    acaba hoy en la que se buscan esas sumas. Se leen de
      *    parametros.ubd (UMBRAL-EFECTIVO-BLANQUEO y
      *    VENTANA-EFECTIVO-DIAS); sin valor vigente rigen estos.
       77 UMBRAL-ENT                PIC 9(9) VALUE 10000.
       77 UMBRAL-DEC                PIC 9(2) VALUE 0.
       77 UMBRAL-CENT               PIC 9(11).
       77 VENTANA-DIAS              PIC 9(3) VALUE 5.

      *    Dias de la ventana como numero de dia absoluto: a
      *    diferencia de las retenciones, que cuentan meses de 31
      *    dias, aqui la ventana ha de cubrir dias reales aunque
      *    cruce un fin de mes.
       77 FECHA-HOY-NUM             PIC 9(8).
       77 DIA-HOY                   PIC 9(7).
       77 DIA-DESDE                 PIC 9(7).
       77 DIA-MOVIMIENTO            PIC 9(7).
       77 FECHA-MOV-NUM             PIC 9(8).

      *    Movimientos de efectivo de la ventana, ya resueltos a su
      *    cuenta. EFE-TIPO "I" ingreso, "R" retirada. EFE-REVISADO: 0
      *    sin comunicar, 1 comunicado en un dia anterior, 2
      *    comunicado hoy (el batch se ha relanzado y el caso se
      *    vuelve a escribir en el informe, que se reescribe en cada
      *    ejecucion). EFE-GRUPO es la entrada que abre el grupo de
      *    fraccionamiento en que se ha sumado (cero si en ninguno).
      *    EFE-CENT es el importe en EFE-MONEDA, como en el movimiento,
      *    y EFE-EUR el mismo importe en euros, que es el que se
      *    compara con el umbral y se suma.
       01 TABLA-EFECTIVO.
           05 EFECTIVO-ENTRADA OCCURS 5000 TIMES.
               10 EFE-MOV-NUM       PIC  9(35).
               10 EFE-CUENTA        PIC  9(16).
               10 EFE-CADENA        PIC  9(16).
               10 EFE-TIPO          PIC  X(01).
               10 EFE-MONEDA        PIC  X(03).
               10 EFE-CENT          PIC  9(11).
               10 EFE-EUR           PIC  9(11).
               10 EFE-ANO           PIC  9(4).
               10 EFE-MES           PIC  9(2).
               10 EFE-DIA           PIC  9(2).
               10 EFE-HOR           PIC  9(2).
               10 EFE-MIN           PIC  9(2).
               10 EFE-SEG           PIC  9(2).
               10 EFE-TERMINAL      PIC  X(08).
               10 EFE-REVISADO      PIC  9(1).
               10 EFE-GRUPO         PIC  9(4).
       77 TOTAL-EFECTIVO            PIC 9(4) VALUE 0.
       77 INDICE-EFECTIVO           PIC 9(4).
       77 INDICE-GRUPO              PIC 9(4).

      *    Caso en curso: tipo ("U" o "F"), primera entrada de la
      *    tabla, operaciones, importe total, cuantas no se habian
      *    comunicado, cuantas se comunicaron hoy y terminales
      *    distintos por los que han pasado.
       77 CASO-TIPO                 PIC X(01).
       77 CASO-INICIO               PIC 9(4).
       77 CASO-OPERACIONES          PIC 9(4).
       77 CASO-CENT                 PIC 9(11).
       77 CASO-NUEVAS               PIC 9(4).
       77 CASO-HOY                  PIC 9(4).
       77 CASO-NUMERO               PIC 9(4) VALUE 0.
       01 TABLA-TERMINALES.
           05 TERMINAL-CASO         PIC X(08) OCCURS 20 TIMES.
       77 TOTAL-TERMINALES          PIC 9(2).
       77 INDICE-TERMINAL           PIC 9(2).

       77 TARJETA-BUSCADA           PIC 9(16).
       77 CUENTA-OPERACION          PIC 9(16).

      *    Conversion a euros con la tasa de cambios.ubd, en
      *    millonesimas de euro por unidad de MONEDA-BUSCADA.
       77 MONEDA-BUSCADA            PIC X(03).
       77 TASA-MICRO                PIC 9(9).
       77 TASA-ENCONTRADA           PIC 9(1).
       77 EXISTE-CLIENTE            PIC 9(1).

      *    Piezas de las lineas del informe.
       77 ETIQUETA-CASO             PIC X(11).
       77 ETIQUETA-SENTIDO          PIC X(09).
       77 IMPORTE-ENT-TMP           PIC 9(9).
       77 IMPORTE-DEC-TMP           PIC 9(2).
       77 IMPORTE-EDITADO           PIC Z(8)9.
       77 NUMERO-EDITADO            PIC Z(34)9.
       77 ESPACIOS-NUMERO           PIC 9(2).
       77 POSICION-NUMERO           PIC 9(2).
       77 MARCA-COMUNICADO          PIC X(13).

       77 TOTAL-MOVIMIENTOS         PIC 9(9) VALUE 0.
       77 TOTAL-CASOS-UMBRAL        PIC 9(7) VALUE 0.
       77 TOTAL-CASOS-FRACCION      PIC 9(7) VALUE 0.
       77 TOTAL-YA-REVISADOS        PIC 9(7) VALUE 0.
       77 TOTAL-SIN-CLIENTE         PIC 9(7) VALUE 0.
       77 TOTAL-SIN-HUECO           PIC 9(7) VALUE 0.
       77 TOTAL-SIN-REGISTRAR       PIC 9(7) VALUE 0.
       77 TOTAL-SIN-TASA            PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      * Control diario de prevencion del blanqueo sobre el efectivo:
      * recorre movimientos.ubd y se queda con los ingresos (BANK5) y
      * retiradas (BANK4, y la entrega del saldo en la cancelacion
      * de BANKCIE) de efectivo de los ultimos VENTANA-DIAS dias,
      * resolviendo cada uno a su cuenta con los vinculos de
      * tarjetas. Los importes se pasan a euros con la tasa de
      * cambios.ubd. Comunica como caso cada operacion que llega al
      * umbral y, por cuenta y sentido, las operaciones menores que
      * juntas llegan a el dentro de la ventana (fraccionamiento),
      * aunque se hayan hecho con tarjetas distintas de la cuenta o
      * en cajeros distintos. Cada caso sale en blanqueo.txt con los
      * datos del titular y sus movimientos, y estos quedan en
      * casosblanqueo.ubd para no comunicar otra vez el mismo patron.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           MOVE 0 TO PARAMETRO-TARJETA.
           MOVE FECHA-HOY-NUM TO PARAMETRO-FECHA.

           MOVE "UMBRAL-EFECTIVO-BLANQUEO" TO PARAMETRO-NOMBRE.
           MOVE UMBRAL-ENT TO PARAMETRO-ENT.
           MOVE UMBRAL-DEC TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO UMBRAL-ENT.
           MOVE PARAMETRO-DEC TO UMBRAL-DEC.
           COMPUTE UMBRAL-CENT = (UMBRAL-ENT * 100) + UMBRAL-DEC.

           MOVE "VENTANA-EFECTIVO-DIAS" TO PARAMETRO-NOMBRE.
           MOVE VENTANA-DIAS TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO VENTANA-DIAS.

           COMPUTE DIA-HOY = FUNCTION INTEGER-OF-DATE (FECHA-HOY-NUM).
           COMPUTE DIA-DESDE = DIA-HOY - VENTANA-DIAS + 1.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKBLA: no se ha podido abrir movimientos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O F-CASOS.
           IF FSCAS = 35
               OPEN OUTPUT F-CASOS
               CLOSE F-CASOS
               OPEN I-O F-CASOS
           END-IF.
           IF FSCAS NOT = 00 AND FSCAS NOT = 05
               DISPLAY "BANKBLA: no se ha podido abrir "
                   "casosblanqueo.ubd"
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-BLANQUEO.
           IF FSBLA NOT = 00
               DISPLAY "BANKBLA: no se ha podido abrir el informe"
               CLOSE F-MOVIMIENTOS
               CLOSE F-CASOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE UMBRAL-ENT TO IMPORTE-EDITADO.
           MOVE SPACES TO BLA-LINE.
           STRING "OPERACIONES EN EFECTIVO A REVISAR " ANO "-" MES "-"
               DIA " UMBRAL " IMPORTE-EDITADO "," UMBRAL-DEC " EUR"
               " VENTANA " VENTANA-DIAS " DIAS"
               DELIMITED BY SIZE INTO BLA-LINE.
           WRITE BLA-LINE.

           MOVE LOW-VALUES TO MOV-NUM.
           START F-MOVIMIENTOS KEY IS NOT LESS THAN MOV-NUM
               INVALID KEY GO TO BUSCAR-CASOS.

       LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO BUSCAR-CASOS.

           ADD 1 TO TOTAL-MOVIMIENTOS.

           IF MOV-CONCEPTO NOT = "Ingreso de efectivo"
                   AND MOV-CONCEPTO NOT = "Retirada de efectivo"
               GO TO LEER-MOVIMIENTO.

           COMPUTE FECHA-MOV-NUM = (MOV-ANO * 10000)
               + (MOV-MES * 100) + MOV-DIA.
           IF FECHA-MOV-NUM > FECHA-HOY-NUM
               GO TO LEER-MOVIMIENTO.
           COMPUTE DIA-MOVIMIENTO =
               FUNCTION INTEGER-OF-DATE (FECHA-MOV-NUM).
           IF DIA-MOVIMIENTO < DIA-DESDE
               GO TO LEER-MOVIMIENTO.

           PERFORM GUARDAR-EFECTIVO THRU GUARDAR-EFECTIVO-EXIT.
           GO TO LEER-MOVIMIENTO.

      *    Anade a la tabla el movimiento de efectivo leido, con la
      *    cuenta a la que pertenece su tarjeta, su importe en euros y
      *    si ya forma parte de un caso comunicado. Sin tasa para su
      *    moneda no se puede comparar con el umbral: se cuenta y el
      *    informe lo senala.
       GUARDAR-EFECTIVO.
           IF TOTAL-EFECTIVO = 5000
               ADD 1 TO TOTAL-SIN-HUECO
               GO TO GUARDAR-EFECTIVO-EXIT.

           MOVE MOV-MONEDA TO MONEDA-BUSCADA.
           PERFORM LEER-TASA THRU LEER-TASA-EXIT.
           IF TASA-ENCONTRADA = 0
               ADD 1 TO TOTAL-SIN-TASA
               GO TO GUARDAR-EFECTIVO-EXIT.

           ADD 1 TO TOTAL-EFECTIVO.
           MOVE TOTAL-EFECTIVO TO INDICE-EFECTIVO.

           MOVE MOV-TARJETA TO TARJETA-BUSCADA.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-EXIT.

           MOVE MOV-NUM TO EFE-MOV-NUM(INDICE-EFECTIVO).
           MOVE CUENTA-OPERACION TO EFE-CUENTA(INDICE-EFECTIVO).
           MOVE MOV-TARJETA TO EFE-CADENA(INDICE-EFECTIVO).
           IF MOV-CONCEPTO = "Ingreso de efectivo"
               MOVE "I" TO EFE-TIPO(INDICE-EFECTIVO)
           ELSE
               MOVE "R" TO EFE-TIPO(INDICE-EFECTIVO)
           END-IF.
           MOVE MOV-MONEDA TO EFE-MONEDA(INDICE-EFECTIVO).
           COMPUTE EFE-CENT(INDICE-EFECTIVO) =
               (MOV-IMPORTE-ENT * 100) + MOV-IMPORTE-DEC.
           COMPUTE EFE-EUR(INDICE-EFECTIVO) ROUNDED =
               EFE-CENT(INDICE-EFECTIVO) * TASA-MICRO / 1000000
               ON SIZE ERROR
                   MOVE 99999999999 TO EFE-EUR(INDICE-EFECTIVO)
           END-COMPUTE.
           MOVE MOV-ANO TO EFE-ANO(INDICE-EFECTIVO).
           MOVE MOV-MES TO EFE-MES(INDICE-EFECTIVO).
           MOVE MOV-DIA TO EFE-DIA(INDICE-EFECTIVO).
           MOVE MOV-HOR TO EFE-HOR(INDICE-EFECTIVO).
           MOVE MOV-MIN TO EFE-MIN(INDICE-EFECTIVO).
           MOVE MOV-SEG TO EFE-SEG(INDICE-EFECTIVO).
           MOVE MOV-TERMINAL TO EFE-TERMINAL(INDICE-EFECTIVO).
           MOVE 0 TO EFE-REVISADO(INDICE-EFECTIVO).
           MOVE 0 TO EFE-GRUPO(INDICE-EFECTIVO).

           MOVE MOV-NUM TO CAS-MOV-NUM.
           READ F-CASOS INVALID KEY
               GO TO GUARDAR-EFECTIVO-EXIT.

           MOVE 1 TO EFE-REVISADO(INDICE-EFECTIVO).
           IF CAS-ANO = ANO AND CAS-MES = MES AND CAS-DIA = DIA
               MOVE 2 TO EFE-REVISADO(INDICE-EFECTIVO).

       GUARDAR-EFECTIVO-EXIT.
           EXIT.

      *    Primero las operaciones que por si solas llegan al umbral,
      *    despues los fraccionamientos con las que no llegan.
       BUSCAR-CASOS.
           CLOSE F-MOVIMIENTOS.

           MOVE 1 TO INDICE-EFECTIVO.

       BUSCAR-UMBRAL.
           IF INDICE-EFECTIVO > TOTAL-EFECTIVO
               GO TO BUSCAR-FRACCIONAMIENTO.

           IF EFE-EUR(INDICE-EFECTIVO) < UMBRAL-CENT
               ADD 1 TO INDICE-EFECTIVO
               GO TO BUSCAR-UMBRAL.

           IF EFE-REVISADO(INDICE-EFECTIVO) = 1
               ADD 1 TO TOTAL-YA-REVISADOS
               ADD 1 TO INDICE-EFECTIVO
               GO TO BUSCAR-UMBRAL.

           MOVE "U" TO CASO-TIPO.
           MOVE INDICE-EFECTIVO TO CASO-INICIO.
           MOVE 1 TO CASO-OPERACIONES.
           MOVE EFE-EUR(INDICE-EFECTIVO) TO CASO-CENT.
           MOVE 1 TO TOTAL-TERMINALES.
           MOVE EFE-TERMINAL(INDICE-EFECTIVO) TO TERMINAL-CASO(1).
           PERFORM ESCRIBIR-CASO THRU ESCRIBIR-CASO-EXIT.
           ADD 1 TO TOTAL-CASOS-UMBRAL.

           ADD 1 TO INDICE-EFECTIVO.
           GO TO BUSCAR-UMBRAL.

      *    Cada operacion por debajo del umbral que aun no se ha
      *    sumado abre un grupo con todas las de su misma cuenta y
      *    sentido dentro de la ventana. El grupo es un caso
      *    si tiene mas de una operacion y entre todas llegan al
      *    umbral, salvo que todas sus operaciones se comunicaran ya
      *    en dias anteriores: es el mismo patron ya revisado. Una
      *    operacion nueva que se sume a el lo vuelve a comunicar.
       BUSCAR-FRACCIONAMIENTO.
           MOVE 1 TO INDICE-EFECTIVO.

       BUSCAR-FRACCION-SIGUIENTE.
           IF INDICE-EFECTIVO > TOTAL-EFECTIVO
               GO TO FIN-BLANQUEO.

           IF EFE-EUR(INDICE-EFECTIVO) NOT < UMBRAL-CENT
                   OR EFE-GRUPO(INDICE-EFECTIVO) NOT = 0
               ADD 1 TO INDICE-EFECTIVO
               GO TO BUSCAR-FRACCION-SIGUIENTE.

           MOVE "F" TO CASO-TIPO.
           MOVE INDICE-EFECTIVO TO CASO-INICIO.
           PERFORM SUMAR-GRUPO THRU SUMAR-GRUPO-EXIT.

           IF CASO-OPERACIONES < 2 OR CASO-CENT < UMBRAL-CENT
               ADD 1 TO INDICE-EFECTIVO
               GO TO BUSCAR-FRACCION-SIGUIENTE.

           IF CASO-NUEVAS = 0 AND CASO-HOY = 0
               ADD 1 TO TOTAL-YA-REVISADOS
               ADD 1 TO INDICE-EFECTIVO
               GO TO BUSCAR-FRACCION-SIGUIENTE.

           PERFORM ESCRIBIR-CASO THRU ESCRIBIR-CASO-EXIT.
           ADD 1 TO TOTAL-CASOS-FRACCION.

           ADD 1 TO INDICE-EFECTIVO.
           GO TO BUSCAR-FRACCION-SIGUIENTE.

      *    Suma el grupo que abre la entrada CASO-INICIO: todas las
      *    entradas desde ella de la misma cuenta y sentido por
      *    debajo del umbral y aun sin grupo, que quedan marcadas
      *    con el numero de entrada que abre el suyo.
       SUMAR-GRUPO.
           MOVE 0 TO CASO-OPERACIONES.
           MOVE 0 TO CASO-CENT.
           MOVE 0 TO CASO-NUEVAS.
           MOVE 0 TO CASO-HOY.
           MOVE 0 TO TOTAL-TERMINALES.
           MOVE CASO-INICIO TO INDICE-GRUPO.

       SUMAR-GRUPO-SIGUIENTE.
           IF INDICE-GRUPO > TOTAL-EFECTIVO
               GO TO SUMAR-GRUPO-EXIT.

           IF EFE-GRUPO(INDICE-GRUPO) = 0
                   AND EFE-EUR(INDICE-GRUPO) < UMBRAL-CENT
                   AND EFE-CUENTA(INDICE-GRUPO)
                       = EFE-CUENTA(CASO-INICIO)
                   AND EFE-TIPO(INDICE-GRUPO) = EFE-TIPO(CASO-INICIO)
               MOVE CASO-INICIO TO EFE-GRUPO(INDICE-GRUPO)
           END-IF.

           IF EFE-GRUPO(INDICE-GRUPO) NOT = CASO-INICIO
               ADD 1 TO INDICE-GRUPO
               GO TO SUMAR-GRUPO-SIGUIENTE.

           ADD 1 TO CASO-OPERACIONES.
           ADD EFE-EUR(INDICE-GRUPO) TO CASO-CENT.
           IF EFE-REVISADO(INDICE-GRUPO) = 0
               ADD 1 TO CASO-NUEVAS.
           IF EFE-REVISADO(INDICE-GRUPO) = 2
               ADD 1 TO CASO-HOY.
           PERFORM CONTAR-TERMINAL THRU CONTAR-TERMINAL-EXIT.

           ADD 1 TO INDICE-GRUPO.
           GO TO SUMAR-GRUPO-SIGUIENTE.

       SUMAR-GRUPO-EXIT.
           EXIT.

      *    Anota en la tabla de terminales del caso el de la entrada
      *    INDICE-GRUPO si aun no estaba.
       CONTAR-TERMINAL.
           MOVE 1 TO INDICE-TERMINAL.

       CONTAR-TERMINAL-BUSCAR.
           IF INDICE-TERMINAL > TOTAL-TERMINALES
               GO TO CONTAR-TERMINAL-NUEVO.

           IF TERMINAL-CASO(INDICE-TERMINAL)
                   = EFE-TERMINAL(INDICE-GRUPO)
               GO TO CONTAR-TERMINAL-EXIT.

           ADD 1 TO INDICE-TERMINAL.
           GO TO CONTAR-TERMINAL-BUSCAR.

       CONTAR-TERMINAL-NUEVO.
           IF TOTAL-TERMINALES = 20
               GO TO CONTAR-TERMINAL-EXIT.

           ADD 1 TO TOTAL-TERMINALES.
           MOVE EFE-TERMINAL(INDICE-GRUPO)
               TO TERMINAL-CASO(TOTAL-TERMINALES).

       CONTAR-TERMINAL-EXIT.
           EXIT.

      *    Escribe en el informe el caso CASO-TIPO que abre la entrada
      *    CASO-INICIO: una cabecera con la cuenta y los totales en
      *    euros, los datos del titular de clientes.ubd y una linea
      *    por cada movimiento con su importe y moneda originales, y
      *    registra en casosblanqueo.ubd los que aun no se habian
      *    comunicado.
       ESCRIBIR-CASO.
           ADD 1 TO CASO-NUMERO.

           IF CASO-TIPO = "U"
               MOVE "UMBRAL" TO ETIQUETA-CASO
           ELSE
               MOVE "FRACCIONADO" TO ETIQUETA-CASO
           END-IF.
           IF EFE-TIPO(CASO-INICIO) = "I"
               MOVE "INGRESOS" TO ETIQUETA-SENTIDO
           ELSE
               MOVE "RETIRADAS" TO ETIQUETA-SENTIDO
           END-IF.

           DIVIDE CASO-CENT BY 100 GIVING IMPORTE-ENT-TMP
               REMAINDER IMPORTE-DEC-TMP.
           MOVE IMPORTE-ENT-TMP TO IMPORTE-EDITADO.

           MOVE SPACES TO BLA-LINE.
           WRITE BLA-LINE.
           MOVE SPACES TO BLA-LINE.
           STRING "CASO " CASO-NUMERO " " ETIQUETA-CASO
               " CUENTA " EFE-CUENTA(CASO-INICIO)
               " " ETIQUETA-SENTIDO
               " OPS " CASO-OPERACIONES
               " TERMINALES " TOTAL-TERMINALES
               " TOTAL " IMPORTE-EDITADO "," IMPORTE-DEC-TMP
               " EUR"
               DELIMITED BY SIZE INTO BLA-LINE.
           WRITE BLA-LINE.

           PERFORM ESCRIBIR-TITULAR THRU ESCRIBIR-TITULAR-EXIT.

           IF CASO-TIPO = "U"
               MOVE CASO-INICIO TO INDICE-GRUPO
               PERFORM ESCRIBIR-MOVIMIENTO
                   THRU ESCRIBIR-MOVIMIENTO-EXIT
               GO TO ESCRIBIR-CASO-EXIT
           END-IF.

           MOVE CASO-INICIO TO INDICE-GRUPO.

       ESCRIBIR-CASO-SIGUIENTE.
           IF INDICE-GRUPO > TOTAL-EFECTIVO
               GO TO ESCRIBIR-CASO-EXIT.

           IF EFE-GRUPO(INDICE-GRUPO) = CASO-INICIO
               PERFORM ESCRIBIR-MOVIMIENTO
                   THRU ESCRIBIR-MOVIMIENTO-EXIT
           END-IF.

           ADD 1 TO INDICE-GRUPO.
           GO TO ESCRIBIR-CASO-SIGUIENTE.

       ESCRIBIR-CASO-EXIT.
           EXIT.

      *    Nombre, direccion y telefono del titular de la cuenta del
      *    caso. Sin ficha de cliente el caso se comunica igual y se
      *    senala para que cumplimiento normativo lo complete.
       ESCRIBIR-TITULAR.
           MOVE 1 TO EXISTE-CLIENTE.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; la lectura no encontrara registro.
           OPEN INPUT CLIENTES.
           IF FSC NOT = 00 AND FSC NOT = 05
               MOVE 0 TO EXISTE-CLIENTE
           ELSE
               MOVE EFE-CUENTA(CASO-INICIO) TO CLI-NUM
               READ CLIENTES INVALID KEY MOVE 0 TO EXISTE-CLIENTE
               END-READ
               CLOSE CLIENTES
           END-IF.

           MOVE SPACES TO BLA-LINE.
           IF EXISTE-CLIENTE = 0
               ADD 1 TO TOTAL-SIN-CLIENTE
               STRING "  SIN FICHA DE CLIENTE PARA "
                   EFE-CUENTA(CASO-INICIO)
                   DELIMITED BY SIZE INTO BLA-LINE
           ELSE
               STRING "  TITULAR " CLI-NOMBRE
                   " DIRECCION " CLI-DIRECCION
                   " TEL " CLI-TELEFONO
                   DELIMITED BY SIZE INTO BLA-LINE
           END-IF.
           WRITE BLA-LINE.

       ESCRIBIR-TITULAR-EXIT.
           EXIT.

      *    Linea del movimiento INDICE-GRUPO: numero, fecha y hora,
      *    tarjeta en cuya cadena esta, terminal e importe. Los que ya
      *    se comunicaron en un dia anterior se senalan; los nuevos se
      *    registran ahora en casosblanqueo.ubd.
       ESCRIBIR-MOVIMIENTO.
           MOVE EFE-MOV-NUM(INDICE-GRUPO) TO NUMERO-EDITADO.
           MOVE 0 TO ESPACIOS-NUMERO.
           INSPECT NUMERO-EDITADO TALLYING ESPACIOS-NUMERO
               FOR LEADING SPACES.
           COMPUTE POSICION-NUMERO = ESPACIOS-NUMERO + 1.

           DIVIDE EFE-CENT(INDICE-GRUPO) BY 100 GIVING IMPORTE-ENT-TMP
               REMAINDER IMPORTE-DEC-TMP.
           MOVE IMPORTE-ENT-TMP TO IMPORTE-EDITADO.

           MOVE SPACES TO MARCA-COMUNICADO.
           IF EFE-REVISADO(INDICE-GRUPO) = 1
               MOVE " (COMUNICADO)" TO MARCA-COMUNICADO.

           MOVE SPACES TO BLA-LINE.
           STRING "  MOV " NUMERO-EDITADO(POSICION-NUMERO:)
               " " EFE-ANO(INDICE-GRUPO) "-" EFE-MES(INDICE-GRUPO)
               "-" EFE-DIA(INDICE-GRUPO)
               " " EFE-HOR(INDICE-GRUPO) ":" EFE-MIN(INDICE-GRUPO)
               ":" EFE-SEG(INDICE-GRUPO)
               " TARJETA " EFE-CADENA(INDICE-GRUPO)
               " TERMINAL " EFE-TERMINAL(INDICE-GRUPO)
               " " IMPORTE-EDITADO "," IMPORTE-DEC-TMP
               " " EFE-MONEDA(INDICE-GRUPO)
               MARCA-COMUNICADO
               DELIMITED BY SIZE INTO BLA-LINE.
           WRITE BLA-LINE.

           IF EFE-REVISADO(INDICE-GRUPO) NOT = 0
               GO TO ESCRIBIR-MOVIMIENTO-EXIT.

           MOVE EFE-MOV-NUM(INDICE-GRUPO) TO CAS-MOV-NUM.
           MOVE EFE-CUENTA(INDICE-GRUPO) TO CAS-CUENTA.
           MOVE CASO-TIPO TO CAS-TIPO.
           MOVE ANO TO CAS-ANO.
           MOVE MES TO CAS-MES.
           MOVE DIA TO CAS-DIA.
           WRITE CASO-REG INVALID KEY
               ADD 1 TO TOTAL-SIN-REGISTRAR
               GO TO ESCRIBIR-MOVIMIENTO-EXIT.

           MOVE 2 TO EFE-REVISADO(INDICE-GRUPO).

       ESCRIBIR-MOVIMIENTO-EXIT.
           EXIT.

      *    Recupera en TASA-MICRO (millonesimas de euro por unidad) la
      *    tasa de MONEDA-BUSCADA segun cambios.ubd, igual que BANKTRF;
      *    el EUR vale 1 por definicion y no necesita registro. A
      *    diferencia del posteo, aqui no se exige que la tasa sea del
      *    dia: la ventana abarca varios dias y cambios.ubd solo
      *    guarda la ultima tasa cargada, que es la que rige.
      *    TASA-ENCONTRADA queda a 0 si la tabla no existe o no tiene
      *    esa moneda.
       LEER-TASA.
           MOVE 0 TO TASA-ENCONTRADA.
           MOVE 0 TO TASA-MICRO.

           IF MONEDA-BUSCADA = "EUR"
               MOVE 1000000 TO TASA-MICRO
               MOVE 1 TO TASA-ENCONTRADA
               GO TO LEER-TASA-EXIT.

           OPEN INPUT F-CAMBIOS.
           IF FSCAM NOT = 00
               GO TO LEER-TASA-EXIT.

           MOVE MONEDA-BUSCADA TO CAM-MONEDA.
           READ F-CAMBIOS INVALID KEY
               CLOSE F-CAMBIOS
               GO TO LEER-TASA-EXIT.

           COMPUTE TASA-MICRO =
               (CAM-TASA-ENT * 1000000) + CAM-TASA-DEC.
           IF TASA-MICRO NOT = 0
               MOVE 1 TO TASA-ENCONTRADA
           END-IF.
           CLOSE F-CAMBIOS.

       LEER-TASA-EXIT.
           EXIT.

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

       FIN-BLANQUEO.
           CLOSE F-CASOS.

           MOVE SPACES TO BLA-LINE.
           WRITE BLA-LINE.

           MOVE SPACES TO BLA-LINE.
           STRING "MOVIMIENTOS REVISADOS: " TOTAL-MOVIMIENTOS
               DELIMITED BY SIZE INTO BLA-LINE.
           WRITE BLA-LINE.

           MOVE SPACES TO BLA-LINE.
           STRING "OPERACIONES DE EFECTIVO EN LA VENTANA: "
               TOTAL-EFECTIVO
               DELIMITED BY SIZE INTO BLA-LINE.
           WRITE BLA-LINE.

           MOVE SPACES TO BLA-LINE.
           STRING "CASOS POR OPERACION SOBRE EL UMBRAL: "
               TOTAL-CASOS-UMBRAL
               DELIMITED BY SIZE INTO BLA-LINE.
           WRITE BLA-LINE.

           MOVE SPACES TO BLA-LINE.
           STRING "CASOS POR FRACCIONAMIENTO: " TOTAL-CASOS-FRACCION
               DELIMITED BY SIZE INTO BLA-LINE.
           WRITE BLA-LINE.

           MOVE SPACES TO BLA-LINE.
           STRING "CASOS YA COMUNICADOS ANTES: " TOTAL-YA-REVISADOS
               DELIMITED BY SIZE INTO BLA-LINE.
           WRITE BLA-LINE.

           MOVE SPACES TO BLA-LINE.
           STRING "CASOS SIN FICHA DE CLIENTE: " TOTAL-SIN-CLIENTE
               DELIMITED BY SIZE INTO BLA-LINE.
           WRITE BLA-LINE.

           IF TOTAL-SIN-REGISTRAR NOT = 0
               MOVE SPACES TO BLA-LINE
               STRING "ATENCION: MOVIMIENTOS SIN ANOTAR EN "
                   "casosblanqueo.ubd: " TOTAL-SIN-REGISTRAR
                   DELIMITED BY SIZE INTO BLA-LINE
               WRITE BLA-LINE
           END-IF.

           IF TOTAL-SIN-TASA NOT = 0
               MOVE SPACES TO BLA-LINE
               STRING "ATENCION: OPERACIONES SIN ANALIZAR POR FALTA DE "
                   "TASA EN cambios.ubd: " TOTAL-SIN-TASA
                   DELIMITED BY SIZE INTO BLA-LINE
               WRITE BLA-LINE
           END-IF.

           IF TOTAL-SIN-HUECO NOT = 0
               MOVE SPACES TO BLA-LINE
               STRING "ATENCION: OPERACIONES DE EFECTIVO SIN ANALIZAR "
                   "POR EXCESO DE MOVIMIENTOS: " TOTAL-SIN-HUECO
                   DELIMITED BY SIZE INTO BLA-LINE
               WRITE BLA-LINE
           END-IF.

           CLOSE F-BLANQUEO.

           COMPUTE CASO-NUMERO = TOTAL-CASOS-UMBRAL
               + TOTAL-CASOS-FRACCION.
           DISPLAY "BANKBLA: operaciones de efectivo " TOTAL-EFECTIVO.
           DISPLAY "BANKBLA: casos comunicados " CASO-NUMERO.
           GOBACK.

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
