       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCIE.

      * Programa de mantenimiento de sucursal (no es una opcion del
      * cajero automatico). Cancela una cuenta a peticion de su
      * titular. Primero muestra todo lo que la cuenta tiene todavia
      * abierto: el saldo de saldos.ubd, las transferencias
      * programadas y periodicas pendientes, los recibos pendientes
      * de cobro y los mandatos activos, las ordenes interbancarias
      * sin enviar, las tarjetas adicionales de vinculos.ubd y las
      * entradas de espectaculos vendidas para funciones que aun no
      * se han celebrado, junto con los intereses y comisiones que
      * quedan por liquidar. Con la conformidad del cliente y la
      * aprobacion de un supervisor distinto del empleado, anula o
      * liquida cada cosa, postea los ultimos intereses y
      * comisiones, entrega el saldo (en efectivo o por
      * transferencia) y marca la cuenta y todas sus tarjetas como
      * canceladas ("C") en estados.ubd, con lo que el cajero deja
      * de admitirlas y los batch de intereses y comisiones dejan de
      * liquidarla. El extracto de cierre queda en cancelacion.txt
      * para imprimirlo y entregarlo al cliente, y la cancelacion se
      * anota en ajusteslog.txt y sus cambios en auditoria.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

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

           SELECT OPTIONAL F-MONEDAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MON-TARJETA
           FILE STATUS IS FSMON.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAL-TARJETA
           FILE STATUS IS FSS.

           SELECT OPTIONAL F-CONTADOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSCNT.

           SELECT OPTIONAL F-TRANSFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-NUM
           FILE STATUS IS FSTR.

           SELECT OPTIONAL F-RECIBOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSREC.

           SELECT OPTIONAL F-MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSMAN.

           SELECT OPTIONAL F-ENVIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENV-NUM
           FILE STATUS IS FSENV.

           SELECT OPTIONAL F-EVENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVE-CLAVE
           FILE STATUS IS FSE.

           SELECT OPTIONAL F-CATALOGO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-EVENTO
           FILE STATUS IS FSCAT.

           SELECT OPTIONAL F-TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSTAR.

           SELECT OPTIONAL F-ESTADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-TARJETA
           FILE STATUS IS FSEST.

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

           SELECT OPTIONAL F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAUD.
           SELECT OPTIONAL AJUSTESLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLOG.

           SELECT F-CANCELACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCAN.

       DATA DIVISION.
       FILE SECTION.
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
      *    de la tarjeta titular. Lo mantiene la sucursal, igual que
      *    clientes.ubd; una tarjeta sin registro es su propia cuenta.
       FD F-VINCULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/vinculos.ubd".
       01 VINCULO-REG.
           02 VIN-TARJETA          PIC  9(16).
           02 VIN-TITULAR          PIC  9(16).

      *    Moneda ISO 4217 en la que opera cada tarjeta/cuenta. Lo
      *    mantiene la sucursal, igual que clientes.ubd; una tarjeta
      *    sin registro opera en EUR.
       FD F-MONEDAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/monedas.ubd".
       01 MONEDA-REG.
           02 MON-TARJETA          PIC  9(16).
           02 MON-CODIGO           PIC  X(03).

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

      *    Maestro de saldos por cuenta, mantenido por los programas
      *    de posteo y verificado cada noche por BANKSAL. La magnitud
      *    va sin signo y el signo aparte, igual que MOV-SALDOPOS.
       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/saldos.ubd".
       01 SALDO-REG.
           02 SAL-TARJETA          PIC  9(16).
           02 SAL-SALDO-ENT        PIC  9(9).
           02 SAL-SALDO-DEC        PIC  9(2).
           02 SAL-SIGNO            PIC  X(01).

      *    Contador compartido de claves: un registro por serie
      *    ("MOV-NUM" para los movimientos, "ENV-NUM" para las ordenes
      *    interbancarias) con el ultimo numero repartido. Mientras
      *    un programa lo tiene abierto I-O el fichero queda retenido
      *    en exclusiva, asi que dos terminales posteando a la vez ya
      *    no pueden repartirse el mismo numero.
       FD F-CONTADOR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/contador.ubd".
       01 CONTADOR-REG.
           02 CNT-NOMBRE           PIC  X(08).
           02 CNT-VALOR            PIC  9(35).

       FD F-TRANSFERENCIAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/transferencias.ubd".
       01 TRANSFE-REG.
           02 TR-NUM               PIC  9(35).
           02 TR-ORIGEN            PIC  9(16).
           02 TR-DESTINO           PIC  9(16).
           02 TR-IMPORTE-ENT       PIC  S9(7).
           02 TR-IMPORTE-DEC       PIC   9(2).
      *    TR-CONCEPTO = {Transferencia programada, Transferencia
      *    periodica}
           02 TR-ANO-ULT-EJEC      PIC   9(4).
           02 TR-MES-ULT-EJEC      PIC   9(2).
           02 TR-DIA-ULT-EJEC      PIC   9(2).
           02 TR-CONCEPTO          PIC   X(35).
           02 TR-ANO               PIC   9(4).
           02 TR-MES               PIC   9(2).
           02 TR-DIA               PIC   9(2).
      *    TR-ANO-FIN/TR-MES-FIN/TR-DIA-FIN = 0 si la periodica no
      *    tiene fecha de fin (indefinida).
           02 TR-ANO-FIN           PIC   9(4).
           02 TR-MES-FIN           PIC   9(2).
           02 TR-DIA-FIN           PIC   9(2).
      *    TR-MONEDA es el codigo de moneda ISO 4217 del importe.
           02 TR-MONEDA            PIC  X(03).

      *    Maestro de recibos domiciliados. REC-ESTADO = "P" pendiente
      *    de cobro, "C" cobrado, "D" devuelto por el cliente, "I"
      *    impagado. Al cancelar la cuenta sus recibos pendientes
      *    pasan a "I" con el motivo "AC04" (cuenta cancelada) y
      *    BANKCOB los comunica a su emisor en el siguiente fichero
      *    de devoluciones, como cualquier otro impagado.
       FD F-RECIBOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/recibos.ubd".
       01 RECIBO-REG.
           02 REC-NUM              PIC  9(35).
           02 REC-TARJETA          PIC  9(16).
           02 REC-EMISOR           PIC  X(30).
           02 REC-REFERENCIA       PIC  X(20).
           02 REC-IMPORTE-ENT      PIC  9(7).
           02 REC-IMPORTE-DEC      PIC  9(2).
           02 REC-ESTADO           PIC  X(01).
           02 REC-ANO-PRES         PIC  9(4).
           02 REC-MES-PRES         PIC  9(2).
           02 REC-DIA-PRES         PIC  9(2).
           02 REC-ANO-COBRO        PIC  9(4).
           02 REC-MES-COBRO        PIC  9(2).
           02 REC-DIA-COBRO        PIC  9(2).
           02 REC-MOV-COBRO        PIC  9(35).
           02 REC-INTENTOS         PIC  9(3).
           02 REC-MOTIVO           PIC  X(04).
           02 REC-ANO-DEVOL        PIC  9(4).
           02 REC-MES-DEVOL        PIC  9(2).
           02 REC-DIA-DEVOL        PIC  9(2).
           02 REC-COMUNICADO       PIC  X(01).

      *    Mandatos de domiciliacion: un registro por cuenta (tarjeta
      *    titular, ya resuelta por vinculos.ubd) y REC-EMISOR. Al
      *    cancelar la cuenta sus mandatos activos ("A") quedan
      *    revocados ("R") con la fecha de la cancelacion.
       FD F-MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/mandatos.ubd".
       01 MANDATO-REG.
           02 MAN-CLAVE.
               03 MAN-CUENTA       PIC  9(16).
               03 MAN-EMISOR       PIC  X(30).
           02 MAN-REFERENCIA       PIC  X(35).
           02 MAN-ANO-FIRMA        PIC  9(4).
           02 MAN-MES-FIRMA        PIC  9(2).
           02 MAN-DIA-FIRMA        PIC  9(2).
           02 MAN-ESTADO           PIC  X(01).
           02 MAN-MAXIMO-ENT       PIC  9(7).
           02 MAN-MAXIMO-DEC       PIC  9(2).
           02 MAN-ANO-REVOCACION   PIC  9(4).
           02 MAN-MES-REVOCACION   PIC  9(2).
           02 MAN-DIA-REVOCACION   PIC  9(2).

      *    Cola de transferencias interbancarias salientes. ENV-ESTADO
      *    "P" pendiente, "E" enviada, "D" devuelta por la camara, "C"
      *    anulada en la sucursal al cancelar la cuenta antes de
      *    salir (BANKEXT solo envia las "P").
       FD F-ENVIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/interenv.ubd".
       01 ENVIO-REG.
           02 ENV-NUM              PIC  9(35).
           02 ENV-ORIGEN           PIC  9(16).
           02 ENV-DESTINO          PIC  9(16).
           02 ENV-IMPORTE-ENT      PIC  9(7).
           02 ENV-IMPORTE-DEC      PIC  9(2).
           02 ENV-MONEDA           PIC  X(03).
           02 ENV-ESTADO           PIC  X(01).
           02 ENV-ANO-ALTA         PIC  9(4).
           02 ENV-MES-ALTA         PIC  9(2).
           02 ENV-DIA-ALTA         PIC  9(2).
           02 ENV-ANO-ENVIO        PIC  9(4).
           02 ENV-MES-ENVIO        PIC  9(2).
           02 ENV-DIA-ENVIO        PIC  9(2).
           02 ENV-MOV-CARGO        PIC  9(35).
      *    Devolucion de la orden por la camara (ENV-ESTADO "D"):
      *    motivo recibido, fecha y movimiento de reabono en origen.
           02 ENV-MOTIVO-DEVOL     PIC  X(04).
           02 ENV-ANO-DEVOL        PIC  9(4).
           02 ENV-MES-DEVOL        PIC  9(2).
           02 ENV-DIA-DEVOL        PIC  9(2).
           02 ENV-MOV-DEVOL        PIC  9(35).

      *    Maestro de butacas vendidas por el canal de cajeros: un
      *    registro por evento+asiento. EVE-VENDIDO = "S" vendida;
      *    la devolucion la deja en "N" y la butaca puede volver a
      *    comprarse.
       FD F-EVENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/eventos.ubd".
       01 EVENTOS-REG.
           02 EVE-CLAVE.
               03 EVE-EVENTO       PIC  X(20).
               03 EVE-ASIENTO      PIC  X(06).
           02 EVE-VENDIDO          PIC  X(01).
           02 EVE-TARJETA          PIC  9(16).
           02 EVE-ANO              PIC   9(4).
           02 EVE-MES              PIC   9(2).
           02 EVE-DIA              PIC   9(2).

      *    Catalogo de espectaculos a la venta, mantenido por la
      *    sucursal con BANKCAT. Aqui solo interesa la fecha de la
      *    funcion: una entrada de una funcion ya celebrada se da por
      *    usada y no se devuelve.
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

      *    Tarifario de comisiones por operacion, mantenido por la
      *    sucursal con BANKTAR. TAR-TERMINAL a espacios es la tarifa
      *    generica del concepto; con valor, la tarifa especifica de
      *    ese cajero, que tiene preferencia sobre la generica.
       FD F-TARIFAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/tarifas.ubd".
       01 TARIFA-REG.
           02 TAR-CLAVE.
               03 TAR-CONCEPTO     PIC  X(35).
               03 TAR-TERMINAL     PIC  X(08).
           02 TAR-IMPORTE-ENT      PIC  9(7).
           02 TAR-IMPORTE-DEC      PIC  9(2).

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
       01 ESTADO-REG.
           02 EST-TARJETA          PIC  9(16).
           02 EST-ESTADO           PIC  X(01).
           02 EST-OPERADOR         PIC  X(08).
           02 EST-ANO              PIC  9(4).
           02 EST-MES              PIC  9(2).
           02 EST-DIA              PIC  9(2).

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

       FD AJUSTESLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/ajusteslog.txt".
       01 LOG-LINE                 PIC X(200).

      *    Extracto de cierre de la ultima cuenta cancelada, para
      *    imprimirlo y entregarlo al cliente: se reescribe en cada
      *    cancelacion.
       FD F-CANCELACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/cancelacion.txt".
       01 CAN-LINE                 PIC X(120).

       WORKING-STORAGE SECTION.
       77 FST                       PIC X(2).
       77 FSC                       PIC X(2).
       77 FSV                       PIC X(2).
       77 FSMON                     PIC X(2).
       77 FSM                       PIC X(2).
       77 FSS                       PIC X(2).
       77 FSCNT                     PIC X(2).
       77 FSTR                      PIC X(2).
       77 FSREC                     PIC X(2).
       77 FSMAN                     PIC X(2).
       77 FSENV                     PIC X(2).
       77 FSE                       PIC X(2).
       77 FSCAT                     PIC X(2).
       77 FSTAR                     PIC X(2).
       77 FSEST                     PIC X(2).
       77 FSPAR                     PIC X(2).
       77 FSOPE                     PIC X(2).
       77 FSAUD                     PIC X(2).
       77 FSLOG                     PIC X(2).
       77 FSCAN                     PIC X(2).

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
       77 TARJETA-TECLEADA          PIC 9(16).
       77 DESTINO-TECLEADO          PIC 9(16).
       77 CONFIRMACION-TECLEADA     PIC X(01).

       77 OPERADOR-TECLEADO         PIC X(08).
       77 APROBADOR-OPERADOR        PIC X(08).

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

      *    Entrada de ANOTAR-AUDITORIA: fichero, clave e imagen del
      *    registro antes y despues del cambio.
       77 AUDITORIA-FICHERO         PIC X(16).
       77 AUDITORIA-CLAVE           PIC X(50).
       77 AUDITORIA-ANTES           PIC X(250).
       77 AUDITORIA-DESPUES         PIC X(250).

      *    Cuenta que se cancela (tarjeta titular, ya resuelta por
      *    vinculos.ubd), con los datos de su titular para el extracto
      *    y la fecha de hoy en AAAAMMDD.
       77 CUENTA-CANCELAR           PIC 9(16).
       77 CLIENTE-NOMBRE            PIC X(30).
       77 CLIENTE-DIRECCION         PIC X(40).
       77 MONEDA-CUENTA             PIC X(03).
       77 HOY-NUM                   PIC 9(8).

      *    Tarjetas adicionales de la cuenta segun vinculos.ubd. Una
      *    tarjeta pertenece a la cuenta si es la titular o esta en
      *    esta tabla (COMPROBAR-TARJETA-CUENTA).
       01 TABLA-VINCULADAS.
           05 VINCULADA-TARJETA     PIC 9(16) OCCURS 50 TIMES.
       77 TOTAL-VINCULADAS          PIC 9(2).
       77 VINCULADAS-SIN-HUECO      PIC 9(3).
       77 INDICE-VINCULADA          PIC 9(2).
       77 TARJETA-COMPROBAR         PIC 9(16).
       77 TARJETA-DE-CUENTA         PIC 9(1).

      *    Cada repaso de lo pendiente se hace dos veces: con
      *    MODO-CANCELAR a 0 solo lo muestra al empleado; con 1, ya
      *    aprobada la cancelacion, lo anula o liquida y lo anota en
      *    el extracto.
       77 MODO-CANCELAR             PIC 9(1).
       77 TR-PENDIENTE              PIC 9(1).
       77 FECHA-FIN-NUM             PIC 9(8).
       77 FUNCION-NUM               PIC 9(8).
       77 CATALOGO-ABIERTO          PIC 9(1).
       77 TOTAL-TRF-SALIENTES       PIC 9(5).
       77 TOTAL-TRF-ENTRANTES       PIC 9(5).
       77 TOTAL-RECIBOS             PIC 9(5).
       77 TOTAL-MANDATOS            PIC 9(5).
       77 TOTAL-ENVIOS              PIC 9(5).
       77 TOTAL-ENTRADAS            PIC 9(5).
       77 TOTAL-SIN-COMPRA          PIC 9(5).
       77 TOTAL-SIN-CATALOGO        PIC 9(5).
       77 CENT-ENTRADAS             PIC S9(11).
       77 ERRORES-CANCELACION       PIC 9(3).

      *    Ultima liquidacion de intereses y comisiones. BANKINT y
      *    BANKFAC liquidan cada mes el mes anterior y ya no pasan
      *    por una cuenta cancelada, asi que aqui se liquida lo que
      *    quede: desde el dia 1 del mes en curso si su liquidacion
      *    del mes anterior ya esta en la cadena de la cuenta, o desde
      *    el dia 1 del mes anterior si todavia no. El interes se
      *    devenga hasta ayer, igual que BANKINT, con un ordinal de
      *    dia que cuenta desde FECHA-INI-INT; la comision tarifa los
      *    movimientos desde FECHA-INI-FAC hasta hoy, igual que
      *    BANKFAC.
       77 ANO-ANT                   PIC 9(4).
       77 MES-ANT                   PIC 9(2).
       77 DIAS-MES-ANT              PIC 9(2).
       77 INTERES-LIQUIDADO-MES     PIC 9(1).
       77 COMISION-FACTURADA-MES    PIC 9(1).
       77 FECHA-INI-INT             PIC 9(8).
       77 FECHA-INI-FAC             PIC 9(8).
       77 BASE-INT                  PIC 9(2).
       77 ORDEN-HOY                 PIC 9(3).
       77 ORDEN-MOV                 PIC 9(3).
       77 DIA-CURSOR                PIC 9(3).
       77 DIAS-TRAMO                PIC S9(3).
       77 DEVENGO-CERRADO           PIC 9(1).
       77 FECHA-MOV-NUM             PIC 9(8).
       77 SALDO-CORRIENTE-CENT      PIC S9(11).
       77 SUMA-POS-CENT             PIC S9(15).
       77 SUMA-NEG-CENT             PIC S9(15).
       77 TARIFAS-ABIERTAS          PIC 9(1).
       77 OPERACIONES-TARIFADAS     PIC 9(5).

      *    Tipos en puntos basicos, como en BANKINT: los vigentes hoy
      *    para la cuenta en parametros.ubd, o los de siempre (-DEF).
       77 TASA-ACREEDORA-PB         PIC 9(5).
       77 TASA-DEUDORA-PB           PIC 9(5).
       77 TASA-RETENCION-PB         PIC 9(5).
       77 TASA-ACREEDORA-DEF        PIC 9(5) VALUE 50.
       77 TASA-DEUDORA-DEF          PIC 9(5) VALUE 1050.
       77 TASA-RETENCION-DEF        PIC 9(5) VALUE 1900.
       77 CENT-INTERES              PIC S9(9).
       77 CENT-RETENCION            PIC 9(9).
       77 CENT-COMISION             PIC 9(9).

      *    Saldo de la cuenta antes de empezar y el que quedara para
      *    entregar al cliente una vez liquidado todo.
       77 SALDO-INICIAL-CENT        PIC S9(11).
       77 SALDO-FINAL-CENT          PIC S9(11).

      *    Entrega del saldo: PAGO-FORMA 1 en efectivo, 2 por
      *    transferencia (DESTINO-EXTERNO a 1 si la cuenta destino es
      *    de otro banco y la orden sale por la camara).
       77 PAGO-FORMA                PIC 9(1).
       77 DESTINO-EXTERNO           PIC 9(1).
       77 CUENTA-DESTINO            PIC 9(16).

      *    Entrada de POSTEAR-APUNTE: importe con signo (positivo
      *    abono, negativo cargo), concepto, evento y asiento (solo
      *    en la devolucion de entradas) y moneda. APUNTE-HECHO queda
      *    a 1 si el movimiento se ha grabado.
       77 APUNTE-CENT               PIC S9(9).
       77 APUNTE-ABS-CENT           PIC 9(9).
       77 APUNTE-CONCEPTO           PIC X(35).
       77 APUNTE-EVENTO             PIC X(20).
       77 APUNTE-ASIENTO            PIC X(06).
       77 APUNTE-MONEDA             PIC X(03).
       77 APUNTE-HECHO              PIC 9(1).

      *    Importe en centimos con signo preparado para el extracto
      *    y la pantalla por FORMATEAR-IMPORTE.
       77 IMPORTE-CENT              PIC S9(11).
       77 IMPORTE-ABS-CENT          PIC 9(11).
       01 IMPORTE-EDITADO.
           05 IMPORTE-SIGNO         PIC X(01).
           05 IMPORTE-ENT-ED        PIC 9(9).
           05 FILLER                PIC X(01) VALUE ",".
           05 IMPORTE-DEC-ED        PIC 9(2).

      *    Entrada de LEER-ESTADO-TARJETA y GRABAR-ESTADO-CANCELADA.
       77 TARJETA-ESTADO            PIC 9(16).
       77 ESTADO-LEIDO              PIC X(01).
       77 EXISTE-ESTADO             PIC 9(1).

      *    Compra de la butaca en curso localizada en la cadena de
      *    movimientos de la cuenta.
       77 COMPRA-ENCONTRADA         PIC 9(1).
       77 COMPRA-ENT                PIC 9(7).
       77 COMPRA-DEC                PIC 9(2).
       77 COMPRA-MONEDA             PIC X(03).

       77 TARJETA-BUSCADA           PIC 9(16).
       77 CUENTA-OPERACION          PIC 9(16).
       77 SALDO-ACTUAL-CENT         PIC S9(11).
       77 SALDO-NUEVO-CENT          PIC S9(11).
       77 SALDO-ABS-CENT            PIC  9(11).
       77 SALDO-ENT-TMP             PIC  9(9).
       77 SALDO-DEC-TMP             PIC  9(2).

       77 SALDO-MAESTRO-CENT        PIC S9(11).
       77 SALDO-MAESTRO-OK          PIC  9(1).
       77 EXISTE-SALDO-MAESTRO      PIC  9(1).
       77 TARJETA-MAESTRO           PIC  9(16).

       77 LAST-MOV-NUM              PIC 9(35) VALUE 0.
       77 LAST-TR-NUM               PIC 9(35) VALUE 0.
       77 LAST-ENV-NUM              PIC 9(35) VALUE 0.
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

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "UnizarBank - Cancelacion de cuentas".
           DISPLAY "Verifique la identidad del titular antes de ".
           DISPLAY "cancelar su cuenta.".

           PERFORM IDENTIFICAR-OPERADOR THRU IDENTIFICAR-OPERADOR-EXIT.

       PCUENTA.
           DISPLAY " ".
           DISPLAY "Tarjeta de la cuenta a cancelar (0 para salir): ".
           MOVE 0 TO TARJETA-TECLEADA.
           ACCEPT TARJETA-TECLEADA.
           IF TARJETA-TECLEADA = 0
               STOP RUN.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               DISPLAY "No se ha podido abrir tarjetas.ubd"
               GO TO PCUENTA.

           MOVE TARJETA-TECLEADA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               DISPLAY "No existe ninguna tarjeta con ese numero"
               GO TO PCUENTA.
           CLOSE TARJETAS.

      *    Una tarjeta adicional no tiene cuenta propia: lo que se
      *    cancela es la cuenta de su titular, con todas sus tarjetas.
           MOVE TARJETA-TECLEADA TO TARJETA-BUSCADA.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-EXIT.
           MOVE CUENTA-OPERACION TO CUENTA-CANCELAR.
           IF CUENTA-CANCELAR NOT = TARJETA-TECLEADA
               DISPLAY "Tarjeta adicional de la cuenta "
                   CUENTA-CANCELAR
               DISPLAY "Se cancela la cuenta completa, con todas "
                   "sus tarjetas"
           END-IF.

           MOVE CUENTA-CANCELAR TO TARJETA-ESTADO.
           PERFORM LEER-ESTADO-TARJETA THRU LEER-ESTADO-TARJETA-EXIT.
           IF ESTADO-LEIDO = "C"
               DISPLAY "Esa cuenta ya esta cancelada"
               GO TO PCUENTA.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM PREPARAR-FECHAS THRU PREPARAR-FECHAS-EXIT.

           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-EXIT.
           PERFORM LEER-MONEDA-CUENTA THRU LEER-MONEDA-CUENTA-EXIT.

           PERFORM CARGAR-VINCULADAS THRU CARGAR-VINCULADAS-EXIT.
           IF VINCULADAS-SIN-HUECO NOT = 0
               DISPLAY "La cuenta tiene mas de 50 tarjetas "
                   "adicionales; desvincule las que sobren con "
                   "BANKSUC antes de cancelarla"
               GO TO PCUENTA.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               DISPLAY "No se ha podido abrir movimientos.ubd"
               GO TO PCUENTA.

           MOVE CUENTA-CANCELAR TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-SALDO-TARJETA
               THRU LOCALIZAR-SALDO-TARJETA-EXIT.
           MOVE SALDO-ACTUAL-CENT TO SALDO-INICIAL-CENT.

           DISPLAY " ".
           DISPLAY "Cuenta:    " CUENTA-CANCELAR " (" MONEDA-CUENTA
               ")".
           DISPLAY "Titular:   " CLIENTE-NOMBRE.
           DISPLAY "Direccion: " CLIENTE-DIRECCION.
           MOVE SALDO-INICIAL-CENT TO IMPORTE-CENT.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           DISPLAY "Saldo actual: " IMPORTE-EDITADO.

      *    Primer repaso: solo se muestra lo pendiente, sin tocar
      *    nada, y se calcula lo que queda por liquidar.
           MOVE 0 TO MODO-CANCELAR.
           PERFORM MOSTRAR-VINCULADAS THRU MOSTRAR-VINCULADAS-EXIT.
           PERFORM REPASAR-TRANSFERENCIAS
               THRU REPASAR-TRANSFERENCIAS-EXIT.
           PERFORM REPASAR-RECIBOS THRU REPASAR-RECIBOS-EXIT.
           PERFORM REPASAR-MANDATOS THRU REPASAR-MANDATOS-EXIT.
           PERFORM REPASAR-ENVIOS THRU REPASAR-ENVIOS-EXIT.
           PERFORM REPASAR-ENTRADAS THRU REPASAR-ENTRADAS-EXIT.
           PERFORM CALCULAR-LIQUIDACION-FINAL
               THRU CALCULAR-LIQUIDACION-FINAL-EXIT.

           CLOSE F-MOVIMIENTOS.

           DISPLAY " ".
           DISPLAY "Transferencias salientes a anular: "
               TOTAL-TRF-SALIENTES.
           DISPLAY "Recibos pendientes a devolver:     " TOTAL-RECIBOS.
           DISPLAY "Mandatos activos a revocar:        "
               TOTAL-MANDATOS.
           DISPLAY "Ordenes interbancarias a anular:   " TOTAL-ENVIOS.
           DISPLAY "Tarjetas adicionales a cancelar:   "
               TOTAL-VINCULADAS.
           DISPLAY "Entradas a devolver:               "
               TOTAL-ENTRADAS.
           MOVE CENT-ENTRADAS TO IMPORTE-CENT.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           DISPLAY "Importe de las entradas:  " IMPORTE-EDITADO.
           MOVE CENT-INTERES TO IMPORTE-CENT.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           DISPLAY "Intereses desde " FECHA-INI-INT ": "
               IMPORTE-EDITADO.
           COMPUTE IMPORTE-CENT = 0 - CENT-RETENCION.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           DISPLAY "Retencion fiscal:         " IMPORTE-EDITADO.
           COMPUTE IMPORTE-CENT = 0 - CENT-COMISION.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           DISPLAY "Comisiones desde " FECHA-INI-FAC ": "
               IMPORTE-EDITADO " (" OPERACIONES-TARIFADAS
               " operaciones)".

           COMPUTE SALDO-FINAL-CENT = SALDO-INICIAL-CENT
               + CENT-ENTRADAS + CENT-INTERES
               - CENT-RETENCION - CENT-COMISION.
           MOVE SALDO-FINAL-CENT TO IMPORTE-CENT.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           DISPLAY "Saldo a entregar al cliente: " IMPORTE-EDITADO
               " " MONEDA-CUENTA.

      *    Una cuenta que quedaria en descubierto no se puede cerrar:
      *    el cliente ha de cubrir antes la deuda con un ingreso.
           IF SALDO-FINAL-CENT < 0
               DISPLAY "La cuenta quedaria en descubierto; el cliente "
                   "debe cubrir la deuda antes de cancelarla"
               GO TO PCUENTA.

      *    El saldo se entrega en un solo apunte o una sola orden, que
      *    no admiten mas de 9.999.999,99.
           IF SALDO-FINAL-CENT > 999999999
               DISPLAY "Saldo demasiado alto para entregarlo en un "
                   "solo apunte; retire parte antes de cancelar"
               GO TO PCUENTA.

           DISPLAY " ".
           DISPLAY "Confirma la cancelacion de la cuenta (S/N): ".
           MOVE SPACES TO CONFIRMACION-TECLEADA.
           ACCEPT CONFIRMACION-TECLEADA.
           IF CONFIRMACION-TECLEADA NOT = "S"
                   AND CONFIRMACION-TECLEADA NOT = "s"
               DISPLAY "Cancelacion abandonada"
               GO TO PCUENTA.

           MOVE 0 TO PAGO-FORMA.
           MOVE 0 TO DESTINO-EXTERNO.
           MOVE 0 TO CUENTA-DESTINO.
           MOVE 0 TO DESTINO-TECLEADO.
           IF SALDO-FINAL-CENT > 0
               PERFORM PEDIR-FORMA-PAGO THRU PEDIR-FORMA-PAGO-EXIT
               IF PAGO-FORMA = 0
                   DISPLAY "Cancelacion abandonada"
                   GO TO PCUENTA
               END-IF
           END-IF.

      *    La cancelacion no tiene vuelta atras: necesita siempre la
      *    aprobacion de un supervisor distinto del empleado.
           PERFORM APROBAR-SUPERVISOR THRU APROBAR-SUPERVISOR-EXIT.
           IF APROBADOR-OPERADOR = SPACES
               DISPLAY "Cancelacion sin aprobar; no se ha tocado nada"
               GO TO PCUENTA.

      *    Segundo repaso: se anula o liquida cada cosa, anotandola en
      *    el extracto de cierre.
       PCANCELAR.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00
               DISPLAY "No se ha podido abrir movimientos.ubd; no se "
                   "ha tocado nada"
               GO TO PCUENTA.

           OPEN OUTPUT F-CANCELACION.
           IF FSCAN NOT = 00
               CLOSE F-MOVIMIENTOS
               DISPLAY "No se ha podido abrir cancelacion.txt; no se "
                   "ha tocado nada"
               GO TO PCUENTA.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE 0 TO ERRORES-CANCELACION.
           PERFORM ESCRIBIR-CABECERA THRU ESCRIBIR-CABECERA-EXIT.

           MOVE 1 TO MODO-CANCELAR.
           PERFORM REPASAR-TRANSFERENCIAS
               THRU REPASAR-TRANSFERENCIAS-EXIT.
           PERFORM REPASAR-RECIBOS THRU REPASAR-RECIBOS-EXIT.
           PERFORM REPASAR-MANDATOS THRU REPASAR-MANDATOS-EXIT.
           PERFORM REPASAR-ENVIOS THRU REPASAR-ENVIOS-EXIT.
           PERFORM REPASAR-ENTRADAS THRU REPASAR-ENTRADAS-EXIT.
           PERFORM POSTEAR-LIQUIDACION-FINAL
               THRU POSTEAR-LIQUIDACION-FINAL-EXIT.
           PERFORM ENTREGAR-SALDO THRU ENTREGAR-SALDO-EXIT.
           PERFORM CANCELAR-TARJETAS THRU CANCELAR-TARJETAS-EXIT.
           PERFORM ESCRIBIR-PIE THRU ESCRIBIR-PIE-EXIT.

           CLOSE F-CANCELACION.
           CLOSE F-MOVIMIENTOS.

           PERFORM REGISTRAR-CANCELACION
               THRU REGISTRAR-CANCELACION-EXIT.

           DISPLAY "Cuenta " CUENTA-CANCELAR " cancelada".
           IF ERRORES-CANCELACION NOT = 0
               DISPLAY "ATENCION: " ERRORES-CANCELACION
                   " apuntes sin postear; revise el extracto"
           END-IF.
           DISPLAY "Imprima el extracto de cierre (cancelacion.txt) "
               "y entreguelo al cliente".
           GO TO PCUENTA.

      *    Pide como se entrega el saldo: en efectivo, o por
      *    transferencia a otra cuenta, nuestra o de otro banco.
      *    PAGO-FORMA queda a 0 si el empleado abandona.
       PEDIR-FORMA-PAGO.
           DISPLAY "Entrega del saldo: 1 - Efectivo, "
               "2 - Transferencia, 0 - Abandonar: ".
           ACCEPT OPCION-TECLEADA.
           IF OPCION-TECLEADA = 0
               GO TO PEDIR-FORMA-PAGO-EXIT.
           IF OPCION-TECLEADA = 1
               MOVE 1 TO PAGO-FORMA
               GO TO PEDIR-FORMA-PAGO-EXIT.
           IF OPCION-TECLEADA NOT = 2
               GO TO PEDIR-FORMA-PAGO.

           DISPLAY "Cuenta o tarjeta destino: ".
           MOVE 0 TO DESTINO-TECLEADO.
           ACCEPT DESTINO-TECLEADO.
           IF DESTINO-TECLEADO = 0
               GO TO PEDIR-FORMA-PAGO.

           MOVE DESTINO-TECLEADO TO TARJETA-COMPROBAR.
           PERFORM COMPROBAR-TARJETA-CUENTA
               THRU COMPROBAR-TARJETA-CUENTA-EXIT.
           IF TARJETA-DE-CUENTA = 1
               DISPLAY "El destino es una tarjeta de la propia cuenta"
               GO TO PEDIR-FORMA-PAGO.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               DISPLAY "No se ha podido abrir tarjetas.ubd"
               GO TO PEDIR-FORMA-PAGO.

           MOVE DESTINO-TECLEADO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PEDIR-DESTINO-EXTERNO.
           CLOSE TARJETAS.

      *    Destino nuestro: la orden va a la cuenta titular de la
      *    tarjeta, que no puede estar tambien cancelada. Se muestra
      *    su titular para que un digito mal tecleado se vea.
           MOVE DESTINO-TECLEADO TO TARJETA-BUSCADA.
           PERFORM RESOLVER-CUENTA THRU RESOLVER-CUENTA-EXIT.
           MOVE CUENTA-OPERACION TO CUENTA-DESTINO.
           MOVE CUENTA-DESTINO TO TARJETA-ESTADO.
           PERFORM LEER-ESTADO-TARJETA THRU LEER-ESTADO-TARJETA-EXIT.
           IF ESTADO-LEIDO = "C"
               DISPLAY "La cuenta destino esta cancelada"
               GO TO PEDIR-FORMA-PAGO.

           MOVE SPACES TO CLI-NOMBRE.
           OPEN INPUT CLIENTES.
           IF FSC = 00
               MOVE CUENTA-DESTINO TO CLI-NUM
               READ CLIENTES INVALID KEY MOVE SPACES TO CLI-NOMBRE
               END-READ
               CLOSE CLIENTES
           END-IF.
           DISPLAY "Cuenta destino " CUENTA-DESTINO " titular "
               CLI-NOMBRE.
           DISPLAY "Confirme el destino (S/N): ".
           MOVE SPACES TO CONFIRMACION-TECLEADA.
           ACCEPT CONFIRMACION-TECLEADA.
           IF CONFIRMACION-TECLEADA NOT = "S"
                   AND CONFIRMACION-TECLEADA NOT = "s"
               GO TO PEDIR-FORMA-PAGO.

           MOVE 0 TO DESTINO-EXTERNO.
           MOVE 2 TO PAGO-FORMA.
           GO TO PEDIR-FORMA-PAGO-EXIT.

      *    Destino de otro banco: la orden sale por la camara esta
      *    noche y no se puede mostrar el nombre del beneficiario.
       PEDIR-DESTINO-EXTERNO.
           DISPLAY "La cuenta no pertenece a este banco; la orden "
               "saldra por la camara esta noche.".
           DISPLAY "Compruebe la cuenta y confirme (S/N): ".
           MOVE SPACES TO CONFIRMACION-TECLEADA.
           ACCEPT CONFIRMACION-TECLEADA.
           IF CONFIRMACION-TECLEADA NOT = "S"
                   AND CONFIRMACION-TECLEADA NOT = "s"
               GO TO PEDIR-FORMA-PAGO.

           MOVE DESTINO-TECLEADO TO CUENTA-DESTINO.
           MOVE 1 TO DESTINO-EXTERNO.
           MOVE 2 TO PAGO-FORMA.

       PEDIR-FORMA-PAGO-EXIT.
           EXIT.

      *    Carga en TABLA-VINCULADAS las tarjetas adicionales de la
      *    cuenta, recorriendo vinculos.ubd entero (su clave es la
      *    tarjeta adicional, no la titular).
       CARGAR-VINCULADAS.
           MOVE 0 TO TOTAL-VINCULADAS.
           MOVE 0 TO VINCULADAS-SIN-HUECO.

           OPEN INPUT F-VINCULOS.
           IF FSV NOT = 00
               GO TO CARGAR-VINCULADAS-EXIT.

           MOVE 0 TO VIN-TARJETA.
           START F-VINCULOS KEY IS NOT LESS THAN VIN-TARJETA
               INVALID KEY GO TO CARGAR-VINCULADAS-FIN.

       CARGAR-VINCULADAS-SIGUIENTE.
           READ F-VINCULOS NEXT RECORD
               AT END GO TO CARGAR-VINCULADAS-FIN.

           IF VIN-TITULAR NOT = CUENTA-CANCELAR
               GO TO CARGAR-VINCULADAS-SIGUIENTE.

           IF TOTAL-VINCULADAS = 50
               ADD 1 TO VINCULADAS-SIN-HUECO
               GO TO CARGAR-VINCULADAS-SIGUIENTE.

           ADD 1 TO TOTAL-VINCULADAS.
           MOVE VIN-TARJETA TO VINCULADA-TARJETA(TOTAL-VINCULADAS).
           GO TO CARGAR-VINCULADAS-SIGUIENTE.

       CARGAR-VINCULADAS-FIN.
           CLOSE F-VINCULOS.

       CARGAR-VINCULADAS-EXIT.
           EXIT.

       MOSTRAR-VINCULADAS.
           MOVE 1 TO INDICE-VINCULADA.

       MOSTRAR-VINCULADAS-SIGUIENTE.
           IF INDICE-VINCULADA > TOTAL-VINCULADAS
               GO TO MOSTRAR-VINCULADAS-EXIT.

           DISPLAY "Tarjeta adicional: "
               VINCULADA-TARJETA(INDICE-VINCULADA).
           ADD 1 TO INDICE-VINCULADA.
           GO TO MOSTRAR-VINCULADAS-SIGUIENTE.

       MOSTRAR-VINCULADAS-EXIT.
           EXIT.

      *    TARJETA-DE-CUENTA queda a 1 si TARJETA-COMPROBAR es la
      *    tarjeta titular de la cuenta o una de sus adicionales.
       COMPROBAR-TARJETA-CUENTA.
           MOVE 0 TO TARJETA-DE-CUENTA.
           IF TARJETA-COMPROBAR = CUENTA-CANCELAR
               MOVE 1 TO TARJETA-DE-CUENTA
               GO TO COMPROBAR-TARJETA-CUENTA-EXIT.

           MOVE 1 TO INDICE-VINCULADA.

       COMPROBAR-TARJETA-SIGUIENTE.
           IF INDICE-VINCULADA > TOTAL-VINCULADAS
               GO TO COMPROBAR-TARJETA-CUENTA-EXIT.

           IF VINCULADA-TARJETA(INDICE-VINCULADA) = TARJETA-COMPROBAR
               MOVE 1 TO TARJETA-DE-CUENTA
               GO TO COMPROBAR-TARJETA-CUENTA-EXIT.

           ADD 1 TO INDICE-VINCULADA.
           GO TO COMPROBAR-TARJETA-SIGUIENTE.

       COMPROBAR-TARJETA-CUENTA-EXIT.
           EXIT.

      *    Transferencias de transferencias.ubd: las que salen de la
      *    cuenta y aun tienen que ejecutarse (programada sin
      *    ejecutar, periodica sin fecha de fin o con ella por
      *    llegar) se borran, como las anula el cliente con BANK10.
      *    Las que otros clientes tienen ordenadas hacia la cuenta no
      *    son del titular y no se tocan: se avisan en el extracto
      *    para que la sucursal se lo comunique a los ordenantes.
       REPASAR-TRANSFERENCIAS.
           MOVE 0 TO TOTAL-TRF-SALIENTES.
           MOVE 0 TO TOTAL-TRF-ENTRANTES.

           OPEN I-O F-TRANSFERENCIAS.
           IF FSTR NOT = 00 AND FSTR NOT = 05
               GO TO REPASAR-TRANSFERENCIAS-EXIT.

           MOVE 0 TO TR-NUM.
           START F-TRANSFERENCIAS KEY IS NOT LESS THAN TR-NUM
               INVALID KEY GO TO REPASAR-TRANSFERENCIAS-FIN.

       REPASAR-TRANSFERENCIAS-SIGUIENTE.
           READ F-TRANSFERENCIAS NEXT RECORD
               AT END GO TO REPASAR-TRANSFERENCIAS-FIN.

           MOVE 0 TO TR-PENDIENTE.
           IF TR-CONCEPTO = "Transferencia programada"
                   AND TR-ANO-ULT-EJEC = 0
               MOVE 1 TO TR-PENDIENTE
           END-IF.
           IF TR-CONCEPTO = "Transferencia periodica"
               IF TR-ANO-FIN = 0 AND TR-MES-FIN = 0 AND TR-DIA-FIN = 0
                   MOVE 99999999 TO FECHA-FIN-NUM
               ELSE
                   COMPUTE FECHA-FIN-NUM = (TR-ANO-FIN * 10000)
                       + (TR-MES-FIN * 100) + TR-DIA-FIN
               END-IF
               IF FECHA-FIN-NUM NOT < HOY-NUM
                   MOVE 1 TO TR-PENDIENTE
               END-IF
           END-IF.
           IF TR-PENDIENTE = 0
               GO TO REPASAR-TRANSFERENCIAS-SIGUIENTE.

           COMPUTE IMPORTE-CENT =
               (TR-IMPORTE-ENT * 100) + TR-IMPORTE-DEC.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.

           MOVE TR-ORIGEN TO TARJETA-COMPROBAR.
           PERFORM COMPROBAR-TARJETA-CUENTA
               THRU COMPROBAR-TARJETA-CUENTA-EXIT.
           IF TARJETA-DE-CUENTA = 1
               GO TO REPASAR-TRANSFERENCIA-SALIENTE.

           MOVE TR-DESTINO TO TARJETA-COMPROBAR.
           PERFORM COMPROBAR-TARJETA-CUENTA
               THRU COMPROBAR-TARJETA-CUENTA-EXIT.
           IF TARJETA-DE-CUENTA = 0
               GO TO REPASAR-TRANSFERENCIAS-SIGUIENTE.

           ADD 1 TO TOTAL-TRF-ENTRANTES.
           IF MODO-CANCELAR = 0
               DISPLAY "Transferencia entrante " TR-NUM(24:12)
                   " de " TR-ORIGEN " " IMPORTE-EDITADO " "
                   TR-MONEDA " (no se anula)"
           ELSE
               MOVE SPACES TO CAN-LINE
               STRING "TRANSFERENCIA ENTRANTE " TR-NUM(24:12)
                   " DE " TR-ORIGEN " " IMPORTE-EDITADO " "
                   TR-MONEDA " AVISAR AL ORDENANTE"
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
           END-IF.
           GO TO REPASAR-TRANSFERENCIAS-SIGUIENTE.

       REPASAR-TRANSFERENCIA-SALIENTE.
           ADD 1 TO TOTAL-TRF-SALIENTES.
           IF MODO-CANCELAR = 0
               DISPLAY "Transferencia saliente " TR-NUM(24:12)
                   " a " TR-DESTINO " " IMPORTE-EDITADO " "
                   TR-MONEDA " " TR-CONCEPTO
               GO TO REPASAR-TRANSFERENCIAS-SIGUIENTE.

           MOVE "transferencias" TO AUDITORIA-FICHERO.
           MOVE TR-NUM TO AUDITORIA-CLAVE.
           MOVE TRANSFE-REG TO AUDITORIA-ANTES.
           MOVE SPACES TO AUDITORIA-DESPUES.

           DELETE F-TRANSFERENCIAS RECORD INVALID KEY
               ADD 1 TO ERRORES-CANCELACION
               MOVE SPACES TO CAN-LINE
               STRING "ATENCION: TRANSFERENCIA " TR-NUM(24:12)
                   " SIN ANULAR; ANULELA CON BANK10"
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
               GO TO REPASAR-TRANSFERENCIAS-SIGUIENTE.

           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           MOVE SPACES TO CAN-LINE.
           STRING "TRANSFERENCIA ANULADA " TR-NUM(24:12)
               " A " TR-DESTINO " " IMPORTE-EDITADO " " TR-MONEDA
               " " TR-CONCEPTO
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           GO TO REPASAR-TRANSFERENCIAS-SIGUIENTE.

       REPASAR-TRANSFERENCIAS-FIN.
           CLOSE F-TRANSFERENCIAS.

       REPASAR-TRANSFERENCIAS-EXIT.
           EXIT.

      *    Recibos pendientes de cobro de cualquier tarjeta de la
      *    cuenta: pasan a impagados con el motivo "AC04" (cuenta
      *    cancelada), sin marcar como comunicados, para que BANKCOB
      *    los devuelva a su emisor.
       REPASAR-RECIBOS.
           MOVE 0 TO TOTAL-RECIBOS.

           OPEN I-O F-RECIBOS.
           IF FSREC NOT = 00 AND FSREC NOT = 05
               GO TO REPASAR-RECIBOS-EXIT.

           MOVE 0 TO REC-NUM.
           START F-RECIBOS KEY IS NOT LESS THAN REC-NUM
               INVALID KEY GO TO REPASAR-RECIBOS-FIN.

       REPASAR-RECIBOS-SIGUIENTE.
           READ F-RECIBOS NEXT RECORD
               AT END GO TO REPASAR-RECIBOS-FIN.

           IF REC-ESTADO NOT = "P"
               GO TO REPASAR-RECIBOS-SIGUIENTE.

           MOVE REC-TARJETA TO TARJETA-COMPROBAR.
           PERFORM COMPROBAR-TARJETA-CUENTA
               THRU COMPROBAR-TARJETA-CUENTA-EXIT.
           IF TARJETA-DE-CUENTA = 0
               GO TO REPASAR-RECIBOS-SIGUIENTE.

           ADD 1 TO TOTAL-RECIBOS.
           COMPUTE IMPORTE-CENT =
               (REC-IMPORTE-ENT * 100) + REC-IMPORTE-DEC.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.

           IF MODO-CANCELAR = 0
               DISPLAY "Recibo pendiente " REC-EMISOR " "
                   REC-REFERENCIA " " IMPORTE-EDITADO
               GO TO REPASAR-RECIBOS-SIGUIENTE.

           MOVE "recibos.ubd" TO AUDITORIA-FICHERO.
           MOVE REC-NUM TO AUDITORIA-CLAVE.
           MOVE RECIBO-REG TO AUDITORIA-ANTES.

           MOVE "I" TO REC-ESTADO.
           MOVE "AC04" TO REC-MOTIVO.
           MOVE ANO TO REC-ANO-DEVOL.
           MOVE MES TO REC-MES-DEVOL.
           MOVE DIA TO REC-DIA-DEVOL.
           MOVE "N" TO REC-COMUNICADO.
           REWRITE RECIBO-REG INVALID KEY
               ADD 1 TO ERRORES-CANCELACION
               MOVE SPACES TO CAN-LINE
               STRING "ATENCION: RECIBO " REC-EMISOR " "
                   REC-REFERENCIA " SIN DEVOLVER"
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
               GO TO REPASAR-RECIBOS-SIGUIENTE.

           MOVE RECIBO-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           MOVE SPACES TO CAN-LINE.
           STRING "RECIBO DEVUELTO AL EMISOR (AC04) " REC-EMISOR " "
               REC-REFERENCIA " " IMPORTE-EDITADO
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           GO TO REPASAR-RECIBOS-SIGUIENTE.

       REPASAR-RECIBOS-FIN.
           CLOSE F-RECIBOS.

       REPASAR-RECIBOS-EXIT.
           EXIT.

      *    Mandatos activos de la cuenta: quedan revocados con la
      *    fecha de hoy, como cuando el titular los revoca en BANK11.
       REPASAR-MANDATOS.
           MOVE 0 TO TOTAL-MANDATOS.

           OPEN I-O F-MANDATOS.
           IF FSMAN NOT = 00 AND FSMAN NOT = 05
               GO TO REPASAR-MANDATOS-EXIT.

           MOVE CUENTA-CANCELAR TO MAN-CUENTA.
           MOVE LOW-VALUES TO MAN-EMISOR.
           START F-MANDATOS KEY IS NOT LESS THAN MAN-CLAVE
               INVALID KEY GO TO REPASAR-MANDATOS-FIN.

       REPASAR-MANDATOS-SIGUIENTE.
           READ F-MANDATOS NEXT RECORD
               AT END GO TO REPASAR-MANDATOS-FIN.

           IF MAN-CUENTA NOT = CUENTA-CANCELAR
               GO TO REPASAR-MANDATOS-FIN.

           IF MAN-ESTADO NOT = "A"
               GO TO REPASAR-MANDATOS-SIGUIENTE.

           ADD 1 TO TOTAL-MANDATOS.
           IF MODO-CANCELAR = 0
               DISPLAY "Mandato activo " MAN-EMISOR " "
                   MAN-REFERENCIA
               GO TO REPASAR-MANDATOS-SIGUIENTE.

           MOVE "mandatos.ubd" TO AUDITORIA-FICHERO.
           MOVE MAN-CLAVE TO AUDITORIA-CLAVE.
           MOVE MANDATO-REG TO AUDITORIA-ANTES.

           MOVE "R" TO MAN-ESTADO.
           MOVE ANO TO MAN-ANO-REVOCACION.
           MOVE MES TO MAN-MES-REVOCACION.
           MOVE DIA TO MAN-DIA-REVOCACION.
           REWRITE MANDATO-REG INVALID KEY
               ADD 1 TO ERRORES-CANCELACION
               MOVE SPACES TO CAN-LINE
               STRING "ATENCION: MANDATO " MAN-EMISOR
                   " SIN REVOCAR"
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
               GO TO REPASAR-MANDATOS-SIGUIENTE.

           MOVE MANDATO-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           MOVE SPACES TO CAN-LINE.
           STRING "MANDATO REVOCADO " MAN-EMISOR " " MAN-REFERENCIA
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           GO TO REPASAR-MANDATOS-SIGUIENTE.

       REPASAR-MANDATOS-FIN.
           CLOSE F-MANDATOS.

       REPASAR-MANDATOS-EXIT.
           EXIT.

      *    Ordenes interbancarias de la cuenta que aun no han salido
      *    ("P"): quedan anuladas ("C") antes de que BANKEXT las
      *    cargue y las envie esta noche.
       REPASAR-ENVIOS.
           MOVE 0 TO TOTAL-ENVIOS.

           OPEN I-O F-ENVIOS.
           IF FSENV NOT = 00 AND FSENV NOT = 05
               GO TO REPASAR-ENVIOS-EXIT.

           MOVE 0 TO ENV-NUM.
           START F-ENVIOS KEY IS NOT LESS THAN ENV-NUM
               INVALID KEY GO TO REPASAR-ENVIOS-FIN.

       REPASAR-ENVIOS-SIGUIENTE.
           READ F-ENVIOS NEXT RECORD
               AT END GO TO REPASAR-ENVIOS-FIN.

           IF ENV-ESTADO NOT = "P"
               GO TO REPASAR-ENVIOS-SIGUIENTE.

           MOVE ENV-ORIGEN TO TARJETA-COMPROBAR.
           PERFORM COMPROBAR-TARJETA-CUENTA
               THRU COMPROBAR-TARJETA-CUENTA-EXIT.
           IF TARJETA-DE-CUENTA = 0
               GO TO REPASAR-ENVIOS-SIGUIENTE.

           ADD 1 TO TOTAL-ENVIOS.
           COMPUTE IMPORTE-CENT =
               (ENV-IMPORTE-ENT * 100) + ENV-IMPORTE-DEC.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.

           IF MODO-CANCELAR = 0
               DISPLAY "Orden interbancaria " ENV-NUM(24:12) " a "
                   ENV-DESTINO " " IMPORTE-EDITADO " " ENV-MONEDA
               GO TO REPASAR-ENVIOS-SIGUIENTE.

           MOVE "interenv.ubd" TO AUDITORIA-FICHERO.
           MOVE ENV-NUM TO AUDITORIA-CLAVE.
           MOVE ENVIO-REG TO AUDITORIA-ANTES.

           MOVE "C" TO ENV-ESTADO.
           REWRITE ENVIO-REG INVALID KEY
               ADD 1 TO ERRORES-CANCELACION
               MOVE SPACES TO CAN-LINE
               STRING "ATENCION: ORDEN INTERBANCARIA " ENV-NUM(24:12)
                   " SIN ANULAR"
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
               GO TO REPASAR-ENVIOS-SIGUIENTE.

           MOVE ENVIO-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           MOVE SPACES TO CAN-LINE.
           STRING "ORDEN INTERBANCARIA ANULADA " ENV-NUM(24:12)
               " A " ENV-DESTINO " " IMPORTE-EDITADO " " ENV-MONEDA
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           GO TO REPASAR-ENVIOS-SIGUIENTE.

       REPASAR-ENVIOS-FIN.
           CLOSE F-ENVIOS.

       REPASAR-ENVIOS-EXIT.
           EXIT.

      *    Butacas vendidas a cualquier tarjeta de la cuenta para una
      *    funcion que aun no se ha celebrado segun el catalogo: se
      *    devuelven igual que en BANKDEV, abonando la compra con
      *    "Devolucion de entradas" (que BANKLIQ resta a la sala) y
      *    dejando la butaca libre. Una butaca cuya compra ya no esta
      *    en la cadena (archivada por BANKARC) o cuyo evento no esta
      *    en el catalogo se senala y no se toca.
       REPASAR-ENTRADAS.
           MOVE 0 TO TOTAL-ENTRADAS.
           MOVE 0 TO TOTAL-SIN-COMPRA.
           MOVE 0 TO TOTAL-SIN-CATALOGO.
           MOVE 0 TO CENT-ENTRADAS.

           OPEN I-O F-EVENTOS.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO REPASAR-ENTRADAS-EXIT.

           MOVE 1 TO CATALOGO-ABIERTO.
           OPEN INPUT F-CATALOGO.
           IF FSCAT NOT = 00 AND FSCAT NOT = 05
               MOVE 0 TO CATALOGO-ABIERTO.

           MOVE LOW-VALUES TO EVE-CLAVE.
           START F-EVENTOS KEY IS NOT LESS THAN EVE-CLAVE
               INVALID KEY GO TO REPASAR-ENTRADAS-FIN.

       REPASAR-ENTRADAS-SIGUIENTE.
           READ F-EVENTOS NEXT RECORD
               AT END GO TO REPASAR-ENTRADAS-FIN.

           IF EVE-VENDIDO NOT = "S"
               GO TO REPASAR-ENTRADAS-SIGUIENTE.

           MOVE EVE-TARJETA TO TARJETA-COMPROBAR.
           PERFORM COMPROBAR-TARJETA-CUENTA
               THRU COMPROBAR-TARJETA-CUENTA-EXIT.
           IF TARJETA-DE-CUENTA = 0
               GO TO REPASAR-ENTRADAS-SIGUIENTE.

           MOVE 0 TO FUNCION-NUM.
           IF CATALOGO-ABIERTO = 1
               MOVE EVE-EVENTO TO CAT-EVENTO
               READ F-CATALOGO INVALID KEY MOVE 0 TO CAT-ANO-FUNCION
               END-READ
               IF FSCAT = 00
                   COMPUTE FUNCION-NUM = (CAT-ANO-FUNCION * 10000)
                       + (CAT-MES-FUNCION * 100) + CAT-DIA-FUNCION
               END-IF
           END-IF.

           IF FUNCION-NUM = 0
               ADD 1 TO TOTAL-SIN-CATALOGO
               IF MODO-CANCELAR = 0
                   DISPLAY "Entrada " EVE-EVENTO " " EVE-ASIENTO
                       " sin fecha en el catalogo (revisar con BANKDEV)"
               ELSE
                   MOVE SPACES TO CAN-LINE
                   STRING "ENTRADA " EVE-EVENTO " " EVE-ASIENTO
                       " SIN FECHA EN EL CATALOGO; NO SE DEVUELVE"
                       DELIMITED BY SIZE INTO CAN-LINE
                   WRITE CAN-LINE
               END-IF
               GO TO REPASAR-ENTRADAS-SIGUIENTE.

           IF FUNCION-NUM < HOY-NUM
               GO TO REPASAR-ENTRADAS-SIGUIENTE.

           MOVE CUENTA-CANCELAR TO CUENTA-OPERACION.
           PERFORM LOCALIZAR-COMPRA THRU LOCALIZAR-COMPRA-EXIT.
           IF COMPRA-ENCONTRADA = 0
               ADD 1 TO TOTAL-SIN-COMPRA
               IF MODO-CANCELAR = 0
                   DISPLAY "Entrada " EVE-EVENTO " " EVE-ASIENTO
                       " sin compra localizada (tramitar con BANKAJU)"
               ELSE
                   ADD 1 TO ERRORES-CANCELACION
                   MOVE SPACES TO CAN-LINE
                   STRING "ATENCION: ENTRADA " EVE-EVENTO " "
                       EVE-ASIENTO " SIN COMPRA LOCALIZADA; "
                       "NO SE DEVUELVE"
                       DELIMITED BY SIZE INTO CAN-LINE
                   WRITE CAN-LINE
               END-IF
               GO TO REPASAR-ENTRADAS-SIGUIENTE.

           ADD 1 TO TOTAL-ENTRADAS.
           COMPUTE IMPORTE-CENT = (COMPRA-ENT * 100) + COMPRA-DEC.
           ADD IMPORTE-CENT TO CENT-ENTRADAS.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.

           IF MODO-CANCELAR = 0
               DISPLAY "Entrada " EVE-EVENTO " " EVE-ASIENTO
                   " funcion " FUNCION-NUM " " IMPORTE-EDITADO " "
                   COMPRA-MONEDA
               GO TO REPASAR-ENTRADAS-SIGUIENTE.

      *    Primero se libera la butaca; si no se puede, la entrada
      *    sigue vendida y no se abona.
           MOVE "eventos.ubd" TO AUDITORIA-FICHERO.
           MOVE EVE-CLAVE TO AUDITORIA-CLAVE.
           MOVE EVENTOS-REG TO AUDITORIA-ANTES.

           MOVE "N" TO EVE-VENDIDO.
           MOVE 0 TO EVE-TARJETA.
           MOVE 0 TO EVE-ANO.
           MOVE 0 TO EVE-MES.
           MOVE 0 TO EVE-DIA.
           REWRITE EVENTOS-REG INVALID KEY
               ADD 1 TO ERRORES-CANCELACION
               MOVE SPACES TO CAN-LINE
               STRING "ATENCION: ENTRADA " EVE-EVENTO " " EVE-ASIENTO
                   " SIN LIBERAR; NO SE DEVUELVE"
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
               GO TO REPASAR-ENTRADAS-SIGUIENTE.

           MOVE EVENTOS-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           COMPUTE APUNTE-CENT = (COMPRA-ENT * 100) + COMPRA-DEC.
           MOVE "Devolucion de entradas" TO APUNTE-CONCEPTO.
           MOVE EVE-EVENTO TO APUNTE-EVENTO.
           MOVE EVE-ASIENTO TO APUNTE-ASIENTO.
           MOVE COMPRA-MONEDA TO APUNTE-MONEDA.
           PERFORM POSTEAR-APUNTE THRU POSTEAR-APUNTE-EXIT.
           IF APUNTE-HECHO = 0
               GO TO REPASAR-ENTRADAS-REPONER.

           MOVE SPACES TO CAN-LINE.
           STRING "ENTRADA DEVUELTA " EVE-EVENTO " " EVE-ASIENTO
               " " IMPORTE-EDITADO " " COMPRA-MONEDA
               " MOV " LAST-MOV-NUM(24:12)
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           GO TO REPASAR-ENTRADAS-SIGUIENTE.

      *    El abono no se ha podido anotar: la butaca vuelve a quedar
      *    como estaba, vendida, para tramitar la devolucion con
      *    BANKDEV.
       REPASAR-ENTRADAS-REPONER.
           ADD 1 TO ERRORES-CANCELACION.

           MOVE AUDITORIA-ANTES TO EVENTOS-REG.
           REWRITE EVENTOS-REG INVALID KEY
               MOVE SPACES TO CAN-LINE
               STRING "ATENCION: ENTRADA " EVE-EVENTO " " EVE-ASIENTO
                   " LIBERADA Y SIN DEVOLVER; TRAMITELA CON BANKAJU"
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
               GO TO REPASAR-ENTRADAS-SIGUIENTE.

           MOVE AUDITORIA-DESPUES TO AUDITORIA-ANTES.
           MOVE EVENTOS-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           MOVE SPACES TO CAN-LINE.
           STRING "ATENCION: ENTRADA " EVE-EVENTO " " EVE-ASIENTO
               " SIN DEVOLVER; TRAMITELA CON BANKDEV"
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           GO TO REPASAR-ENTRADAS-SIGUIENTE.

       REPASAR-ENTRADAS-FIN.
           IF CATALOGO-ABIERTO = 1
               CLOSE F-CATALOGO
           END-IF.
           CLOSE F-EVENTOS.

       REPASAR-ENTRADAS-EXIT.
           EXIT.

      *    Busca en la cadena de movimientos de CUENTA-OPERACION la
      *    compra de la butaca EVE-EVENTO/EVE-ASIENTO (el cargo de
      *    BANK8) y recupera su importe y moneda; se queda con la
      *    ultima, por si la butaca se vendio, devolvio y revendio.
       LOCALIZAR-COMPRA.
           MOVE 0 TO COMPRA-ENCONTRADA.

           MOVE CUENTA-OPERACION TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO LOCALIZAR-COMPRA-EXIT.

       LOCALIZAR-COMPRA-SIGUIENTE.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO LOCALIZAR-COMPRA-EXIT.

           IF MOV-TARJETA NOT = CUENTA-OPERACION
               GO TO LOCALIZAR-COMPRA-EXIT.

           IF MOV-CONCEPTO = "Entradas de espectaculos"
                   AND MOV-IMPORTE-SIGNO = "-"
                   AND MOV-EVENTO = EVE-EVENTO
                   AND MOV-ASIENTO = EVE-ASIENTO
               MOVE 1 TO COMPRA-ENCONTRADA
               MOVE MOV-IMPORTE-ENT TO COMPRA-ENT
               MOVE MOV-IMPORTE-DEC TO COMPRA-DEC
               MOVE MOV-MONEDA TO COMPRA-MONEDA
           END-IF.

           GO TO LOCALIZAR-COMPRA-SIGUIENTE.

       LOCALIZAR-COMPRA-EXIT.
           EXIT.

      *    Mes anterior al de hoy y sus dias, con el mismo calendario
      *    que BANKINT (febrero de 29 en anos multiplos de 4).
       PREPARAR-FECHAS.
           IF MES = 1
               MOVE 12 TO MES-ANT
               COMPUTE ANO-ANT = ANO - 1
           ELSE
               COMPUTE MES-ANT = MES - 1
               MOVE ANO TO ANO-ANT
           END-IF.

           MOVE 31 TO DIAS-MES-ANT.
           IF MES-ANT = 4 OR MES-ANT = 6 OR MES-ANT = 9 OR MES-ANT = 11
               MOVE 30 TO DIAS-MES-ANT
           END-IF.
           IF MES-ANT = 2
               MOVE 28 TO DIAS-MES-ANT
               IF FUNCTION MOD(ANO-ANT, 4) = 0
                   MOVE 29 TO DIAS-MES-ANT
               END-IF
           END-IF.
       PREPARAR-FECHAS-EXIT.
           EXIT.

      *    Calcula los intereses, la retencion y las comisiones que
      *    quedan por liquidar. Un primer recorrido de la cadena de la
      *    cuenta averigua si BANKINT y BANKFAC ya han liquidado el
      *    mes anterior (tienen su apunte fechado este mes); el
      *    segundo devenga y tarifa desde donde ellos lo dejaron.
       CALCULAR-LIQUIDACION-FINAL.
           MOVE 0 TO INTERES-LIQUIDADO-MES.
           MOVE 0 TO COMISION-FACTURADA-MES.

           MOVE CUENTA-CANCELAR TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO CALCULAR-VENTANAS.

       REVISAR-LIQUIDACIONES.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO CALCULAR-VENTANAS.

           IF MOV-TARJETA NOT = CUENTA-CANCELAR
               GO TO CALCULAR-VENTANAS.

           IF MOV-ANO = ANO AND MOV-MES = MES
               IF MOV-TERMINAL = "BANKINT"
                   MOVE 1 TO INTERES-LIQUIDADO-MES
               END-IF
               IF MOV-TERMINAL = "BANKFAC"
                   MOVE 1 TO COMISION-FACTURADA-MES
               END-IF
           END-IF.

           GO TO REVISAR-LIQUIDACIONES.

       CALCULAR-VENTANAS.
           IF INTERES-LIQUIDADO-MES = 1
               COMPUTE FECHA-INI-INT = (ANO * 10000) + (MES * 100) + 1
               MOVE 0 TO BASE-INT
           ELSE
               COMPUTE FECHA-INI-INT = (ANO-ANT * 10000)
                   + (MES-ANT * 100) + 1
               MOVE DIAS-MES-ANT TO BASE-INT
           END-IF.
           COMPUTE ORDEN-HOY = BASE-INT + DIA.

           IF COMISION-FACTURADA-MES = 1
               COMPUTE FECHA-INI-FAC = (ANO * 10000) + (MES * 100) + 1
           ELSE
               COMPUTE FECHA-INI-FAC = (ANO-ANT * 10000)
                   + (MES-ANT * 100) + 1
           END-IF.

           MOVE 0 TO SALDO-CORRIENTE-CENT.
           MOVE 1 TO DIA-CURSOR.
           MOVE 0 TO SUMA-POS-CENT.
           MOVE 0 TO SUMA-NEG-CENT.
           MOVE 0 TO DEVENGO-CERRADO.
           MOVE 0 TO CENT-COMISION.
           MOVE 0 TO OPERACIONES-TARIFADAS.

           MOVE 1 TO TARIFAS-ABIERTAS.
           OPEN INPUT F-TARIFAS.
           IF FSTAR NOT = 00 AND FSTAR NOT = 05
               MOVE 0 TO TARIFAS-ABIERTAS.

           MOVE CUENTA-CANCELAR TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO CALCULAR-CIERRE.

       CALCULAR-SIGUIENTE.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO CALCULAR-CIERRE.

           IF MOV-TARJETA NOT = CUENTA-CANCELAR
               GO TO CALCULAR-CIERRE.

           COMPUTE FECHA-MOV-NUM = (MOV-ANO * 10000)
               + (MOV-MES * 100) + MOV-DIA.

           IF FECHA-MOV-NUM NOT < FECHA-INI-FAC
                   AND TARIFAS-ABIERTAS = 1
               PERFORM TARIFAR-MOVIMIENTO THRU TARIFAR-MOVIMIENTO-EXIT
           END-IF.

           PERFORM DEVENGAR-MOVIMIENTO THRU DEVENGAR-MOVIMIENTO-EXIT.
           GO TO CALCULAR-SIGUIENTE.

       CALCULAR-CIERRE.
           IF TARIFAS-ABIERTAS = 1
               CLOSE F-TARIFAS
           END-IF.

           IF DEVENGO-CERRADO = 0
               PERFORM DEVENGAR-HASTA-AYER
                   THRU DEVENGAR-HASTA-AYER-EXIT
           END-IF.

           PERFORM CARGAR-TASAS THRU CARGAR-TASAS-EXIT.

           COMPUTE CENT-INTERES ROUNDED =
               ((SUMA-POS-CENT * TASA-ACREEDORA-PB)
               + (SUMA-NEG-CENT * TASA-DEUDORA-PB))
               / 3600000.

           MOVE 0 TO CENT-RETENCION.
           IF CENT-INTERES > 0
               COMPUTE CENT-RETENCION ROUNDED =
                   (CENT-INTERES * TASA-RETENCION-PB) / 10000
           END-IF.

       CALCULAR-LIQUIDACION-FINAL-EXIT.
           EXIT.

      *    Avanza el devengo con el movimiento leido, como BANKINT: el
      *    saldo anterior devenga los dias transcurridos hasta la
      *    fecha del movimiento y el saldo vigente pasa a ser el
      *    MOV-SALDOPOS del propio movimiento. Lo anterior a la
      *    ventana solo aporta el saldo; lo de hoy ya no devenga.
       DEVENGAR-MOVIMIENTO.
           IF FECHA-MOV-NUM < FECHA-INI-INT
               PERFORM TOMAR-SALDO-MOVIMIENTO
                   THRU TOMAR-SALDO-MOVIMIENTO-EXIT
               GO TO DEVENGAR-MOVIMIENTO-EXIT.

           IF FECHA-MOV-NUM NOT < HOY-NUM
               IF DEVENGO-CERRADO = 0
                   PERFORM DEVENGAR-HASTA-AYER
                       THRU DEVENGAR-HASTA-AYER-EXIT
               END-IF
               PERFORM TOMAR-SALDO-MOVIMIENTO
                   THRU TOMAR-SALDO-MOVIMIENTO-EXIT
               GO TO DEVENGAR-MOVIMIENTO-EXIT.

           IF MOV-ANO = ANO AND MOV-MES = MES
               COMPUTE ORDEN-MOV = BASE-INT + MOV-DIA
           ELSE
               MOVE MOV-DIA TO ORDEN-MOV
           END-IF.

           IF ORDEN-MOV > DIA-CURSOR
               COMPUTE DIAS-TRAMO = ORDEN-MOV - DIA-CURSOR
               PERFORM ACUMULAR-TRAMO THRU ACUMULAR-TRAMO-EXIT
               MOVE ORDEN-MOV TO DIA-CURSOR
           END-IF.

           PERFORM TOMAR-SALDO-MOVIMIENTO
               THRU TOMAR-SALDO-MOVIMIENTO-EXIT.

       DEVENGAR-MOVIMIENTO-EXIT.
           EXIT.

       TOMAR-SALDO-MOVIMIENTO.
           COMPUTE SALDO-CORRIENTE-CENT =
               (MOV-SALDOPOS-ENT * 100) + MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-SIGNO = "-"
               COMPUTE SALDO-CORRIENTE-CENT = 0 - SALDO-CORRIENTE-CENT
           END-IF.
       TOMAR-SALDO-MOVIMIENTO-EXIT.
           EXIT.

      *    El saldo vigente devenga desde DIA-CURSOR hasta ayer, ambos
      *    incluidos.
       DEVENGAR-HASTA-AYER.
           COMPUTE DIAS-TRAMO = ORDEN-HOY - DIA-CURSOR.
           PERFORM ACUMULAR-TRAMO THRU ACUMULAR-TRAMO-EXIT.
           MOVE ORDEN-HOY TO DIA-CURSOR.
           MOVE 1 TO DEVENGO-CERRADO.
       DEVENGAR-HASTA-AYER-EXIT.
           EXIT.

       ACUMULAR-TRAMO.
           IF DIAS-TRAMO <= 0
               GO TO ACUMULAR-TRAMO-EXIT.
           IF SALDO-CORRIENTE-CENT > 0
               COMPUTE SUMA-POS-CENT = SUMA-POS-CENT
                   + (SALDO-CORRIENTE-CENT * DIAS-TRAMO)
           END-IF.
           IF SALDO-CORRIENTE-CENT < 0
               COMPUTE SUMA-NEG-CENT = SUMA-NEG-CENT
                   + (SALDO-CORRIENTE-CENT * DIAS-TRAMO)
           END-IF.
       ACUMULAR-TRAMO-EXIT.
           EXIT.

      *    Suma a CENT-COMISION la tarifa del movimiento leido: la del
      *    terminal del movimiento o, en su defecto, la generica del
      *    concepto, igual que BANKFAC. Un movimiento sin tarifa es
      *    gratuito.
       TARIFAR-MOVIMIENTO.
           MOVE MOV-CONCEPTO TO TAR-CONCEPTO.
           MOVE MOV-TERMINAL TO TAR-TERMINAL.
           READ F-TARIFAS INVALID KEY
               MOVE MOV-CONCEPTO TO TAR-CONCEPTO
               MOVE SPACES TO TAR-TERMINAL
               READ F-TARIFAS INVALID KEY
                   GO TO TARIFAR-MOVIMIENTO-EXIT
               END-READ
           END-READ.

           ADD 1 TO OPERACIONES-TARIFADAS.
           COMPUTE CENT-COMISION = CENT-COMISION
               + (TAR-IMPORTE-ENT * 100) + TAR-IMPORTE-DEC.
       TARIFAR-MOVIMIENTO-EXIT.
           EXIT.

      *    Deja en TASA-ACREEDORA-PB, TASA-DEUDORA-PB y
      *    TASA-RETENCION-PB los tipos de la cuenta vigentes hoy.
       CARGAR-TASAS.
           MOVE HOY-NUM TO PARAMETRO-FECHA.

           MOVE "TASA-ACREEDORA-PB" TO PARAMETRO-NOMBRE.
           MOVE CUENTA-CANCELAR TO PARAMETRO-TARJETA.
           MOVE TASA-ACREEDORA-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO TASA-ACREEDORA-PB.

           MOVE "TASA-DEUDORA-PB" TO PARAMETRO-NOMBRE.
           MOVE CUENTA-CANCELAR TO PARAMETRO-TARJETA.
           MOVE TASA-DEUDORA-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO TASA-DEUDORA-PB.

           MOVE "TASA-RETENCION-PB" TO PARAMETRO-NOMBRE.
           MOVE CUENTA-CANCELAR TO PARAMETRO-TARJETA.
           MOVE TASA-RETENCION-DEF TO PARAMETRO-ENT.
           MOVE 0 TO PARAMETRO-DEC.
           PERFORM LEER-PARAMETRO THRU LEER-PARAMETRO-EXIT.
           MOVE PARAMETRO-ENT TO TASA-RETENCION-PB.

       CARGAR-TASAS-EXIT.
           EXIT.

      *    Postea los intereses, su retencion y las comisiones
      *    calculados en el primer repaso, con los mismos conceptos
      *    que BANKINT y BANKFAC para que BANKCER los recoja en el
      *    certificado anual. Lo que no se pueda postear queda
      *    senalado en el extracto para cargarlo a mano.
       POSTEAR-LIQUIDACION-FINAL.
           MOVE SPACES TO APUNTE-EVENTO.
           MOVE SPACES TO APUNTE-ASIENTO.
           MOVE MONEDA-CUENTA TO APUNTE-MONEDA.

           IF CENT-INTERES = 0
               GO TO POSTEAR-COMISION-FINAL.

           MOVE CENT-INTERES TO APUNTE-CENT.
           MOVE "Liquidacion de intereses" TO APUNTE-CONCEPTO.
           PERFORM POSTEAR-APUNTE THRU POSTEAR-APUNTE-EXIT.
           MOVE CENT-INTERES TO IMPORTE-CENT.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           MOVE SPACES TO CAN-LINE.
           IF APUNTE-HECHO = 0
               ADD 1 TO ERRORES-CANCELACION
               STRING "ATENCION: INTERESES SIN POSTEAR "
                   IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
               GO TO POSTEAR-COMISION-FINAL
           END-IF.
           STRING "LIQUIDACION DE INTERESES DESDE " FECHA-INI-INT
               " HASTA AYER " IMPORTE-EDITADO
               " MOV " LAST-MOV-NUM(24:12)
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.

           IF CENT-RETENCION = 0
               GO TO POSTEAR-COMISION-FINAL.

           COMPUTE APUNTE-CENT = 0 - CENT-RETENCION.
           MOVE "Retencion sobre intereses" TO APUNTE-CONCEPTO.
           PERFORM POSTEAR-APUNTE THRU POSTEAR-APUNTE-EXIT.
           MOVE APUNTE-CENT TO IMPORTE-CENT.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           MOVE SPACES TO CAN-LINE.
           IF APUNTE-HECHO = 0
               ADD 1 TO ERRORES-CANCELACION
               STRING "ATENCION: RETENCION SIN POSTEAR "
                   IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO CAN-LINE
           ELSE
               STRING "RETENCION SOBRE INTERESES (" TASA-RETENCION-PB
                   " P.B.) " IMPORTE-EDITADO
                   " MOV " LAST-MOV-NUM(24:12)
                   DELIMITED BY SIZE INTO CAN-LINE
           END-IF.
           WRITE CAN-LINE.

       POSTEAR-COMISION-FINAL.
           IF CENT-COMISION = 0
               GO TO POSTEAR-LIQUIDACION-FINAL-EXIT.

           COMPUTE APUNTE-CENT = 0 - CENT-COMISION.
           MOVE "Comision de servicios" TO APUNTE-CONCEPTO.
           PERFORM POSTEAR-APUNTE THRU POSTEAR-APUNTE-EXIT.
           MOVE APUNTE-CENT TO IMPORTE-CENT.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           MOVE SPACES TO CAN-LINE.
           IF APUNTE-HECHO = 0
               ADD 1 TO ERRORES-CANCELACION
               STRING "ATENCION: COMISIONES SIN POSTEAR "
                   IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO CAN-LINE
           ELSE
               STRING "COMISION DE SERVICIOS DESDE " FECHA-INI-FAC
                   " (" OPERACIONES-TARIFADAS " OPERACIONES) "
                   IMPORTE-EDITADO " MOV " LAST-MOV-NUM(24:12)
                   DELIMITED BY SIZE INTO CAN-LINE
           END-IF.
           WRITE CAN-LINE.

       POSTEAR-LIQUIDACION-FINAL-EXIT.
           EXIT.

      *    Entrega al cliente el saldo que ha quedado, releido del
      *    maestro despues de todo lo anterior. En efectivo se postea
      *    la retirada en el acto. Por transferencia se deja la orden
      *    por el saldo entero para esta noche, igual que la dejaria
      *    BANK6: hacia una cuenta nuestra en transferencias.ubd (la
      *    ejecuta BANKTRF, con el cambio de moneda si lo hay) y hacia
      *    otro banco en interenv.ubd (la carga y envia BANKEXT).
       ENTREGAR-SALDO.
           MOVE CUENTA-CANCELAR TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-SALDO-TARJETA
               THRU LOCALIZAR-SALDO-TARJETA-EXIT.
           MOVE SALDO-ACTUAL-CENT TO SALDO-FINAL-CENT.
           MOVE SALDO-FINAL-CENT TO IMPORTE-CENT.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.

           IF SALDO-FINAL-CENT = 0
               MOVE SPACES TO CAN-LINE
               STRING "SIN SALDO QUE ENTREGAR"
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
               GO TO ENTREGAR-SALDO-EXIT.

           IF SALDO-FINAL-CENT < 0
               ADD 1 TO ERRORES-CANCELACION
               MOVE SPACES TO CAN-LINE
               STRING "ATENCION: LA CUENTA QUEDA CON SALDO DEUDOR "
                   IMPORTE-EDITADO " " MONEDA-CUENTA
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
               GO TO ENTREGAR-SALDO-EXIT.

      *    Si el saldo previsto era cero no se pregunto la forma de
      *    entrega: lo que haya quedado se entrega en efectivo.
           IF PAGO-FORMA = 0
               MOVE 1 TO PAGO-FORMA.

           IF PAGO-FORMA = 2
               GO TO ENTREGAR-POR-TRANSFERENCIA.

       ENTREGAR-EN-EFECTIVO.
           COMPUTE APUNTE-CENT = 0 - SALDO-FINAL-CENT.
           MOVE "Retirada de efectivo" TO APUNTE-CONCEPTO.
           MOVE SPACES TO APUNTE-EVENTO.
           MOVE SPACES TO APUNTE-ASIENTO.
           MOVE MONEDA-CUENTA TO APUNTE-MONEDA.
           PERFORM POSTEAR-APUNTE THRU POSTEAR-APUNTE-EXIT.
           MOVE SPACES TO CAN-LINE.
           IF APUNTE-HECHO = 0
               ADD 1 TO ERRORES-CANCELACION
               STRING "ATENCION: ENTREGA EN EFECTIVO SIN POSTEAR "
                   IMPORTE-EDITADO " " MONEDA-CUENTA
                   "; NO ENTREGUE EL DINERO"
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
               DISPLAY "No se ha podido postear la entrega; no "
                   "entregue el dinero"
               GO TO ENTREGAR-SALDO-EXIT
           END-IF.
           STRING "SALDO ENTREGADO EN EFECTIVO " IMPORTE-EDITADO " "
               MONEDA-CUENTA " MOV " LAST-MOV-NUM(24:12)
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           DISPLAY "Entregue al cliente en efectivo: " IMPORTE-EDITADO
               " " MONEDA-CUENTA.
           MOVE 0 TO SALDO-FINAL-CENT.
           GO TO ENTREGAR-SALDO-EXIT.

       ENTREGAR-POR-TRANSFERENCIA.
           DIVIDE SALDO-FINAL-CENT BY 100 GIVING SALDO-ENT-TMP
               REMAINDER SALDO-DEC-TMP.

           IF DESTINO-EXTERNO = 1
               GO TO ENTREGAR-POR-CAMARA.

           OPEN I-O F-TRANSFERENCIAS.
           IF FSTR = 35
               OPEN OUTPUT F-TRANSFERENCIAS
               CLOSE F-TRANSFERENCIAS
               OPEN I-O F-TRANSFERENCIAS
           END-IF.
           IF FSTR NOT = 00 AND FSTR NOT = 05
               GO TO ENTREGAR-SIN-ORDEN.

           MOVE 0 TO LAST-TR-NUM.
           PERFORM LOCALIZAR-ULTIMO-TR-NUM
               THRU LOCALIZAR-ULTIMO-TR-NUM-EXIT.

           ADD 1 TO LAST-TR-NUM.
           MOVE LAST-TR-NUM TO TR-NUM.
           MOVE CUENTA-CANCELAR TO TR-ORIGEN.
           MOVE CUENTA-DESTINO TO TR-DESTINO.
           MOVE SALDO-ENT-TMP TO TR-IMPORTE-ENT.
           MOVE SALDO-DEC-TMP TO TR-IMPORTE-DEC.
           MOVE 0 TO TR-ANO-ULT-EJEC.
           MOVE 0 TO TR-MES-ULT-EJEC.
           MOVE 0 TO TR-DIA-ULT-EJEC.
           MOVE "Transferencia programada" TO TR-CONCEPTO.
           MOVE ANO TO TR-ANO.
           MOVE MES TO TR-MES.
           MOVE DIA TO TR-DIA.
           MOVE 0 TO TR-ANO-FIN.
           MOVE 0 TO TR-MES-FIN.
           MOVE 0 TO TR-DIA-FIN.
           MOVE MONEDA-CUENTA TO TR-MONEDA.
           WRITE TRANSFE-REG INVALID KEY
               CLOSE F-TRANSFERENCIAS
               GO TO ENTREGAR-SIN-ORDEN.
           CLOSE F-TRANSFERENCIAS.

           MOVE "transferencias" TO AUDITORIA-FICHERO.
           MOVE TR-NUM TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           MOVE TRANSFE-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           MOVE SPACES TO CAN-LINE.
           STRING "SALDO TRANSFERIDO A LA CUENTA " CUENTA-DESTINO
               " " IMPORTE-EDITADO " " MONEDA-CUENTA
               " ORDEN " TR-NUM(24:12) " (SE EJECUTA ESTA NOCHE)"
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           GO TO ENTREGAR-SALDO-EXIT.

       ENTREGAR-POR-CAMARA.
           OPEN I-O F-ENVIOS.
           IF FSENV = 35
               OPEN OUTPUT F-ENVIOS
               CLOSE F-ENVIOS
               OPEN I-O F-ENVIOS
           END-IF.
           IF FSENV NOT = 00 AND FSENV NOT = 05
               GO TO ENTREGAR-SIN-ORDEN.

           PERFORM OBTENER-ENV-NUM THRU OBTENER-ENV-NUM-EXIT.
           IF CONTADOR-AGOTADO = 1
               CLOSE F-ENVIOS
               GO TO ENTREGAR-SIN-ORDEN.

           MOVE LAST-ENV-NUM TO ENV-NUM.
           MOVE CUENTA-CANCELAR TO ENV-ORIGEN.
           MOVE CUENTA-DESTINO TO ENV-DESTINO.
           MOVE SALDO-ENT-TMP TO ENV-IMPORTE-ENT.
           MOVE SALDO-DEC-TMP TO ENV-IMPORTE-DEC.
           MOVE MONEDA-CUENTA TO ENV-MONEDA.
           MOVE "P" TO ENV-ESTADO.
           MOVE ANO TO ENV-ANO-ALTA.
           MOVE MES TO ENV-MES-ALTA.
           MOVE DIA TO ENV-DIA-ALTA.
           MOVE 0 TO ENV-ANO-ENVIO.
           MOVE 0 TO ENV-MES-ENVIO.
           MOVE 0 TO ENV-DIA-ENVIO.
           MOVE 0 TO ENV-MOV-CARGO.
           MOVE SPACES TO ENV-MOTIVO-DEVOL.
           MOVE 0 TO ENV-ANO-DEVOL.
           MOVE 0 TO ENV-MES-DEVOL.
           MOVE 0 TO ENV-DIA-DEVOL.
           MOVE 0 TO ENV-MOV-DEVOL.
           WRITE ENVIO-REG INVALID KEY
               CLOSE F-ENVIOS
               GO TO ENTREGAR-SIN-ORDEN.
           CLOSE F-ENVIOS.

           MOVE "interenv.ubd" TO AUDITORIA-FICHERO.
           MOVE ENV-NUM TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           MOVE ENVIO-REG TO AUDITORIA-DESPUES.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           MOVE SPACES TO CAN-LINE.
           STRING "SALDO TRANSFERIDO A OTRO BANCO, CUENTA "
               CUENTA-DESTINO " " IMPORTE-EDITADO " " MONEDA-CUENTA
               " ORDEN " ENV-NUM(24:12) " (SALE ESTA NOCHE)"
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           GO TO ENTREGAR-SALDO-EXIT.

      *    Sin orden de transferencia el saldo se entrega en
      *    efectivo, pasando por la retirada de arriba: el dinero solo
      *    sale de caja si la retirada ha quedado posteada.
       ENTREGAR-SIN-ORDEN.
           MOVE SPACES TO CAN-LINE.
           STRING "NO SE HA PODIDO ORDENAR LA TRANSFERENCIA DEL SALDO "
               IMPORTE-EDITADO " " MONEDA-CUENTA
               "; SE ENTREGA EN EFECTIVO"
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           DISPLAY "No se ha podido ordenar la transferencia del "
               "saldo; se entrega en efectivo".
           MOVE 1 TO PAGO-FORMA.
           GO TO ENTREGAR-EN-EFECTIVO.

       ENTREGAR-SALDO-EXIT.
           EXIT.

      *    Marca como canceladas ("C") la tarjeta titular de la cuenta
      *    y todas sus adicionales. Los vinculos se conservan, para
      *    que los extractos de las adicionales sigan llevando a la
      *    cuenta cancelada.
       CANCELAR-TARJETAS.
           MOVE CUENTA-CANCELAR TO TARJETA-ESTADO.
           PERFORM GRABAR-ESTADO-CANCELADA
               THRU GRABAR-ESTADO-CANCELADA-EXIT.

           MOVE 1 TO INDICE-VINCULADA.

       CANCELAR-TARJETAS-SIGUIENTE.
           IF INDICE-VINCULADA > TOTAL-VINCULADAS
               GO TO CANCELAR-TARJETAS-EXIT.

           MOVE VINCULADA-TARJETA(INDICE-VINCULADA) TO TARJETA-ESTADO.
           PERFORM GRABAR-ESTADO-CANCELADA
               THRU GRABAR-ESTADO-CANCELADA-EXIT.
           ADD 1 TO INDICE-VINCULADA.
           GO TO CANCELAR-TARJETAS-SIGUIENTE.

       CANCELAR-TARJETAS-EXIT.
           EXIT.

      *    Graba (o reescribe) el estado "C" de la tarjeta
      *    TARJETA-ESTADO con el empleado y la fecha de hoy, como
      *    GRABAR-ESTADO de BANKEST, y lo anota en el extracto.
       GRABAR-ESTADO-CANCELADA.
           OPEN I-O F-ESTADOS.
           IF FSEST = 35
               OPEN OUTPUT F-ESTADOS
               CLOSE F-ESTADOS
               OPEN I-O F-ESTADOS
           END-IF.
           IF FSEST NOT = 00 AND FSEST NOT = 05
               GO TO GRABAR-ESTADO-ERROR.

           MOVE 1 TO EXISTE-ESTADO.
           MOVE TARJETA-ESTADO TO EST-TARJETA.
           READ F-ESTADOS INVALID KEY
               MOVE 0 TO EXISTE-ESTADO.

           MOVE "estados.ubd" TO AUDITORIA-FICHERO.
           MOVE TARJETA-ESTADO TO AUDITORIA-CLAVE.
           MOVE SPACES TO AUDITORIA-ANTES.
           IF EXISTE-ESTADO = 1
               MOVE ESTADO-REG TO AUDITORIA-ANTES.

           MOVE TARJETA-ESTADO TO EST-TARJETA.
           MOVE "C" TO EST-ESTADO.
           MOVE OPERADOR-TECLEADO TO EST-OPERADOR.
           MOVE ANO TO EST-ANO.
           MOVE MES TO EST-MES.
           MOVE DIA TO EST-DIA.

           IF EXISTE-ESTADO = 1
               REWRITE ESTADO-REG INVALID KEY
                   CLOSE F-ESTADOS
                   GO TO GRABAR-ESTADO-ERROR
               END-REWRITE
           ELSE
               WRITE ESTADO-REG INVALID KEY
                   CLOSE F-ESTADOS
                   GO TO GRABAR-ESTADO-ERROR
               END-WRITE
           END-IF.

           MOVE ESTADO-REG TO AUDITORIA-DESPUES.
           CLOSE F-ESTADOS.
           PERFORM ANOTAR-AUDITORIA THRU ANOTAR-AUDITORIA-EXIT.

           MOVE SPACES TO CAN-LINE.
           STRING "TARJETA " TARJETA-ESTADO " CANCELADA"
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           GO TO GRABAR-ESTADO-CANCELADA-EXIT.

       GRABAR-ESTADO-ERROR.
           ADD 1 TO ERRORES-CANCELACION.
           MOVE SPACES TO CAN-LINE.
           STRING "ATENCION: TARJETA " TARJETA-ESTADO
               " SIN MARCAR COMO CANCELADA; MARQUELA CON BANKEST"
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.
           DISPLAY "No se ha podido marcar la tarjeta "
               TARJETA-ESTADO " como cancelada".

       GRABAR-ESTADO-CANCELADA-EXIT.
           EXIT.

      *    Consulta en estados.ubd el estado de la tarjeta
      *    TARJETA-ESTADO y lo deja en ESTADO-LEIDO; sin registro, o
      *    sin el propio fichero, la tarjeta esta activa ("A").
       LEER-ESTADO-TARJETA.
           MOVE "A" TO ESTADO-LEIDO.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; se sigue con la lectura, que no
      *    encontrara registro, y su CLOSE lo deja cerrado para las
      *    siguientes comprobaciones.
           OPEN INPUT F-ESTADOS.
           IF FSEST NOT = 00 AND FSEST NOT = 05
               GO TO LEER-ESTADO-TARJETA-EXIT.

           MOVE TARJETA-ESTADO TO EST-TARJETA.
           READ F-ESTADOS INVALID KEY
               CLOSE F-ESTADOS
               GO TO LEER-ESTADO-TARJETA-EXIT.

           MOVE EST-ESTADO TO ESTADO-LEIDO.
           CLOSE F-ESTADOS.

       LEER-ESTADO-TARJETA-EXIT.
           EXIT.

      *    Nombre y direccion del titular de la cuenta para el
      *    extracto; sin registro en clientes.ubd quedan en blanco.
       LEER-CLIENTE.
           MOVE SPACES TO CLIENTE-NOMBRE.
           MOVE SPACES TO CLIENTE-DIRECCION.

           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO LEER-CLIENTE-EXIT.

           MOVE CUENTA-CANCELAR TO CLI-NUM.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               GO TO LEER-CLIENTE-EXIT.

           MOVE CLI-NOMBRE TO CLIENTE-NOMBRE.
           MOVE CLI-DIRECCION TO CLIENTE-DIRECCION.
           CLOSE CLIENTES.

       LEER-CLIENTE-EXIT.
           EXIT.

      *    Recupera la moneda en la que opera la cuenta, si el fichero
      *    de monedas existe y tiene un registro para ella; en su
      *    ausencia la cuenta opera en EUR, como siempre.
       LEER-MONEDA-CUENTA.
           MOVE "EUR" TO MONEDA-CUENTA.

           OPEN INPUT F-MONEDAS.
           IF FSMON NOT = 00
               GO TO LEER-MONEDA-CUENTA-EXIT.

           MOVE CUENTA-CANCELAR TO MON-TARJETA.
           READ F-MONEDAS INVALID KEY
               CLOSE F-MONEDAS
               GO TO LEER-MONEDA-CUENTA-EXIT.

           MOVE MON-CODIGO TO MONEDA-CUENTA.
           CLOSE F-MONEDAS.

       LEER-MONEDA-CUENTA-EXIT.
           EXIT.

      *    Cabecera del extracto de cierre: cuenta, titular, fecha,
      *    empleado y supervisor, y el saldo de partida.
       ESCRIBIR-CABECERA.
           MOVE SPACES TO CAN-LINE.
           STRING "UNIZARBANK - EXTRACTO DE CANCELACION DE CUENTA"
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.

           MOVE SPACES TO CAN-LINE.
           WRITE CAN-LINE.

           MOVE SPACES TO CAN-LINE.
           STRING "CUENTA " CUENTA-CANCELAR " MONEDA " MONEDA-CUENTA
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.

           MOVE SPACES TO CAN-LINE.
           STRING "TITULAR " CLIENTE-NOMBRE
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.

           MOVE SPACES TO CAN-LINE.
           STRING "DIRECCION " CLIENTE-DIRECCION
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.

           MOVE SPACES TO CAN-LINE.
           STRING "FECHA " ANO "-" MES "-" DIA
               " HORA " HORAS ":" MINUTOS
               " EMPLEADO " OPERADOR-TECLEADO
               " APROBADO " APROBADOR-OPERADOR
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.

           MOVE SPACES TO CAN-LINE.
           WRITE CAN-LINE.

           MOVE SALDO-INICIAL-CENT TO IMPORTE-CENT.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           MOVE SPACES TO CAN-LINE.
           STRING "SALDO ANTES DE LA CANCELACION " IMPORTE-EDITADO
               " " MONEDA-CUENTA
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.

       ESCRIBIR-CABECERA-EXIT.
           EXIT.

      *    Pie del extracto: recuento de lo anulado y saldo final.
       ESCRIBIR-PIE.
           MOVE SPACES TO CAN-LINE.
           WRITE CAN-LINE.

           MOVE SPACES TO CAN-LINE.
           STRING "TRANSFERENCIAS ANULADAS " TOTAL-TRF-SALIENTES
               " RECIBOS DEVUELTOS " TOTAL-RECIBOS
               " MANDATOS REVOCADOS " TOTAL-MANDATOS
               " ORDENES INTERBANCARIAS ANULADAS " TOTAL-ENVIOS
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.

           MOVE SPACES TO CAN-LINE.
           STRING "ENTRADAS DEVUELTAS " TOTAL-ENTRADAS
               " TARJETAS ADICIONALES CANCELADAS " TOTAL-VINCULADAS
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.

           IF TOTAL-TRF-ENTRANTES NOT = 0
               MOVE SPACES TO CAN-LINE
               STRING "TRANSFERENCIAS DE OTROS CLIENTES HACIA LA "
                   "CUENTA " TOTAL-TRF-ENTRANTES
                   " (AVISAR A LOS ORDENANTES PARA QUE LAS ANULEN)"
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
           END-IF.

           MOVE SALDO-FINAL-CENT TO IMPORTE-CENT.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           MOVE SPACES TO CAN-LINE.
           IF PAGO-FORMA = 2
               STRING "SALDO PENDIENTE DE LA TRANSFERENCIA DE ESTA "
                   "NOCHE " IMPORTE-EDITADO " " MONEDA-CUENTA
                   DELIMITED BY SIZE INTO CAN-LINE
           ELSE
               STRING "SALDO FINAL " IMPORTE-EDITADO " "
                   MONEDA-CUENTA
                   DELIMITED BY SIZE INTO CAN-LINE
           END-IF.
           WRITE CAN-LINE.

           MOVE SPACES TO CAN-LINE.
           STRING "CUENTA CANCELADA"
               DELIMITED BY SIZE INTO CAN-LINE.
           WRITE CAN-LINE.

           IF ERRORES-CANCELACION NOT = 0
               MOVE SPACES TO CAN-LINE
               STRING "ATENCION: " ERRORES-CANCELACION
                   " OPERACIONES PENDIENTES DE TRAMITAR A MANO"
                   DELIMITED BY SIZE INTO CAN-LINE
               WRITE CAN-LINE
           END-IF.

       ESCRIBIR-PIE-EXIT.
           EXIT.

      *    Anota en ajusteslog.txt, igual que BANKAJU y BANKDEV, la
      *    cancelacion de la cuenta con el empleado y el supervisor
      *    que la aprobo.
       REGISTRAR-CANCELACION.
           OPEN EXTEND AJUSTESLOG.
           IF FSLOG = 35
               OPEN OUTPUT AJUSTESLOG
               CLOSE AJUSTESLOG
               OPEN EXTEND AJUSTESLOG
           END-IF.
           IF FSLOG NOT = 00
               GO TO REGISTRAR-CANCELACION-EXIT.

           MOVE SALDO-INICIAL-CENT TO IMPORTE-CENT.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           MOVE SPACES TO LOG-LINE.
           STRING "CANCELACION CUENTA " CUENTA-CANCELAR
               " SALDO INICIAL " IMPORTE-EDITADO " " MONEDA-CUENTA
               " ENTREGA " PAGO-FORMA
               " DESTINO " CUENTA-DESTINO
               " EMPLEADO " OPERADOR-TECLEADO
               " APROBADO " APROBADOR-OPERADOR
               " FECHA " ANO "-" MES "-" DIA
               " HORA " HORAS ":" MINUTOS ":" SEGUNDOS
               DELIMITED BY SIZE INTO LOG-LINE.
           WRITE LOG-LINE.

           CLOSE AJUSTESLOG.
       REGISTRAR-CANCELACION-EXIT.
           EXIT.

      *    Prepara en IMPORTE-EDITADO el importe IMPORTE-CENT (en
      *    centimos, con signo) como signo, unidades, coma y
      *    centimos.
       FORMATEAR-IMPORTE.
           MOVE " " TO IMPORTE-SIGNO.
           IF IMPORTE-CENT < 0
               MOVE "-" TO IMPORTE-SIGNO.
           COMPUTE IMPORTE-ABS-CENT = FUNCTION ABS(IMPORTE-CENT).
           DIVIDE IMPORTE-ABS-CENT BY 100 GIVING IMPORTE-ENT-ED
               REMAINDER IMPORTE-DEC-ED.
       FORMATEAR-IMPORTE-EXIT.
           EXIT.

      *    Postea en la cuenta el apunte descrito en APUNTE-*,
      *    encadenado sobre su saldo actual, con el patron de todos
      *    los programas de posteo: saldo, numero del contador,
      *    movimiento y maestro de saldos. APUNTE-HECHO queda a 1 si
      *    el movimiento se ha grabado.
       POSTEAR-APUNTE.
           MOVE 0 TO APUNTE-HECHO.

           MOVE CUENTA-CANCELAR TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-SALDO-TARJETA
               THRU LOCALIZAR-SALDO-TARJETA-EXIT.
           COMPUTE SALDO-NUEVO-CENT = SALDO-ACTUAL-CENT + APUNTE-CENT.

           PERFORM OBTENER-MOV-NUM THRU OBTENER-MOV-NUM-EXIT.
           IF CONTADOR-AGOTADO = 1
               GO TO POSTEAR-APUNTE-EXIT.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE CUENTA-CANCELAR TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           COMPUTE APUNTE-ABS-CENT = FUNCTION ABS(APUNTE-CENT).
           DIVIDE APUNTE-ABS-CENT BY 100 GIVING SALDO-ENT-TMP
               REMAINDER SALDO-DEC-TMP.
           MOVE SALDO-ENT-TMP TO MOV-IMPORTE-ENT.
           MOVE SALDO-DEC-TMP TO MOV-IMPORTE-DEC.
           IF APUNTE-CENT < 0
               MOVE "-" TO MOV-IMPORTE-SIGNO
           ELSE
               MOVE "+" TO MOV-IMPORTE-SIGNO
           END-IF.
           MOVE APUNTE-CONCEPTO TO MOV-CONCEPTO.
           MOVE APUNTE-EVENTO TO MOV-EVENTO.
           MOVE APUNTE-ASIENTO TO MOV-ASIENTO.
           MOVE APUNTE-MONEDA TO MOV-MONEDA.
           MOVE "BANKCIE" TO MOV-TERMINAL.
           PERFORM DESGLOSAR-SALDO THRU DESGLOSAR-SALDO-EXIT.
           WRITE MOVIMIENTO-REG INVALID KEY
               GO TO POSTEAR-APUNTE-EXIT.

           MOVE CUENTA-CANCELAR TO TARJETA-MAESTRO.
           PERFORM ACTUALIZAR-SALDO-MAESTRO
               THRU ACTUALIZAR-SALDO-MAESTRO-EXIT.
           MOVE 1 TO APUNTE-HECHO.

       POSTEAR-APUNTE-EXIT.
           EXIT.
      * Descompone un saldo en centimos (con signo) en MOV-SALDOPOS-ENT
      * (con signo) y MOV-SALDOPOS-DEC (sin signo), igual que el resto
      * del sistema representa los importes.
       DESGLOSAR-SALDO.
           COMPUTE SALDO-ABS-CENT = FUNCTION ABS(SALDO-NUEVO-CENT).
           DIVIDE SALDO-ABS-CENT BY 100 GIVING SALDO-ENT-TMP
               REMAINDER SALDO-DEC-TMP.
           MOVE SALDO-ENT-TMP TO MOV-SALDOPOS-ENT.
           MOVE SALDO-DEC-TMP TO MOV-SALDOPOS-DEC.
           IF SALDO-NUEVO-CENT < 0
               MOVE "-" TO MOV-SALDOPOS-SIGNO
           ELSE
               MOVE "+" TO MOV-SALDOPOS-SIGNO
           END-IF.
       DESGLOSAR-SALDO-EXIT.
           EXIT.

      * Recupera en SALDO-ACTUAL-CENT el saldo del ultimo movimiento de
      * la tarjeta TARJETA-BUSCADA (0 si todavia no tiene movimientos).
      * El maestro de saldos evita releer toda la cadena; solo en su
      * ausencia se recorre la cadena completa, como siempre.
       LOCALIZAR-SALDO-TARJETA.
           MOVE 0 TO SALDO-ACTUAL-CENT.

           PERFORM LEER-SALDO-MAESTRO THRU LEER-SALDO-MAESTRO-EXIT.
           IF SALDO-MAESTRO-OK = 1
               MOVE SALDO-MAESTRO-CENT TO SALDO-ACTUAL-CENT
               GO TO LOCALIZAR-SALDO-TARJETA-EXIT.

           MOVE TARJETA-BUSCADA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO LOCALIZAR-SALDO-TARJETA-EXIT.

       LOCALIZAR-SALDO-SIGUIENTE.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO LOCALIZAR-SALDO-TARJETA-EXIT.

           IF MOV-TARJETA NOT = TARJETA-BUSCADA
               GO TO LOCALIZAR-SALDO-TARJETA-EXIT.

           COMPUTE SALDO-ACTUAL-CENT =
               (MOV-SALDOPOS-ENT * 100) + MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-SIGNO = "-"
               COMPUTE SALDO-ACTUAL-CENT = 0 - SALDO-ACTUAL-CENT
           END-IF.

           GO TO LOCALIZAR-SALDO-SIGUIENTE.

       LOCALIZAR-SALDO-TARJETA-EXIT.
           EXIT.

      *    Recupera en SALDO-MAESTRO-CENT el saldo de la tarjeta
      *    TARJETA-BUSCADA segun el maestro saldos.ubd, si este
      *    existe y tiene registro para ella; SALDO-MAESTRO-OK queda
      *    a 0 en caso contrario.
       LEER-SALDO-MAESTRO.
           MOVE 0 TO SALDO-MAESTRO-OK.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; se sigue con la lectura, que no
      *    encontrara registro, y su CLOSE lo deja cerrado para los
      *    siguientes accesos al maestro de este mismo proceso.
           OPEN INPUT F-SALDOS.
           IF FSS NOT = 00 AND FSS NOT = 05
               GO TO LEER-SALDO-MAESTRO-EXIT.

           MOVE TARJETA-BUSCADA TO SAL-TARJETA.
           READ F-SALDOS INVALID KEY
               CLOSE F-SALDOS
               GO TO LEER-SALDO-MAESTRO-EXIT.

           COMPUTE SALDO-MAESTRO-CENT =
               (SAL-SALDO-ENT * 100) + SAL-SALDO-DEC.
           IF SAL-SIGNO = "-"
               COMPUTE SALDO-MAESTRO-CENT = 0 - SALDO-MAESTRO-CENT
           END-IF.
           MOVE 1 TO SALDO-MAESTRO-OK.
           CLOSE F-SALDOS.

       LEER-SALDO-MAESTRO-EXIT.
           EXIT.

      *    Deja en el maestro de saldos el saldo SALDO-NUEVO-CENT de
      *    la tarjeta TARJETA-MAESTRO. Si el maestro no se puede
      *    actualizar el posteo no se deshace: BANKSAL lo
      *    reconstruira en la verificacion nocturna.
       ACTUALIZAR-SALDO-MAESTRO.
           OPEN I-O F-SALDOS.
           IF FSS = 35
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS
           END-IF.
           IF FSS NOT = 00 AND FSS NOT = 05
               GO TO ACTUALIZAR-SALDO-MAESTRO-EXIT.

           MOVE 1 TO EXISTE-SALDO-MAESTRO.
           MOVE TARJETA-MAESTRO TO SAL-TARJETA.
           READ F-SALDOS INVALID KEY
               MOVE 0 TO EXISTE-SALDO-MAESTRO.

           COMPUTE SALDO-ABS-CENT = FUNCTION ABS(SALDO-NUEVO-CENT).
           DIVIDE SALDO-ABS-CENT BY 100 GIVING SALDO-ENT-TMP
               REMAINDER SALDO-DEC-TMP.
           MOVE TARJETA-MAESTRO TO SAL-TARJETA.
           MOVE SALDO-ENT-TMP TO SAL-SALDO-ENT.
           MOVE SALDO-DEC-TMP TO SAL-SALDO-DEC.
           IF SALDO-NUEVO-CENT < 0
               MOVE "-" TO SAL-SIGNO
           ELSE
               MOVE "+" TO SAL-SIGNO
           END-IF.

           IF EXISTE-SALDO-MAESTRO = 1
               REWRITE SALDO-REG INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE SALDO-REG INVALID KEY CONTINUE
               END-WRITE
           END-IF.

           CLOSE F-SALDOS.

       ACTUALIZAR-SALDO-MAESTRO-EXIT.
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

      *    Reparte el siguiente MOV-NUM desde el contador compartido
      *    y lo deja en LAST-MOV-NUM. La apertura I-O retiene
      *    contador.ubd en exclusiva, de modo que dos terminales
      *    concurrentes se serializan y nunca reciben el mismo
      *    numero; una apertura rechazada (casi siempre el contador
      *    retenido por otro terminal en pleno reparto) se reintenta,
      *    y el recorrido completo de movimientos.ubd queda
      *    estrictamente para sembrar el contador la primera vez.
      *    CONTADOR-AGOTADO queda a 1 si el contador sigue sin poder
      *    abrirse tras agotar los reintentos: el llamante rechaza
      *    entonces el posteo en vez de arriesgarse a repartir un
      *    numero repetido con el recorrido completo.
       OBTENER-MOV-NUM.
           MOVE 0 TO CONTADOR-AGOTADO.
           MOVE 0 TO INTENTOS-CONTADOR.

       OBTENER-ABRIR-CONTADOR.
           OPEN I-O F-CONTADOR.
           IF FSCNT = 35
               OPEN OUTPUT F-CONTADOR
               CLOSE F-CONTADOR
               OPEN I-O F-CONTADOR
           END-IF.
           IF FSCNT NOT = 00 AND FSCNT NOT = 05
               ADD 1 TO INTENTOS-CONTADOR
               IF INTENTOS-CONTADOR < REINTENTOS-CONTADOR
                   GO TO OBTENER-ABRIR-CONTADOR
               END-IF
               MOVE 1 TO CONTADOR-AGOTADO
               GO TO OBTENER-MOV-NUM-EXIT.

           MOVE 1 TO EXISTE-CONTADOR.
           MOVE "MOV-NUM" TO CNT-NOMBRE.
           READ F-CONTADOR INVALID KEY
               MOVE 0 TO EXISTE-CONTADOR
               PERFORM LOCALIZAR-ULTIMO-MOV-NUM
                   THRU LOCALIZAR-ULTIMO-MOV-NUM-EXIT
               MOVE LAST-MOV-NUM TO CNT-VALOR.

           MOVE "MOV-NUM" TO CNT-NOMBRE.
           ADD 1 TO CNT-VALOR.
           MOVE CNT-VALOR TO LAST-MOV-NUM.

           IF EXISTE-CONTADOR = 1
               REWRITE CONTADOR-REG INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CONTADOR-REG INVALID KEY CONTINUE
               END-WRITE
           END-IF.

           CLOSE F-CONTADOR.

       OBTENER-MOV-NUM-EXIT.
           EXIT.

      *    Recorre movimientos.ubd para saber cual es el ultimo MOV-NUM
      *    usado; desde que existe el contador compartido solo se usa
      *    para sembrarlo la primera vez.
       LOCALIZAR-ULTIMO-MOV-NUM.
           MOVE 0 TO LAST-MOV-NUM.
           MOVE LOW-VALUES TO MOV-NUM.
           START F-MOVIMIENTOS KEY IS NOT LESS THAN MOV-NUM
               INVALID KEY GO TO LOCALIZAR-ULTIMO-MOV-NUM-EXIT.

       LOCALIZAR-ULTIMO-SIGUIENTE.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO LOCALIZAR-ULTIMO-MOV-NUM-EXIT.

           MOVE MOV-NUM TO LAST-MOV-NUM.
           GO TO LOCALIZAR-ULTIMO-SIGUIENTE.

       LOCALIZAR-ULTIMO-MOV-NUM-EXIT.
           EXIT.

      *    Reparte el siguiente ENV-NUM desde la serie "ENV-NUM" del
      *    contador compartido y lo deja en LAST-ENV-NUM, con el
      *    mismo patron que el reparto de MOV-NUM en los programas de
      *    posteo: la apertura I-O retiene contador.ubd en exclusiva,
      *    una apertura rechazada (casi siempre el contador retenido
      *    por otro terminal en pleno reparto) se reintenta, y el
      *    recorrido completo de interenv.ubd queda estrictamente
      *    para sembrar la serie la primera vez. CONTADOR-AGOTADO
      *    queda a 1 si el contador sigue sin poder abrirse tras
      *    agotar los reintentos: la orden se rechaza en vez de
      *    arriesgarse a repartir un numero repetido.
       OBTENER-ENV-NUM.
           MOVE 0 TO CONTADOR-AGOTADO.
           MOVE 0 TO INTENTOS-CONTADOR.

       OBTENER-ABRIR-CONTADOR-ENV.
           OPEN I-O F-CONTADOR.
           IF FSCNT = 35
               OPEN OUTPUT F-CONTADOR
               CLOSE F-CONTADOR
               OPEN I-O F-CONTADOR
           END-IF.
           IF FSCNT NOT = 00 AND FSCNT NOT = 05
               ADD 1 TO INTENTOS-CONTADOR
               IF INTENTOS-CONTADOR < REINTENTOS-CONTADOR
                   GO TO OBTENER-ABRIR-CONTADOR-ENV
               END-IF
               MOVE 1 TO CONTADOR-AGOTADO
               GO TO OBTENER-ENV-NUM-EXIT.

           MOVE 1 TO EXISTE-CONTADOR.
           MOVE "ENV-NUM" TO CNT-NOMBRE.
           READ F-CONTADOR INVALID KEY
               MOVE 0 TO EXISTE-CONTADOR
               PERFORM LOCALIZAR-ULTIMO-ENV-NUM
                   THRU LOCALIZAR-ULTIMO-ENV-NUM-EXIT
               MOVE LAST-ENV-NUM TO CNT-VALOR.

           MOVE "ENV-NUM" TO CNT-NOMBRE.
           ADD 1 TO CNT-VALOR.
           MOVE CNT-VALOR TO LAST-ENV-NUM.

           IF EXISTE-CONTADOR = 1
               REWRITE CONTADOR-REG INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CONTADOR-REG INVALID KEY CONTINUE
               END-WRITE
           END-IF.

           CLOSE F-CONTADOR.

       OBTENER-ENV-NUM-EXIT.
           EXIT.

      *    Recorre interenv.ubd para saber cual es el ultimo ENV-NUM
      *    usado; desde que existe el contador compartido solo se usa
      *    para sembrar la serie la primera vez.
       LOCALIZAR-ULTIMO-ENV-NUM.
           MOVE 0 TO LAST-ENV-NUM.
           MOVE LOW-VALUES TO ENV-NUM.
           START F-ENVIOS KEY IS NOT LESS THAN ENV-NUM
               INVALID KEY GO TO LOCALIZAR-ULTIMO-ENV-NUM-EXIT.

       LOCALIZAR-ULTIMO-ENV-SIGUIENTE.
           READ F-ENVIOS NEXT RECORD
               AT END GO TO LOCALIZAR-ULTIMO-ENV-NUM-EXIT.

           MOVE ENV-NUM TO LAST-ENV-NUM.
           GO TO LOCALIZAR-ULTIMO-ENV-SIGUIENTE.

       LOCALIZAR-ULTIMO-ENV-NUM-EXIT.
           EXIT.

      *    Recorre transferencias.ubd para saber cual es el ultimo
      *    TR-NUM usado y poder asignar uno nuevo.
       LOCALIZAR-ULTIMO-TR-NUM.
           MOVE LOW-VALUES TO TR-NUM.
           START F-TRANSFERENCIAS KEY IS NOT LESS THAN TR-NUM
               INVALID KEY GO TO LOCALIZAR-ULTIMO-TR-NUM-EXIT.

       LOCALIZAR-ULTIMO-TR-SIGUIENTE.
           READ F-TRANSFERENCIAS NEXT RECORD
               AT END GO TO LOCALIZAR-ULTIMO-TR-NUM-EXIT.

           MOVE TR-NUM TO LAST-TR-NUM.
           GO TO LOCALIZAR-ULTIMO-TR-SIGUIENTE.

       LOCALIZAR-ULTIMO-TR-NUM-EXIT.
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

      *    Anade a auditoria.txt el cambio descrito en AUDITORIA-*,
      *    a nombre de OPERADOR-TECLEADO y con la fecha y hora del
      *    momento. La accion se deduce de las imagenes: sin imagen
      *    de antes es un alta, sin imagen de despues una baja. El
      *    cambio ya esta grabado cuando se llega aqui, asi que si el
      *    registro no se puede abrir solo se avisa al empleado.
       ANOTAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

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
           MOVE "BANKCIE" TO AUD-PROGRAMA.
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
