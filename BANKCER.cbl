       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKCER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           ALTERNATE RECORD KEY IS MOV-TARJETA WITH DUPLICATES
           FILE STATUS IS FSM.

           SELECT OPTIONAL F-HISTORICO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-NUM
           ALTERNATE RECORD KEY IS HIS-TARJETA WITH DUPLICATES
           FILE STATUS IS FSH.

           SELECT OPTIONAL CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-NUM
           FILE STATUS IS FSC.

           SELECT F-CERTIFICADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCER.

           SELECT F-RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRET.

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

      *    Historico de movimientos archivados por BANKARC. El
      *    registro calca el de movimientos.ubd, campo a campo.
       FD F-HISTORICO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/historico.ubd".
       01 HISTORICO-REG.
           02 HIS-NUM              PIC  9(35).
           02 HIS-TARJETA          PIC  9(16).
           02 HIS-ANO              PIC   9(4).
           02 HIS-MES              PIC   9(2).
           02 HIS-DIA              PIC   9(2).
           02 HIS-HOR              PIC   9(2).
           02 HIS-MIN              PIC   9(2).
           02 HIS-SEG              PIC   9(2).
           02 HIS-IMPORTE-ENT      PIC  S9(7).
           02 HIS-IMPORTE-DEC      PIC   9(2).
           02 HIS-CONCEPTO         PIC  X(35).
           02 HIS-SALDOPOS-ENT     PIC  S9(9).
           02 HIS-SALDOPOS-DEC     PIC   9(2).
           02 HIS-EVENTO           PIC  X(20).
           02 HIS-ASIENTO          PIC  X(06).
           02 HIS-MONEDA           PIC  X(03).
           02 HIS-IMPORTE-SIGNO    PIC  X(01).
           02 HIS-SALDOPOS-SIGNO   PIC  X(01).
           02 HIS-TERMINAL         PIC  X(08).

       FD CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/clientes.ubd".
       01 CLIENTES-REG.
      *    CLI-NUM identifica al cliente/cuenta y coincide con TNUM.
           02 CLI-NUM              PIC  9(16).
           02 CLI-NOMBRE           PIC  X(30).
           02 CLI-DIRECCION        PIC  X(40).
           02 CLI-TELEFONO         PIC  9(9).

      *    Certificados fiscales para imprenta: uno por cuenta,
      *    separados por una linea de guiones.
       FD F-CERTIFICADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/certificados.txt".
       01 CER-LINE                  PIC X(80).

      *    Resumen de retenciones del ejercicio para la declaracion:
      *    un registro "D" por cuenta con interes abonado o retencion
      *    y un registro "T" por moneda con la suma de todos ellos y
      *    el numero de perceptores (RET-CUENTA a cero).
       FD F-RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/retenciones.txt".
       01 RETENCION-REG.
           02 RET-TIPO             PIC  X(01).
           02 FILLER               PIC  X(01).
           02 RET-EJERCICIO        PIC  9(4).
           02 FILLER               PIC  X(01).
           02 RET-CUENTA           PIC  9(16).
           02 FILLER               PIC  X(01).
           02 RET-NOMBRE           PIC  X(30).
           02 FILLER               PIC  X(01).
           02 RET-MONEDA           PIC  X(03).
           02 FILLER               PIC  X(01).
           02 RET-BRUTO-ENT        PIC  9(11).
           02 FILLER               PIC  X(01).
           02 RET-BRUTO-DEC        PIC  9(2).
           02 FILLER               PIC  X(01).
           02 RET-RETENIDO-ENT     PIC  9(11).
           02 FILLER               PIC  X(01).
           02 RET-RETENIDO-DEC     PIC  9(2).
           02 FILLER               PIC  X(01).
           02 RET-PERCEPTORES      PIC  9(7).

       WORKING-STORAGE SECTION.
       77 FSM                       PIC X(2).
       77 FSH                       PIC X(2).
       77 FSC                       PIC X(2).
       77 FSCER                     PIC X(2).
       77 FSRET                     PIC X(2).

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

      *    Ejercicio certificado: el ano natural anterior a la fecha
      *    de ejecucion (el batch corre en enero, una vez posteada la
      *    liquidacion de intereses de diciembre).
       77 ANO-CERT                  PIC 9(4).
       77 FECHA-INI-CERT            PIC 9(8).
       77 FECHA-FIN-CERT            PIC 9(8).

      *    Apunte en curso, sea de historico.ubd o de movimientos.ubd:
      *    los dos recorridos lo dejan aqui para acumularlo igual.
       77 APUNTE-TARJETA            PIC 9(16).
       77 APUNTE-FECHA              PIC 9(8).
       77 APUNTE-CONCEPTO           PIC X(35).
       77 APUNTE-SIGNO              PIC X(01).
       77 APUNTE-IMPORTE-CENT       PIC 9(9).
       77 APUNTE-SALDO-CENT         PIC S9(11).
       77 APUNTE-MONEDA             PIC X(03).

      *    Acumulados del ejercicio por cuenta, en centimos. El saldo
      *    a fin de ano es el del ultimo apunte con fecha no posterior
      *    al 31 de diciembre. Quinientas cuentas sobran para una
      *    sucursal, como en BANKINT; si alguna vez se superan, las de
      *    mas se cuentan aparte y el informe lo avisa.
       01 TABLA-CERTIFICADOS.
           05 CERT-ENTRADA OCCURS 500 TIMES.
               10 CERT-CUENTA       PIC  9(16).
               10 CERT-MONEDA       PIC  X(03).
               10 CERT-BRUTO-CENT   PIC S9(11).
               10 CERT-RETENIDO-CENT PIC S9(11).
               10 CERT-DEUDOR-CENT  PIC S9(11).
               10 CERT-COMISION-CENT PIC S9(11).
               10 CERT-SALDO-CENT   PIC S9(11).
       77 TOTAL-CERTIFICADOS        PIC 9(3) VALUE 0.
       77 INDICE-CERT               PIC 9(3).
       77 CUENTA-ANTERIOR           PIC 9(16) VALUE 0.
       77 INDICE-ANTERIOR           PIC 9(3) VALUE 0.

      *    Totales de la declaracion por moneda: igual que en BANKGLE,
      *    nunca se suman importes de monedas distintas.
       01 TABLA-MONEDAS.
           05 MONEDA-ENTRADA OCCURS 10 TIMES.
               10 TOTAL-MONEDA      PIC  X(03).
               10 TOTAL-BRUTO-CENT  PIC S9(13).
               10 TOTAL-RETENIDO-CENT PIC S9(13).
               10 TOTAL-PERCEPTORES PIC  9(7).
       77 TOTAL-MONEDAS             PIC 9(2) VALUE 0.
       77 INDICE-MONEDA             PIC 9(2).

      *    Entrada y salida de FORMATEAR-IMPORTE: un importe con signo
      *    en centimos y su texto ("-1234,56") alineado a la derecha
      *    en IMPORTE-COLUMNA para los certificados.
       77 IMPORTE-CENT              PIC S9(13).
       77 IMPORTE-ABS-CENT          PIC 9(13).
       77 IMPORTE-ENT-TMP           PIC 9(11).
       77 IMPORTE-DEC-TMP           PIC 9(2).
       77 IMPORTE-EDITADO           PIC Z(10)9.
       77 ESPACIOS-IMPORTE          PIC 9(2).
       77 POSICION-IMPORTE          PIC 9(2).
       77 LONGITUD-IMPORTE          PIC 9(2).
       77 IMPORTE-TEXTO             PIC X(16).
       77 IMPORTE-COLUMNA           PIC X(16).
       77 ETIQUETA-LINEA            PIC X(40).
       77 NETO-CENT                 PIC S9(11).
       77 EXISTE-CLIENTE            PIC 9(1).
       77 CLIENTES-ABIERTO          PIC 9(1) VALUE 0.

       77 TOTAL-APUNTES             PIC 9(9) VALUE 0.
       77 TOTAL-EMITIDOS            PIC 9(7) VALUE 0.
       77 TOTAL-DECLARADOS          PIC 9(7) VALUE 0.
       77 TOTAL-SIN-CLIENTE         PIC 9(7) VALUE 0.
       77 TOTAL-SIN-HUECO           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      * Certificado fiscal anual por cliente: recorre historico.ubd y
      * movimientos.ubd (lo archivado por BANKARC y lo vivo) y acumula
      * por cuenta, para el ano anterior, los intereses abonados por
      * BANKINT, la retencion practicada sobre ellos, los intereses
      * deudores y las comisiones de BANKFAC, junto con el saldo a 31
      * de diciembre. Emite un certificado por cuenta a nombre del
      * titular de clientes.ubd y el resumen retenciones.txt con lo
      * que hay que declarar. El arrastre de BANKARC no es un apunte
      * del cliente y solo cuenta como saldo.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           COMPUTE ANO-CERT = ANO - 1.
           COMPUTE FECHA-INI-CERT = (ANO-CERT * 10000) + 101.
           COMPUTE FECHA-FIN-CERT = (ANO-CERT * 10000) + 1231.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKCER: no se ha podido abrir movimientos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-CERTIFICADOS.
           IF FSCER NOT = 00
               DISPLAY "BANKCER: no se ha podido abrir certificados.txt"
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-RETENCIONES.
           IF FSRET NOT = 00
               DISPLAY "BANKCER: no se ha podido abrir retenciones.txt"
               CLOSE F-MOVIMIENTOS
               CLOSE F-CERTIFICADOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Primero lo archivado, que es lo mas antiguo, para que el
      *    saldo a fin de ano quede con el ultimo apunte de la cuenta.
      *    Estado 05: no hay historico todavia y se abre vacio. Sin
      *    lo archivado el certificado saldria incompleto, asi que
      *    cualquier otro error detiene el paso.
           OPEN INPUT F-HISTORICO.
           IF FSH NOT = 00 AND FSH NOT = 05
               DISPLAY "BANKCER: no se ha podido abrir historico.ubd"
               CLOSE F-MOVIMIENTOS
               CLOSE F-CERTIFICADOS
               CLOSE F-RETENCIONES
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO HIS-TARJETA.
           START F-HISTORICO KEY IS NOT LESS THAN HIS-TARJETA
               INVALID KEY GO TO FIN-HISTORICO.

       LEER-HISTORICO.
           READ F-HISTORICO NEXT RECORD
               AT END GO TO FIN-HISTORICO.

           MOVE HIS-TARJETA TO APUNTE-TARJETA.
           COMPUTE APUNTE-FECHA = (HIS-ANO * 10000)
               + (HIS-MES * 100) + HIS-DIA.
           MOVE HIS-CONCEPTO TO APUNTE-CONCEPTO.
           MOVE HIS-IMPORTE-SIGNO TO APUNTE-SIGNO.
           COMPUTE APUNTE-IMPORTE-CENT =
               (HIS-IMPORTE-ENT * 100) + HIS-IMPORTE-DEC.
           COMPUTE APUNTE-SALDO-CENT =
               (HIS-SALDOPOS-ENT * 100) + HIS-SALDOPOS-DEC.
           IF HIS-SALDOPOS-SIGNO = "-"
               COMPUTE APUNTE-SALDO-CENT = 0 - APUNTE-SALDO-CENT
           END-IF.
           MOVE HIS-MONEDA TO APUNTE-MONEDA.

           PERFORM ACUMULAR-APUNTE THRU ACUMULAR-APUNTE-EXIT.
           GO TO LEER-HISTORICO.

       FIN-HISTORICO.
           CLOSE F-HISTORICO.

       RECORRER-MOVIMIENTOS.
           MOVE LOW-VALUES TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS NOT LESS THAN MOV-TARJETA
               INVALID KEY GO TO FIN-RECORRIDO.

       LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO FIN-RECORRIDO.

           MOVE MOV-TARJETA TO APUNTE-TARJETA.
           COMPUTE APUNTE-FECHA = (MOV-ANO * 10000)
               + (MOV-MES * 100) + MOV-DIA.
           MOVE MOV-CONCEPTO TO APUNTE-CONCEPTO.
           MOVE MOV-IMPORTE-SIGNO TO APUNTE-SIGNO.
           COMPUTE APUNTE-IMPORTE-CENT =
               (MOV-IMPORTE-ENT * 100) + MOV-IMPORTE-DEC.
           COMPUTE APUNTE-SALDO-CENT =
               (MOV-SALDOPOS-ENT * 100) + MOV-SALDOPOS-DEC.
           IF MOV-SALDOPOS-SIGNO = "-"
               COMPUTE APUNTE-SALDO-CENT = 0 - APUNTE-SALDO-CENT
           END-IF.
           MOVE MOV-MONEDA TO APUNTE-MONEDA.

           PERFORM ACUMULAR-APUNTE THRU ACUMULAR-APUNTE-EXIT.
           GO TO LEER-MOVIMIENTO.

      *    Suma el apunte en curso a la cuenta de su tarjeta. Los
      *    apuntes posteriores al ejercicio no cuentan; los anteriores
      *    solo dejan su saldo, por si la cuenta no se movio en todo
      *    el ano.
       ACUMULAR-APUNTE.
           ADD 1 TO TOTAL-APUNTES.

           IF APUNTE-FECHA > FECHA-FIN-CERT
               GO TO ACUMULAR-APUNTE-EXIT.

           PERFORM BUSCAR-CERTIFICADO THRU BUSCAR-CERTIFICADO-EXIT.
           IF INDICE-CERT = 0
               GO TO ACUMULAR-APUNTE-EXIT.

           MOVE APUNTE-SALDO-CENT TO CERT-SALDO-CENT(INDICE-CERT).
           MOVE APUNTE-MONEDA TO CERT-MONEDA(INDICE-CERT).

           IF APUNTE-FECHA < FECHA-INI-CERT
               GO TO ACUMULAR-APUNTE-EXIT.

      *    La liquidacion de BANKINT es una sola por mes y cuenta: a
      *    favor del cliente es interes abonado; en contra, interes
      *    deudor.
           IF APUNTE-CONCEPTO = "Liquidacion de intereses"
               IF APUNTE-SIGNO = "-"
                   ADD APUNTE-IMPORTE-CENT
                       TO CERT-DEUDOR-CENT(INDICE-CERT)
               ELSE
                   ADD APUNTE-IMPORTE-CENT
                       TO CERT-BRUTO-CENT(INDICE-CERT)
               END-IF
               GO TO ACUMULAR-APUNTE-EXIT
           END-IF.

           IF APUNTE-CONCEPTO = "Retencion sobre intereses"
               IF APUNTE-SIGNO = "-"
                   ADD APUNTE-IMPORTE-CENT
                       TO CERT-RETENIDO-CENT(INDICE-CERT)
               ELSE
                   SUBTRACT APUNTE-IMPORTE-CENT
                       FROM CERT-RETENIDO-CENT(INDICE-CERT)
               END-IF
               GO TO ACUMULAR-APUNTE-EXIT
           END-IF.

           IF APUNTE-CONCEPTO = "Comision de servicios"
               IF APUNTE-SIGNO = "-"
                   ADD APUNTE-IMPORTE-CENT
                       TO CERT-COMISION-CENT(INDICE-CERT)
               ELSE
                   SUBTRACT APUNTE-IMPORTE-CENT
                       FROM CERT-COMISION-CENT(INDICE-CERT)
               END-IF
           END-IF.

       ACUMULAR-APUNTE-EXIT.
           EXIT.

      *    Deja en INDICE-CERT la entrada de la cuenta APUNTE-TARJETA,
      *    abriendola si es la primera vez que aparece; 0 si la tabla
      *    esta llena. Los dos recorridos van en orden de tarjeta, asi
      *    que casi siempre basta con la entrada del apunte anterior.
       BUSCAR-CERTIFICADO.
           IF INDICE-ANTERIOR NOT = 0
                   AND APUNTE-TARJETA = CUENTA-ANTERIOR
               MOVE INDICE-ANTERIOR TO INDICE-CERT
               GO TO BUSCAR-CERTIFICADO-EXIT.

           MOVE 1 TO INDICE-CERT.

       BUSCAR-CERTIFICADO-SIGUIENTE.
           IF INDICE-CERT > TOTAL-CERTIFICADOS
               GO TO BUSCAR-CERTIFICADO-NUEVO.

           IF CERT-CUENTA(INDICE-CERT) = APUNTE-TARJETA
               GO TO BUSCAR-CERTIFICADO-FIN.

           ADD 1 TO INDICE-CERT.
           GO TO BUSCAR-CERTIFICADO-SIGUIENTE.

       BUSCAR-CERTIFICADO-NUEVO.
           IF TOTAL-CERTIFICADOS = 500
               MOVE 0 TO INDICE-CERT
               IF APUNTE-TARJETA NOT = CUENTA-ANTERIOR
                   ADD 1 TO TOTAL-SIN-HUECO
               END-IF
               MOVE APUNTE-TARJETA TO CUENTA-ANTERIOR
               MOVE 0 TO INDICE-ANTERIOR
               GO TO BUSCAR-CERTIFICADO-EXIT.

           ADD 1 TO TOTAL-CERTIFICADOS.
           MOVE TOTAL-CERTIFICADOS TO INDICE-CERT.
           MOVE APUNTE-TARJETA TO CERT-CUENTA(INDICE-CERT).
           MOVE SPACES TO CERT-MONEDA(INDICE-CERT).
           MOVE 0 TO CERT-BRUTO-CENT(INDICE-CERT).
           MOVE 0 TO CERT-RETENIDO-CENT(INDICE-CERT).
           MOVE 0 TO CERT-DEUDOR-CENT(INDICE-CERT).
           MOVE 0 TO CERT-COMISION-CENT(INDICE-CERT).
           MOVE 0 TO CERT-SALDO-CENT(INDICE-CERT).

       BUSCAR-CERTIFICADO-FIN.
           MOVE APUNTE-TARJETA TO CUENTA-ANTERIOR.
           MOVE INDICE-CERT TO INDICE-ANTERIOR.

       BUSCAR-CERTIFICADO-EXIT.
           EXIT.

       FIN-RECORRIDO.
           CLOSE F-MOVIMIENTOS.

      *    Estado 05: sin fichero de clientes los certificados no
      *    tienen destinatario y todas las cuentas se cuentan aparte.
           OPEN INPUT CLIENTES.
           IF FSC = 00 OR FSC = 05
               MOVE 1 TO CLIENTES-ABIERTO.

           MOVE 1 TO INDICE-CERT.

       EMITIR-SIGUIENTE.
           IF INDICE-CERT > TOTAL-CERTIFICADOS
               GO TO FIN-CERTIFICADOS.

           PERFORM EMITIR-CERTIFICADO THRU EMITIR-CERTIFICADO-EXIT.
           ADD 1 TO INDICE-CERT.
           GO TO EMITIR-SIGUIENTE.

      *    Escribe el certificado de la cuenta INDICE-CERT y, si tuvo
      *    intereses abonados o retencion, su registro de la
      *    declaracion.
       EMITIR-CERTIFICADO.
      *    Una cuenta sin nada que certificar (sin apuntes del
      *    ejercicio y con saldo cero, p.ej. una cuenta ya cerrada) no
      *    recibe certificado.
           IF CERT-BRUTO-CENT(INDICE-CERT) = 0
                   AND CERT-RETENIDO-CENT(INDICE-CERT) = 0
                   AND CERT-DEUDOR-CENT(INDICE-CERT) = 0
                   AND CERT-COMISION-CENT(INDICE-CERT) = 0
                   AND CERT-SALDO-CENT(INDICE-CERT) = 0
               GO TO EMITIR-CERTIFICADO-EXIT.

           MOVE 1 TO EXISTE-CLIENTE.
           IF CLIENTES-ABIERTO = 0
               MOVE 0 TO EXISTE-CLIENTE
           ELSE
               MOVE CERT-CUENTA(INDICE-CERT) TO CLI-NUM
               READ CLIENTES INVALID KEY MOVE 0 TO EXISTE-CLIENTE
               END-READ
           END-IF.

           IF EXISTE-CLIENTE = 0
               ADD 1 TO TOTAL-SIN-CLIENTE
               MOVE SPACES TO CLI-NOMBRE
               MOVE SPACES TO CLI-DIRECCION
               MOVE "(SIN FICHA DE CLIENTE)" TO CLI-NOMBRE
           END-IF.

           IF CERT-BRUTO-CENT(INDICE-CERT) NOT = 0
                   OR CERT-RETENIDO-CENT(INDICE-CERT) NOT = 0
               PERFORM DECLARAR-RETENCION THRU DECLARAR-RETENCION-EXIT
           END-IF.

           MOVE ALL "-" TO CER-LINE.
           WRITE CER-LINE.
           MOVE "UnizarBank" TO CER-LINE.
           WRITE CER-LINE.
           MOVE SPACES TO CER-LINE.
           STRING "CERTIFICADO FISCAL DEL EJERCICIO " ANO-CERT
               DELIMITED BY SIZE INTO CER-LINE.
           WRITE CER-LINE.
           MOVE SPACES TO CER-LINE.
           WRITE CER-LINE.
           MOVE CLI-NOMBRE TO CER-LINE.
           WRITE CER-LINE.
           MOVE CLI-DIRECCION TO CER-LINE.
           WRITE CER-LINE.
           MOVE SPACES TO CER-LINE.
           WRITE CER-LINE.
           MOVE SPACES TO CER-LINE.
           STRING "Cuenta: " CERT-CUENTA(INDICE-CERT)
               "   Moneda: " CERT-MONEDA(INDICE-CERT)
               DELIMITED BY SIZE INTO CER-LINE.
           WRITE CER-LINE.
           MOVE SPACES TO CER-LINE.
           STRING "Fecha de emision: " DIA "/" MES "/" ANO
               DELIMITED BY SIZE INTO CER-LINE.
           WRITE CER-LINE.
           MOVE SPACES TO CER-LINE.
           WRITE CER-LINE.

           MOVE "Intereses brutos abonados" TO ETIQUETA-LINEA.
           MOVE CERT-BRUTO-CENT(INDICE-CERT) TO IMPORTE-CENT.
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-EXIT.

           MOVE "Retencion practicada" TO ETIQUETA-LINEA.
           MOVE CERT-RETENIDO-CENT(INDICE-CERT) TO IMPORTE-CENT.
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-EXIT.

           COMPUTE NETO-CENT = CERT-BRUTO-CENT(INDICE-CERT)
               - CERT-RETENIDO-CENT(INDICE-CERT).
           MOVE "Intereses netos" TO ETIQUETA-LINEA.
           MOVE NETO-CENT TO IMPORTE-CENT.
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-EXIT.

           MOVE SPACES TO CER-LINE.
           WRITE CER-LINE.

           MOVE "Intereses deudores cargados" TO ETIQUETA-LINEA.
           MOVE CERT-DEUDOR-CENT(INDICE-CERT) TO IMPORTE-CENT.
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-EXIT.

           MOVE "Comisiones cargadas" TO ETIQUETA-LINEA.
           MOVE CERT-COMISION-CENT(INDICE-CERT) TO IMPORTE-CENT.
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-EXIT.

           MOVE SPACES TO CER-LINE.
           WRITE CER-LINE.

           MOVE SPACES TO ETIQUETA-LINEA.
           STRING "Saldo a 31/12/" ANO-CERT
               DELIMITED BY SIZE INTO ETIQUETA-LINEA.
           MOVE CERT-SALDO-CENT(INDICE-CERT) TO IMPORTE-CENT.
           PERFORM ESCRIBIR-IMPORTE THRU ESCRIBIR-IMPORTE-EXIT.

           ADD 1 TO TOTAL-EMITIDOS.

       EMITIR-CERTIFICADO-EXIT.
           EXIT.

      *    Linea de importe del certificado: ETIQUETA-LINEA y el
      *    importe IMPORTE-CENT alineado a la derecha con su moneda.
       ESCRIBIR-IMPORTE.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           MOVE SPACES TO CER-LINE.
           STRING ETIQUETA-LINEA IMPORTE-COLUMNA " "
               CERT-MONEDA(INDICE-CERT)
               DELIMITED BY SIZE INTO CER-LINE.
           WRITE CER-LINE.
       ESCRIBIR-IMPORTE-EXIT.
           EXIT.

      *    Convierte IMPORTE-CENT en su texto sin ceros a la izquierda
      *    ("1234,56", "-0,50"), igual que los SMS de BANKSMS, y lo
      *    deja alineado a la derecha en IMPORTE-COLUMNA.
       FORMATEAR-IMPORTE.
           IF IMPORTE-CENT < 0
               COMPUTE IMPORTE-ABS-CENT = 0 - IMPORTE-CENT
           ELSE
               MOVE IMPORTE-CENT TO IMPORTE-ABS-CENT
           END-IF.
           DIVIDE IMPORTE-ABS-CENT BY 100 GIVING IMPORTE-ENT-TMP
               REMAINDER IMPORTE-DEC-TMP.
           MOVE IMPORTE-ENT-TMP TO IMPORTE-EDITADO.
           MOVE 0 TO ESPACIOS-IMPORTE.
           INSPECT IMPORTE-EDITADO TALLYING ESPACIOS-IMPORTE
               FOR LEADING SPACES.
           COMPUTE POSICION-IMPORTE = ESPACIOS-IMPORTE + 1.
           COMPUTE LONGITUD-IMPORTE = 11 - ESPACIOS-IMPORTE + 3.

           MOVE SPACES TO IMPORTE-TEXTO.
           IF IMPORTE-CENT < 0
               STRING "-" IMPORTE-EDITADO(POSICION-IMPORTE:) ","
                   IMPORTE-DEC-TMP
                   DELIMITED BY SIZE INTO IMPORTE-TEXTO
               ADD 1 TO LONGITUD-IMPORTE
           ELSE
               STRING IMPORTE-EDITADO(POSICION-IMPORTE:) ","
                   IMPORTE-DEC-TMP
                   DELIMITED BY SIZE INTO IMPORTE-TEXTO
           END-IF.

           COMPUTE POSICION-IMPORTE = 17 - LONGITUD-IMPORTE.
           MOVE SPACES TO IMPORTE-COLUMNA.
           MOVE IMPORTE-TEXTO(1:LONGITUD-IMPORTE)
               TO IMPORTE-COLUMNA(POSICION-IMPORTE:LONGITUD-IMPORTE).
       FORMATEAR-IMPORTE-EXIT.
           EXIT.

      *    Registro "D" de la declaracion para la cuenta INDICE-CERT,
      *    sumado al total de su moneda.
       DECLARAR-RETENCION.
           MOVE SPACES TO RETENCION-REG.
           MOVE "D" TO RET-TIPO.
           MOVE ANO-CERT TO RET-EJERCICIO.
           MOVE CERT-CUENTA(INDICE-CERT) TO RET-CUENTA.
           MOVE CLI-NOMBRE TO RET-NOMBRE.
           MOVE CERT-MONEDA(INDICE-CERT) TO RET-MONEDA.
           MOVE CERT-BRUTO-CENT(INDICE-CERT) TO IMPORTE-CENT.
           PERFORM DESGLOSAR-IMPORTE THRU DESGLOSAR-IMPORTE-EXIT.
           MOVE IMPORTE-ENT-TMP TO RET-BRUTO-ENT.
           MOVE IMPORTE-DEC-TMP TO RET-BRUTO-DEC.
           MOVE CERT-RETENIDO-CENT(INDICE-CERT) TO IMPORTE-CENT.
           PERFORM DESGLOSAR-IMPORTE THRU DESGLOSAR-IMPORTE-EXIT.
           MOVE IMPORTE-ENT-TMP TO RET-RETENIDO-ENT.
           MOVE IMPORTE-DEC-TMP TO RET-RETENIDO-DEC.
           MOVE 1 TO RET-PERCEPTORES.
           WRITE RETENCION-REG.
           ADD 1 TO TOTAL-DECLARADOS.

           MOVE 1 TO INDICE-MONEDA.

       DECLARAR-BUSCAR-MONEDA.
           IF INDICE-MONEDA > TOTAL-MONEDAS
               GO TO DECLARAR-NUEVA-MONEDA.

           IF TOTAL-MONEDA(INDICE-MONEDA) = CERT-MONEDA(INDICE-CERT)
               GO TO DECLARAR-SUMAR-MONEDA.

           ADD 1 TO INDICE-MONEDA.
           GO TO DECLARAR-BUSCAR-MONEDA.

       DECLARAR-NUEVA-MONEDA.
           IF TOTAL-MONEDAS = 10
               ADD 1 TO TOTAL-SIN-HUECO
               GO TO DECLARAR-RETENCION-EXIT.

           ADD 1 TO TOTAL-MONEDAS.
           MOVE TOTAL-MONEDAS TO INDICE-MONEDA.
           MOVE CERT-MONEDA(INDICE-CERT) TO TOTAL-MONEDA(INDICE-MONEDA).
           MOVE 0 TO TOTAL-BRUTO-CENT(INDICE-MONEDA).
           MOVE 0 TO TOTAL-RETENIDO-CENT(INDICE-MONEDA).
           MOVE 0 TO TOTAL-PERCEPTORES(INDICE-MONEDA).

       DECLARAR-SUMAR-MONEDA.
           ADD CERT-BRUTO-CENT(INDICE-CERT)
               TO TOTAL-BRUTO-CENT(INDICE-MONEDA).
           ADD CERT-RETENIDO-CENT(INDICE-CERT)
               TO TOTAL-RETENIDO-CENT(INDICE-MONEDA).
           ADD 1 TO TOTAL-PERCEPTORES(INDICE-MONEDA).

       DECLARAR-RETENCION-EXIT.
           EXIT.

      *    Parte IMPORTE-CENT en IMPORTE-ENT-TMP/IMPORTE-DEC-TMP; los
      *    campos de la declaracion no llevan signo, y un acumulado
      *    negativo (solo posible por un extorno manual) se declara
      *    a cero.
       DESGLOSAR-IMPORTE.
           IF IMPORTE-CENT < 0
               MOVE 0 TO IMPORTE-CENT.
           DIVIDE IMPORTE-CENT BY 100 GIVING IMPORTE-ENT-TMP
               REMAINDER IMPORTE-DEC-TMP.
       DESGLOSAR-IMPORTE-EXIT.
           EXIT.

       FIN-CERTIFICADOS.
           IF CLIENTES-ABIERTO = 1
               CLOSE CLIENTES.

           MOVE 1 TO INDICE-MONEDA.

       TOTALIZAR-SIGUIENTE.
           IF INDICE-MONEDA > TOTAL-MONEDAS
               GO TO FIN-DECLARACION.

           MOVE SPACES TO RETENCION-REG.
           MOVE "T" TO RET-TIPO.
           MOVE ANO-CERT TO RET-EJERCICIO.
           MOVE 0 TO RET-CUENTA.
           MOVE "TOTAL DECLARACION" TO RET-NOMBRE.
           MOVE TOTAL-MONEDA(INDICE-MONEDA) TO RET-MONEDA.
           MOVE TOTAL-BRUTO-CENT(INDICE-MONEDA) TO IMPORTE-CENT.
           PERFORM DESGLOSAR-IMPORTE THRU DESGLOSAR-IMPORTE-EXIT.
           MOVE IMPORTE-ENT-TMP TO RET-BRUTO-ENT.
           MOVE IMPORTE-DEC-TMP TO RET-BRUTO-DEC.
           MOVE TOTAL-RETENIDO-CENT(INDICE-MONEDA) TO IMPORTE-CENT.
           PERFORM DESGLOSAR-IMPORTE THRU DESGLOSAR-IMPORTE-EXIT.
           MOVE IMPORTE-ENT-TMP TO RET-RETENIDO-ENT.
           MOVE IMPORTE-DEC-TMP TO RET-RETENIDO-DEC.
           MOVE TOTAL-PERCEPTORES(INDICE-MONEDA) TO RET-PERCEPTORES.
           WRITE RETENCION-REG.

           ADD 1 TO INDICE-MONEDA.
           GO TO TOTALIZAR-SIGUIENTE.

       FIN-DECLARACION.
           CLOSE F-RETENCIONES.

           IF TOTAL-SIN-HUECO NOT = 0
               MOVE ALL "-" TO CER-LINE
               WRITE CER-LINE
               MOVE SPACES TO CER-LINE
               STRING "ATENCION: CUENTAS O MONEDAS SIN HUECO EN LAS "
                   "TABLAS: " TOTAL-SIN-HUECO
                   DELIMITED BY SIZE INTO CER-LINE
               WRITE CER-LINE
           END-IF.

           CLOSE F-CERTIFICADOS.

           DISPLAY "BANKCER: ejercicio " ANO-CERT.
           DISPLAY "BANKCER: apuntes revisados " TOTAL-APUNTES.
           DISPLAY "BANKCER: certificados emitidos " TOTAL-EMITIDOS.
           DISPLAY "BANKCER: perceptores declarados " TOTAL-DECLARADOS.
           DISPLAY "BANKCER: cuentas sin ficha de cliente "
               TOTAL-SIN-CLIENTE.
           IF TOTAL-SIN-HUECO NOT = 0
               DISPLAY "BANKCER: ATENCION, sin hueco en las tablas "
                   TOTAL-SIN-HUECO
           END-IF.
           GOBACK.
