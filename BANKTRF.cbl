           RECORD KEY IS CNT-NOMBRE
           FILE STATUS IS FSCNT.

           SELECT OPTIONAL F-ALERTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSALE.

           SELECT OPTIONAL F-ESTADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-TARJETA
           FILE STATUS IS FSEST.

       DATA DIVISION.
       FILE SECTION.
       FD F-TRANSFERENCIAS
       FD F-BITACORA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/posteoslog.txt".
       01 BITACORA-LINE             PIC X(160).

      *    Moneda ISO 4217 en la que opera cada tarjeta/cuenta. Lo
      *    mantiene la sucursal, igual que clientes.ubd; una tarjeta
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
       01 ESTADO-REG.
           02 EST-TARJETA          PIC  9(16).
           02 EST-ESTADO           PIC  X(01).
           02 EST-OPERADOR         PIC  X(08).
           02 EST-ANO              PIC  9(4).
           02 EST-MES              PIC  9(2).
           02 EST-DIA              PIC  9(2).

       WORKING-STORAGE SECTION.
       77 FSTR                      PIC X(2).
       77 FSM                       PIC X(2).
       77 FSJ                       PIC X(2).
       77 FSCTL                     PIC X(2).
       77 FSCNT                     PIC X(2).
       77 FSALE                     PIC X(2).
       77 FSEST                     PIC X(2).

       01 CAMPOS-FECHA.
           05 FECHA.

       77 DEBE-EJECUTARSE           PIC 9(1).
       77 TRANSFERENCIA-OMITIDA     PIC 9(1).
       77 ESTADO-DESTINO            PIC X(01).

       77 LAST-MOV-NUM              PIC 9(35) VALUE 0.
       77 PRIMER-MOV-NUM            PIC 9(35) VALUE 0.
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
       77 TOTAL-POSTADAS            PIC 9(7) VALUE 0.
       77 TOTAL-SIN-SALDO           PIC 9(7) VALUE 0.
       77 TOTAL-SIN-CAMBIO          PIC 9(7) VALUE 0.
       77 TOTAL-DESTINO-CANCELADO   PIC 9(7) VALUE 0.

      *    Entrada de ANOTAR-ALERTA: tipo de aviso, tarjeta, importe
      *    (cero si el aviso no lleva) y detalle del mensaje.
       77 ALERTA-TIPO               PIC X(02).
       77 ALERTA-TARJETA            PIC 9(16).
       77 ALERTA-IMPORTE-ENT        PIC 9(7).
       77 ALERTA-IMPORTE-DEC        PIC 9(2).
       77 ALERTA-DETALLE            PIC X(30).

       PROCEDURE DIVISION.
      * Posteo nocturno de transferencias programadas y periodicas:
      * recorre transferencias.ubd, localiza las que vencen hoy y
      * escribe en movimientos.ubd el cargo en TR-ORIGEN y el abono en
      * TR-DESTINO, actualizando el saldo de cada tarjeta.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           END-IF.
           IF FSB NOT = 00 AND FSB NOT = 05
               DISPLAY "BANKTRF: no se ha podido abrir la bitacora"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *    El calendario de jornadas decide que fecha de negocio se
               WRITE BITACORA-LINE
               CLOSE F-BITACORA
               DISPLAY "BANKTRF: la jornada de hoy ya esta cerrada"
               GOBACK
           END-IF.

           MOVE JORNADA-NUM TO FECHA-ACTUAL-NUM.
               PERFORM CERRAR-JORNADA THRU CERRAR-JORNADA-EXIT
               PERFORM REGISTRAR-FIN-BITACORA
                   THRU REGISTRAR-FIN-BITACORA-EXIT
               GOBACK
           END-IF.
           IF FSTR NOT = 00
               DISPLAY "BANKTRF: no se ha podido abrir transferencias"
               CLOSE F-BITACORA
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O F-MOVIMIENTOS.
               DISPLAY "BANKTRF: no se ha podido abrir movimientos"
               CLOSE F-TRANSFERENCIAS
               CLOSE F-BITACORA
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

      *    Antes de postear nada se revisa el punto de control de la
                   IF TRANSFERENCIA-OMITIDA = 2
                       ADD 1 TO TOTAL-SIN-CAMBIO
                   ELSE
                       IF TRANSFERENCIA-OMITIDA = 3
                           ADD 1 TO TOTAL-DESTINO-CANCELADO
                       ELSE
                           ADD 1 TO TOTAL-POSTADAS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * la transferencia como ejecutada hoy.
       POSTAR-TRANSFERENCIA.
           MOVE 0 TO TRANSFERENCIA-OMITIDA.

      *    Una cuenta destino cancelada en la sucursal (BANKCIE) ya se
      *    liquido: lo que se le abonara quedaria atrapado en ella. La
      *    transferencia no se postea ni se marca ejecutada, se anota
      *    en la bitacora y se avisa al ordenante para que la anule o
      *    cambie el destino en su sucursal.
           PERFORM LEER-ESTADO-DESTINO THRU LEER-ESTADO-DESTINO-EXIT.
           IF ESTADO-DESTINO = "C"
               MOVE 3 TO TRANSFERENCIA-OMITIDA
               MOVE SPACES TO BITACORA-LINE
               STRING "OMITIDA TR " TR-NUM
                   " DESTINO CANCELADO " TR-DESTINO
                   DELIMITED BY SIZE INTO BITACORA-LINE
               WRITE BITACORA-LINE
               MOVE "TC" TO ALERTA-TIPO
               MOVE TR-ORIGEN TO ALERTA-TARJETA
               MOVE TR-IMPORTE-ENT TO ALERTA-IMPORTE-ENT
               MOVE TR-IMPORTE-DEC TO ALERTA-IMPORTE-DEC
               MOVE SPACES TO ALERTA-DETALLE
               MOVE TR-MONEDA TO ALERTA-DETALLE(1:3)
               MOVE TR-DESTINO TO ALERTA-DETALLE(5:16)
               PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-EXIT
               GO TO POSTAR-TRANSFERENCIA-EXIT.
           MOVE TR-ORIGEN TO TARJETA-BUSCADA.
           PERFORM LOCALIZAR-SALDO-TARJETA
               THRU LOCALIZAR-SALDO-TARJETA-EXIT.
      *    dejar la cuenta origen en descubierto: la transferencia se
      *    omite sin tocar TR-*-ULT-EJEC, de modo que se reintenta en
      *    el siguiente posteo por si la cuenta ha recibido fondos.
      *    Cada noche que no se puede ejecutar se avisa al titular.
           IF SALDO-NUEVO-CENT < 0
               MOVE 1 TO TRANSFERENCIA-OMITIDA
               MOVE "TF" TO ALERTA-TIPO
               MOVE TR-ORIGEN TO ALERTA-TARJETA
               MOVE TR-IMPORTE-ENT TO ALERTA-IMPORTE-ENT
               MOVE TR-IMPORTE-DEC TO ALERTA-IMPORTE-DEC
               MOVE TR-MONEDA TO ALERTA-DETALLE
               PERFORM ANOTAR-ALERTA THRU ANOTAR-ALERTA-EXIT
               GO TO POSTAR-TRANSFERENCIA-EXIT.

      *    La moneda del destino y el importe del abono se resuelven
       POSTAR-TRANSFERENCIA-EXIT.
           EXIT.

      *    Deja en ESTADO-DESTINO el EST-ESTADO de la tarjeta TR-DESTINO
      *    en estados.ubd; sin registro, o sin el propio fichero, la
      *    tarjeta esta activa ("A").
       LEER-ESTADO-DESTINO.
           MOVE "A" TO ESTADO-DESTINO.

      *    Estado 05: el fichero opcional no existia y la apertura lo
      *    deja abierto y vacio; se sigue con la lectura, que no
      *    encontrara registro, y su CLOSE lo deja cerrado para las
      *    siguientes transferencias.
           OPEN INPUT F-ESTADOS.
           IF FSEST NOT = 00 AND FSEST NOT = 05
               GO TO LEER-ESTADO-DESTINO-EXIT.

           MOVE TR-DESTINO TO EST-TARJETA.
           READ F-ESTADOS INVALID KEY
               CLOSE F-ESTADOS
               GO TO LEER-ESTADO-DESTINO-EXIT.

           MOVE EST-ESTADO TO ESTADO-DESTINO.
           CLOSE F-ESTADOS.

       LEER-ESTADO-DESTINO-EXIT.
           EXIT.

      * Descompone un saldo en centimos (con signo) en MOV-SALDOPOS-ENT
      * (con signo) y MOV-SALDOPOS-DEC (sin signo), igual que el resto
      * del sistema representa los importes.
               " POSTADAS " TOTAL-POSTADAS
               " SIN SALDO " TOTAL-SIN-SALDO
               " SIN CAMBIO " TOTAL-SIN-CAMBIO
               " DESTINO CANCELADO " TOTAL-DESTINO-CANCELADO
               DELIMITED BY SIZE INTO BITACORA-LINE.
           WRITE BITACORA-LINE.
           CLOSE F-BITACORA.
               TOTAL-SIN-SALDO.
           DISPLAY "BANKTRF: omitidas por falta de tasa de cambio "
               TOTAL-SIN-CAMBIO.
           DISPLAY "BANKTRF: omitidas por destino cancelado "
               TOTAL-DESTINO-CANCELADO.
           GOBACK.

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
           MOVE "BANKTRF" TO ALE-PROGRAMA.
           MOVE ALERTA-DETALLE TO ALE-DETALLE.
           WRITE ALERTA-REG.

           CLOSE F-ALERTAS.
       ANOTAR-ALERTA-EXIT.
           EXIT.
