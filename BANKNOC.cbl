       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKNOC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-EJECUCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EJE-CLAVE
           FILE STATUS IS FSE.

           SELECT F-RESUMEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRES.

       DATA DIVISION.
       FILE SECTION.
      *    Estado de la cadena nocturna: un registro por jornada de
      *    negocio AAAAMMDD y paso, con el programa, el estado del paso
      *    (P pendiente, E en curso, C completado, F fallido, O no toca
      *    en esta jornada), la fecha y hora de inicio y de fin del
      *    ultimo intento, el RETURN-CODE con el que termino y cuantas
      *    veces se ha lanzado.
       FD F-EJECUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/ejecuciones.ubd".
       01 EJECUCION-REG.
           02 EJE-CLAVE.
               03 EJE-FECHA        PIC  9(8).
               03 EJE-PASO         PIC  9(2).
           02 EJE-PROGRAMA         PIC  X(8).
           02 EJE-ESTADO           PIC  X(1).
           02 EJE-ANO-INI          PIC  9(4).
           02 EJE-MES-INI          PIC  9(2).
           02 EJE-DIA-INI          PIC  9(2).
           02 EJE-HOR-INI          PIC  9(2).
           02 EJE-MIN-INI          PIC  9(2).
           02 EJE-SEG-INI          PIC  9(2).
           02 EJE-ANO-FIN          PIC  9(4).
           02 EJE-MES-FIN          PIC  9(2).
           02 EJE-DIA-FIN          PIC  9(2).
           02 EJE-HOR-FIN          PIC  9(2).
           02 EJE-MIN-FIN          PIC  9(2).
           02 EJE-SEG-FIN          PIC  9(2).
           02 EJE-RESULTADO        PIC  9(3).
           02 EJE-INTENTOS         PIC  9(2).

       FD F-RESUMEN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "../data/resumennoche.txt".
       01 RES-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       77 FSE                       PIC X(2).
       77 FSRES                     PIC X(2).

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

       77 FECHA-HOY                 PIC  9(8).
       77 FECHA-NEGOCIO             PIC  9(8).
       77 NEGOCIO-ANO               PIC  9(4).
       77 NEGOCIO-MES               PIC  9(2).
       77 NEGOCIO-DIA               PIC  9(2).
       77 FECHA-ANTERIOR            PIC  9(8).
       77 ANTERIOR-ANO              PIC  9(4).
       77 ANTERIOR-MES              PIC  9(2).
       77 ANTERIOR-DIA              PIC  9(2).
       77 RESTO-FECHA               PIC  9(4).

      *    FECHA-PENDIENTE es la primera jornada con algun paso sin
      *    completar; HAY-CADENA-HOY indica que la jornada de hoy ya
      *    tiene sus pasos dados de alta.
       77 FECHA-PENDIENTE           PIC  9(8).
       77 HAY-CADENA-HOY            PIC  9(1).

       77 TOCA-MENSUAL              PIC  9(1).
       77 TOCA-ANUAL                PIC  9(1).
       77 NUEVO-PASO                PIC  9(2).
       77 NUEVO-PROGRAMA            PIC  X(8).
       77 NUEVO-TOCA                PIC  9(1).

       77 PASO-ACTUAL               PIC  9(2).
       77 PASO-PROGRAMA             PIC  X(8).
       77 RESULTADO-PASO            PIC  9(3).
       77 PASO-CORRECTO             PIC  9(1).
       77 CADENA-DETENIDA           PIC  9(1) VALUE 0.
       77 PASO-DETENIDO             PIC  9(2).
       77 PROGRAMA-DETENIDO         PIC  X(8).

       77 ESTADO-TEXTO              PIC  X(12).
       77 TOTAL-PASOS               PIC  9(2) VALUE 0.
       77 TOTAL-COMPLETADOS         PIC  9(2) VALUE 0.
       77 TOTAL-OMITIDOS            PIC  9(2) VALUE 0.
       77 TOTAL-SIN-COMPLETAR       PIC  9(2) VALUE 0.
       77 TOTAL-LANZADOS            PIC  9(2) VALUE 0.

       PROCEDURE DIVISION.
      * Driver de la cadena nocturna: lanza uno tras otro, con CALL,
      * los batch de la noche para una jornada de negocio (la fecha
      * del dia en que se arranca la cadena) y anota el inicio, el fin
      * y el RETURN-CODE de cada paso en ejecuciones.ubd. Si un paso
      * falla, la cadena se detiene ahi; al relanzar BANKNOC se
      * reanuda esa misma jornada desde el paso fallido sin repetir
      * los completados, aunque ya haya cambiado el dia. Cada
      * ejecucion deja en resumennoche.txt el resumen de la noche
      * para el turno de manana, y termina con RETURN-CODE 1 si la
      * cadena ha quedado detenida.
       INICIO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.
           COMPUTE FECHA-HOY = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM BUSCAR-PENDIENTE THRU BUSCAR-PENDIENTE-EXIT.

           IF FECHA-PENDIENTE NOT = 0
               MOVE FECHA-PENDIENTE TO FECHA-NEGOCIO
               DISPLAY "BANKNOC: se reanuda la cadena de la jornada "
                   FECHA-NEGOCIO
               GO TO LANZAR-CADENA
           END-IF.

           MOVE FECHA-HOY TO FECHA-NEGOCIO.
           IF HAY-CADENA-HOY = 1
               DISPLAY "BANKNOC: la cadena de la jornada "
                   FECHA-NEGOCIO " ya esta completa"
               GO TO FIN-CADENA
           END-IF.

           PERFORM CREAR-CADENA THRU CREAR-CADENA-EXIT.
           DISPLAY "BANKNOC: cadena de la jornada " FECHA-NEGOCIO.

       LANZAR-CADENA.
           MOVE 0 TO CADENA-DETENIDA.
           MOVE 0 TO PASO-ACTUAL.

       SIGUIENTE-PASO.
           OPEN INPUT F-EJECUCIONES.
           IF FSE NOT = 00
               DISPLAY "BANKNOC: no se ha podido abrir ejecuciones.ubd"
               MOVE 1 TO CADENA-DETENIDA
               MOVE PASO-ACTUAL TO PASO-DETENIDO
               MOVE "BANKNOC" TO PROGRAMA-DETENIDO
               GO TO FIN-CADENA
           END-IF.

           MOVE FECHA-NEGOCIO TO EJE-FECHA.
           MOVE PASO-ACTUAL TO EJE-PASO.
           START F-EJECUCIONES KEY IS GREATER THAN EJE-CLAVE
               INVALID KEY
                   CLOSE F-EJECUCIONES
                   GO TO FIN-CADENA.

           READ F-EJECUCIONES NEXT RECORD
               AT END
                   CLOSE F-EJECUCIONES
                   GO TO FIN-CADENA.

           CLOSE F-EJECUCIONES.

           IF EJE-FECHA NOT = FECHA-NEGOCIO
               GO TO FIN-CADENA.

           MOVE EJE-PASO TO PASO-ACTUAL.
           IF EJE-ESTADO = "C" OR EJE-ESTADO = "O"
               GO TO SIGUIENTE-PASO.

           MOVE EJE-PROGRAMA TO PASO-PROGRAMA.
           PERFORM EJECUTAR-PASO THRU EJECUTAR-PASO-EXIT.

           IF PASO-CORRECTO = 0
               MOVE 1 TO CADENA-DETENIDA
               MOVE PASO-ACTUAL TO PASO-DETENIDO
               MOVE PASO-PROGRAMA TO PROGRAMA-DETENIDO
               GO TO FIN-CADENA
           END-IF.

           GO TO SIGUIENTE-PASO.

       FIN-CADENA.
           PERFORM ESCRIBIR-RESUMEN THRU ESCRIBIR-RESUMEN-EXIT.

           DISPLAY "BANKNOC: pasos lanzados en esta ejecucion "
               TOTAL-LANZADOS.
           IF CADENA-DETENIDA = 1
               DISPLAY "BANKNOC: cadena detenida en el paso "
                   PASO-DETENIDO " " PROGRAMA-DETENIDO
               DISPLAY "BANKNOC: corregir la causa y relanzar BANKNOC"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "BANKNOC: pasos completados " TOTAL-COMPLETADOS
               " de " TOTAL-PASOS.
           IF FECHA-NEGOCIO < FECHA-HOY
               DISPLAY "BANKNOC: relanzar BANKNOC para la cadena de "
                   "hoy " FECHA-HOY
           END-IF.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

      *    Recorre ejecuciones.ubd entero: deja en FECHA-PENDIENTE la
      *    primera jornada con algun paso pendiente, en curso (la
      *    maquina cayo a mitad del paso) o fallido, en HAY-CADENA-HOY
      *    si la jornada de hoy ya esta dada de alta y en
      *    FECHA-ANTERIOR la ultima jornada anterior a hoy, que decide
      *    si esta es la primera cadena del mes o del ano.
       BUSCAR-PENDIENTE.
           MOVE 0 TO FECHA-PENDIENTE.
           MOVE 0 TO HAY-CADENA-HOY.
           MOVE 0 TO FECHA-ANTERIOR.

           OPEN INPUT F-EJECUCIONES.
           IF FSE NOT = 00 AND FSE NOT = 05
               GO TO BUSCAR-PENDIENTE-EXIT.

           MOVE LOW-VALUES TO EJE-CLAVE.
           START F-EJECUCIONES KEY IS NOT LESS THAN EJE-CLAVE
               INVALID KEY GO TO BUSCAR-PENDIENTE-FIN.

       BUSCAR-PENDIENTE-SIGUIENTE.
           READ F-EJECUCIONES NEXT RECORD
               AT END GO TO BUSCAR-PENDIENTE-FIN.

           IF EJE-FECHA = FECHA-HOY
               MOVE 1 TO HAY-CADENA-HOY.
           IF EJE-FECHA < FECHA-HOY
               MOVE EJE-FECHA TO FECHA-ANTERIOR.

           IF FECHA-PENDIENTE = 0
                   AND EJE-ESTADO NOT = "C" AND EJE-ESTADO NOT = "O"
               MOVE EJE-FECHA TO FECHA-PENDIENTE.

           GO TO BUSCAR-PENDIENTE-SIGUIENTE.

       BUSCAR-PENDIENTE-FIN.
           CLOSE F-EJECUCIONES.
       BUSCAR-PENDIENTE-EXIT.
           EXIT.

      *    Da de alta en ejecuciones.ubd los pasos de la jornada en el
      *    orden de la cadena. Los pasos que no tocan en esta jornada
      *    quedan como "O" para que el resumen muestre que se saltaron
      *    a proposito. BANKINT y BANKFAC liquidan el mes natural
      *    anterior a la fecha en que corren, asi que van en la primera
      *    cadena del mes, igual que BANKDOR, que va justo antes de
      *    BANKFAC para que las cuentas que deja durmientes ya no
      *    paguen la comision de ese mes; BANKCER certifica el ano
      *    natural anterior y va en la primera cadena del ano,
      *    despues de que BANKINT haya posteado los intereses y la
      *    retencion de diciembre.
       CREAR-CADENA.
           DIVIDE FECHA-NEGOCIO BY 10000 GIVING NEGOCIO-ANO
               REMAINDER RESTO-FECHA.
           DIVIDE RESTO-FECHA BY 100 GIVING NEGOCIO-MES
               REMAINDER NEGOCIO-DIA.

           MOVE 0 TO ANTERIOR-ANO.
           MOVE 0 TO ANTERIOR-MES.
           IF FECHA-ANTERIOR NOT = 0
               DIVIDE FECHA-ANTERIOR BY 10000 GIVING ANTERIOR-ANO
                   REMAINDER RESTO-FECHA
               DIVIDE RESTO-FECHA BY 100 GIVING ANTERIOR-MES
                   REMAINDER ANTERIOR-DIA
           END-IF.

      *    Primera cadena del mes: la del dia 1 o, si ese dia no hubo
      *    cadena, la primera que se lance despues en el mes.
           MOVE 0 TO TOCA-MENSUAL.
           MOVE 0 TO TOCA-ANUAL.
           IF NEGOCIO-DIA = 1
               MOVE 1 TO TOCA-MENSUAL
           END-IF.
           IF FECHA-ANTERIOR NOT = 0
                   AND (ANTERIOR-ANO NOT = NEGOCIO-ANO
                   OR ANTERIOR-MES NOT = NEGOCIO-MES)
               MOVE 1 TO TOCA-MENSUAL
           END-IF.
           IF TOCA-MENSUAL = 1 AND NEGOCIO-MES = 1
               MOVE 1 TO TOCA-ANUAL
           END-IF.

           OPEN I-O F-EJECUCIONES.
           IF FSE = 35
               OPEN OUTPUT F-EJECUCIONES
               CLOSE F-EJECUCIONES
               OPEN I-O F-EJECUCIONES
           END-IF.
           IF FSE NOT = 00 AND FSE NOT = 05
               DISPLAY "BANKNOC: no se ha podido abrir ejecuciones.ubd"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO NUEVO-PASO.

           MOVE "BANKTRF" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKCOB" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKEXT" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKIMP" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKINT" TO NUEVO-PROGRAMA.
           MOVE TOCA-MENSUAL TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKDOR" TO NUEVO-PROGRAMA.
           MOVE TOCA-MENSUAL TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKFAC" TO NUEVO-PROGRAMA.
           MOVE TOCA-MENSUAL TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKCER" TO NUEVO-PROGRAMA.
           MOVE TOCA-ANUAL TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKSAL" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKREC" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKDIA" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKGLE" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKLIQ" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKVIG" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

      *    BANKBLA revisa el efectivo del dia con todos los apuntes
      *    ya anotados y antes de que BANKARC archive movimientos.
           MOVE "BANKBLA" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKMOR" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKCAD" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

      *    BANKSMS va despues de todos los batch que dejan avisos en
      *    alertas.txt (BANKTRF, BANKCOB, BANKINT, BANKFAC, BANKCAD).
           MOVE "BANKSMS" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           MOVE "BANKARC" TO NUEVO-PROGRAMA.
           MOVE 1 TO NUEVO-TOCA.
           PERFORM ANADIR-PASO THRU ANADIR-PASO-EXIT.

           CLOSE F-EJECUCIONES.
       CREAR-CADENA-EXIT.
           EXIT.

       ANADIR-PASO.
           ADD 1 TO NUEVO-PASO.
           MOVE FECHA-NEGOCIO TO EJE-FECHA.
           MOVE NUEVO-PASO TO EJE-PASO.
           MOVE NUEVO-PROGRAMA TO EJE-PROGRAMA.
           MOVE "P" TO EJE-ESTADO.
           IF NUEVO-TOCA = 0
               MOVE "O" TO EJE-ESTADO.
           MOVE 0 TO EJE-ANO-INI.
           MOVE 0 TO EJE-MES-INI.
           MOVE 0 TO EJE-DIA-INI.
           MOVE 0 TO EJE-HOR-INI.
           MOVE 0 TO EJE-MIN-INI.
           MOVE 0 TO EJE-SEG-INI.
           MOVE 0 TO EJE-ANO-FIN.
           MOVE 0 TO EJE-MES-FIN.
           MOVE 0 TO EJE-DIA-FIN.
           MOVE 0 TO EJE-HOR-FIN.
           MOVE 0 TO EJE-MIN-FIN.
           MOVE 0 TO EJE-SEG-FIN.
           MOVE 0 TO EJE-RESULTADO.
           MOVE 0 TO EJE-INTENTOS.
           WRITE EJECUCION-REG INVALID KEY
               DISPLAY "BANKNOC: paso " NUEVO-PASO
                   " ya dado de alta".
       ANADIR-PASO-EXIT.
           EXIT.

      *    Lanza el paso PASO-ACTUAL. Antes de llamar al programa el
      *    paso queda en curso ("E") con su hora de inicio, cerrado el
      *    fichero, de forma que si la maquina cae durante el paso el
      *    siguiente arranque lo ve sin terminar y lo repite entero.
      *    Los pasos que postean no duplican sus apuntes al repetirse:
      *    BANKTRF retoma desde su punto de control, BANKINT y BANKFAC
      *    saltan las cuentas que ya tienen este mes su apunte, y
      *    BANKCOB y BANKEXT solo tratan los recibos y ordenes que
      *    siguen pendientes. BANKIMP vacia el fichero de la camara
      *    al terminar: si cayo a mitad, revisar su informe antes de
      *    relanzar la cadena.
      *    PASO-CORRECTO queda a 1 si el programa termino con
      *    RETURN-CODE 0.
       EJECUTAR-PASO.
           MOVE 0 TO PASO-CORRECTO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           OPEN I-O F-EJECUCIONES.
           IF FSE NOT = 00
               DISPLAY "BANKNOC: no se ha podido abrir ejecuciones.ubd"
               GO TO EJECUTAR-PASO-EXIT.

           MOVE FECHA-NEGOCIO TO EJE-FECHA.
           MOVE PASO-ACTUAL TO EJE-PASO.
           READ F-EJECUCIONES INVALID KEY
               CLOSE F-EJECUCIONES
               GO TO EJECUTAR-PASO-EXIT.

           MOVE "E" TO EJE-ESTADO.
           MOVE ANO TO EJE-ANO-INI.
           MOVE MES TO EJE-MES-INI.
           MOVE DIA TO EJE-DIA-INI.
           MOVE HORAS TO EJE-HOR-INI.
           MOVE MINUTOS TO EJE-MIN-INI.
           MOVE SEGUNDOS TO EJE-SEG-INI.
           MOVE 0 TO EJE-ANO-FIN.
           MOVE 0 TO EJE-MES-FIN.
           MOVE 0 TO EJE-DIA-FIN.
           MOVE 0 TO EJE-HOR-FIN.
           MOVE 0 TO EJE-MIN-FIN.
           MOVE 0 TO EJE-SEG-FIN.
           MOVE 0 TO EJE-RESULTADO.
           ADD 1 TO EJE-INTENTOS.
           REWRITE EJECUCION-REG INVALID KEY
               CLOSE F-EJECUCIONES
               GO TO EJECUTAR-PASO-EXIT.
           CLOSE F-EJECUCIONES.

           DISPLAY "BANKNOC: paso " PASO-ACTUAL " " PASO-PROGRAMA
               " " HORAS ":" MINUTOS ":" SEGUNDOS.
           ADD 1 TO TOTAL-LANZADOS.

      *    Un programa que no se puede cargar cuenta como fallido con
      *    resultado 999.
           MOVE 0 TO RETURN-CODE.
           CALL PASO-PROGRAMA
               ON EXCEPTION
                   MOVE 999 TO RESULTADO-PASO
               NOT ON EXCEPTION
                   MOVE 0 TO RESULTADO-PASO
                   IF RETURN-CODE NOT = 0
                       MOVE 1 TO RESULTADO-PASO
                   END-IF
                   IF RETURN-CODE > 0 AND RETURN-CODE < 999
                       MOVE RETURN-CODE TO RESULTADO-PASO
                   END-IF
           END-CALL.
           CANCEL PASO-PROGRAMA.
           MOVE 0 TO RETURN-CODE.

           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           OPEN I-O F-EJECUCIONES.
           IF FSE NOT = 00
               DISPLAY "BANKNOC: no se ha podido abrir ejecuciones.ubd"
               GO TO EJECUTAR-PASO-EXIT.

           MOVE FECHA-NEGOCIO TO EJE-FECHA.
           MOVE PASO-ACTUAL TO EJE-PASO.
           READ F-EJECUCIONES INVALID KEY
               CLOSE F-EJECUCIONES
               GO TO EJECUTAR-PASO-EXIT.

           MOVE "C" TO EJE-ESTADO.
           IF RESULTADO-PASO NOT = 0
               MOVE "F" TO EJE-ESTADO.
           MOVE ANO TO EJE-ANO-FIN.
           MOVE MES TO EJE-MES-FIN.
           MOVE DIA TO EJE-DIA-FIN.
           MOVE HORAS TO EJE-HOR-FIN.
           MOVE MINUTOS TO EJE-MIN-FIN.
           MOVE SEGUNDOS TO EJE-SEG-FIN.
           MOVE RESULTADO-PASO TO EJE-RESULTADO.
           REWRITE EJECUCION-REG INVALID KEY
               CLOSE F-EJECUCIONES
               GO TO EJECUTAR-PASO-EXIT.
           CLOSE F-EJECUCIONES.

           IF RESULTADO-PASO NOT = 0
               DISPLAY "BANKNOC: el paso " PASO-ACTUAL " "
                   PASO-PROGRAMA " ha fallado con resultado "
                   RESULTADO-PASO
               GO TO EJECUTAR-PASO-EXIT.

           MOVE 1 TO PASO-CORRECTO.
       EJECUTAR-PASO-EXIT.
           EXIT.

      *    Resumen de la noche para el turno de manana: cada paso de la
      *    jornada con su estado, inicio, fin, resultado e intentos, y
      *    al pie si la cadena termino o donde quedo detenida. Se
      *    rehace entero en cada ejecucion de BANKNOC.
       ESCRIBIR-RESUMEN.
           OPEN OUTPUT F-RESUMEN.
           IF FSRES NOT = 00
               DISPLAY "BANKNOC: no se ha podido abrir el resumen"
               GO TO ESCRIBIR-RESUMEN-EXIT.

           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.

           MOVE SPACES TO RES-LINE.
           STRING "CADENA NOCTURNA DE LA JORNADA " FECHA-NEGOCIO
               " - RESUMEN EMITIDO " ANO "-" MES "-" DIA
               " " HORAS ":" MINUTOS ":" SEGUNDOS
               DELIMITED BY SIZE INTO RES-LINE.
           WRITE RES-LINE.

           MOVE SPACES TO RES-LINE.
           WRITE RES-LINE.

           MOVE 0 TO TOTAL-PASOS.
           MOVE 0 TO TOTAL-COMPLETADOS.
           MOVE 0 TO TOTAL-OMITIDOS.
           MOVE 0 TO TOTAL-SIN-COMPLETAR.

           OPEN INPUT F-EJECUCIONES.
           IF FSE NOT = 00
               MOVE SPACES TO RES-LINE
               STRING "NO SE HA PODIDO LEER ejecuciones.ubd"
                   DELIMITED BY SIZE INTO RES-LINE
               WRITE RES-LINE
               GO TO ESCRIBIR-RESUMEN-PIE.

           MOVE FECHA-NEGOCIO TO EJE-FECHA.
           MOVE 0 TO EJE-PASO.
           START F-EJECUCIONES KEY IS NOT LESS THAN EJE-CLAVE
               INVALID KEY GO TO ESCRIBIR-RESUMEN-CERRAR.

       ESCRIBIR-RESUMEN-SIGUIENTE.
           READ F-EJECUCIONES NEXT RECORD
               AT END GO TO ESCRIBIR-RESUMEN-CERRAR.

           IF EJE-FECHA NOT = FECHA-NEGOCIO
               GO TO ESCRIBIR-RESUMEN-CERRAR.

           ADD 1 TO TOTAL-PASOS.
           MOVE "PENDIENTE" TO ESTADO-TEXTO.
           IF EJE-ESTADO = "E"
               MOVE "INTERRUMPIDO" TO ESTADO-TEXTO
               ADD 1 TO TOTAL-SIN-COMPLETAR.
           IF EJE-ESTADO = "F"
               MOVE "FALLIDO" TO ESTADO-TEXTO
               ADD 1 TO TOTAL-SIN-COMPLETAR.
           IF EJE-ESTADO = "P"
               ADD 1 TO TOTAL-SIN-COMPLETAR.
           IF EJE-ESTADO = "C"
               MOVE "COMPLETADO" TO ESTADO-TEXTO
               ADD 1 TO TOTAL-COMPLETADOS.
           IF EJE-ESTADO = "O"
               MOVE "NO TOCA HOY" TO ESTADO-TEXTO
               ADD 1 TO TOTAL-OMITIDOS.

           MOVE SPACES TO RES-LINE.
           IF EJE-ESTADO = "P" OR EJE-ESTADO = "O"
               STRING "PASO " EJE-PASO " " EJE-PROGRAMA " "
                   ESTADO-TEXTO
                   DELIMITED BY SIZE INTO RES-LINE
           ELSE
               STRING "PASO " EJE-PASO " " EJE-PROGRAMA " "
                   ESTADO-TEXTO
                   " INICIO " EJE-ANO-INI "-" EJE-MES-INI "-"
                   EJE-DIA-INI " " EJE-HOR-INI ":" EJE-MIN-INI ":"
                   EJE-SEG-INI
                   " FIN " EJE-HOR-FIN ":" EJE-MIN-FIN ":"
                   EJE-SEG-FIN
                   " RESULTADO " EJE-RESULTADO
                   " INTENTOS " EJE-INTENTOS
                   DELIMITED BY SIZE INTO RES-LINE
           END-IF.
           WRITE RES-LINE.

           GO TO ESCRIBIR-RESUMEN-SIGUIENTE.

       ESCRIBIR-RESUMEN-CERRAR.
           CLOSE F-EJECUCIONES.

       ESCRIBIR-RESUMEN-PIE.
           MOVE SPACES TO RES-LINE.
           WRITE RES-LINE.

           MOVE SPACES TO RES-LINE.
           STRING "PASOS: " TOTAL-PASOS
               " COMPLETADOS: " TOTAL-COMPLETADOS
               " NO TOCAN HOY: " TOTAL-OMITIDOS
               " SIN COMPLETAR: " TOTAL-SIN-COMPLETAR
               " LANZADOS EN ESTA EJECUCION: " TOTAL-LANZADOS
               DELIMITED BY SIZE INTO RES-LINE.
           WRITE RES-LINE.

           MOVE SPACES TO RES-LINE.
           IF CADENA-DETENIDA = 1
               STRING "CADENA DETENIDA EN EL PASO " PASO-DETENIDO
                   " " PROGRAMA-DETENIDO
                   ": CORREGIR LA CAUSA Y RELANZAR BANKNOC"
                   DELIMITED BY SIZE INTO RES-LINE
           ELSE
               STRING "CADENA COMPLETA"
                   DELIMITED BY SIZE INTO RES-LINE
           END-IF.
           WRITE RES-LINE.

           CLOSE F-RESUMEN.
       ESCRIBIR-RESUMEN-EXIT.
           EXIT.
