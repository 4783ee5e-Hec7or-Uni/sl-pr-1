
      *    Meses de historico que se conservan en movimientos.ubd: se
      *    archiva todo lo anterior al primer dia del mes de hace
      *    MESES-HISTORICO meses. Es un ajuste de operacion del
      *    fichero, no una regla de negocio, y por eso se fija como
      *    constante y no en parametros.ubd.
       77 MESES-HISTORICO           PIC 9(3) VALUE 24.
       77 MESES-TOTALES             PIC 9(7).
       77 ANO-CORTE                 PIC 9(4).
      * de historia, y BANKREC sigue reconciliando limpio porque el
      * arrastre conserva el MOV-NUM, la fecha y el saldo del ultimo
      * movimiento archivado.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.
           OPEN I-O F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKARC: no se ha podido abrir movimientos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O F-HISTORICO.
           IF FSH NOT = 00 AND FSH NOT = 05
               DISPLAY "BANKARC: no se ha podido abrir historico.ubd"
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-ARCHIVADO.
               DISPLAY "BANKARC: no se ha podido abrir el informe"
               CLOSE F-MOVIMIENTOS
               CLOSE F-HISTORICO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO ARC-LINE.

           DISPLAY "BANKARC: movimientos archivados " TOTAL-ARCHIVADOS.
           DISPLAY "BANKARC: tarjetas con arrastre " TOTAL-TARJETAS.
           GOBACK.
