      * Reconciliacion nocturna de la cadena de saldos de MOVIMIENTOS:
      * comprueba que cada MOV-SALDOPOS sea el saldo anterior de la
      * misma tarjeta mas/menos el importe del propio movimiento.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKREC: no se ha podido abrir movimientos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-RECONCILIACION.
           IF FSREC NOT = 00
               DISPLAY "BANKREC: no se ha podido abrir el informe"
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO MOV-TARJETA.
           WRITE RECON-LINE.

           CLOSE F-RECONCILIACION.
           GOBACK.
