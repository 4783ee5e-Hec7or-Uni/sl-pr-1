      * sentidos, compras...) separando abonos de cargos, para tener
      * una unica cifra de fin de dia del efectivo y los pagos
      * manejados por el canal, sin sumar tarjeta a tarjeta a mano.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKDIA: no se ha podido abrir movimientos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-RESUMEN.
           IF FSRES NOT = 00
               DISPLAY "BANKDIA: no se ha podido abrir el informe"
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           DISPLAY "BANKDIA: movimientos revisados " TOTAL-MOVIMIENTOS.
           DISPLAY "BANKDIA: movimientos de hoy "
               TOTAL-MOVIMIENTOS-HOY.
           GOBACK.
