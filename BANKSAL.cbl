      * deja el maestro corregido y anota en el informe cada cuenta en
      * la que los dos no coincidian. Tambien purga del maestro las
      * cuentas que ya no tienen ningun movimiento.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKSAL: no se ha podido abrir movimientos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O F-SALDOS.
           IF FSS NOT = 00 AND FSS NOT = 05
               DISPLAY "BANKSAL: no se ha podido abrir saldos.ubd"
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-VERIFICACION.
               DISPLAY "BANKSAL: no se ha podido abrir el informe"
               CLOSE F-MOVIMIENTOS
               CLOSE F-SALDOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO VER-LINE.

           DISPLAY "BANKSAL: tarjetas revisadas " TOTAL-TARJETAS.
           DISPLAY "BANKSAL: descuadres detectados " TOTAL-DESCUADRES.
           GOBACK.
