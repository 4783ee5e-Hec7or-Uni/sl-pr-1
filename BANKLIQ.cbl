      * escribe un informe con asientos vendidos y recaudacion por
      * evento, para que taquilla pueda pagar y cuadrar cada sala
      * contra lo que realmente vendio el canal de cajeros.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKLIQ: no se ha podido abrir movimientos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-LIQUIDACION.
           IF FSLIQ NOT = 00
               DISPLAY "BANKLIQ: no se ha podido abrir el informe"
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.

           DISPLAY "BANKLIQ: movimientos revisados " TOTAL-MOVIMIENTOS.
           DISPLAY "BANKLIQ: entradas liquidadas hoy " TOTAL-ENTRADAS.
           GOBACK.
