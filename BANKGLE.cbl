      * (cada acumulado de clientes con su contrapartida de caja) y
      * avisa si algun dia las dos columnas no cuadran, para que la
      * sucursal deje de reteclear resumendia.txt a mano.
      * Se lanza suelto o como un paso de la cadena nocturna de
      * BANKNOC; si no puede abrir sus ficheros termina con
      * RETURN-CODE 1 para que la cadena se detenga en este paso.
       INICIO.
           ACCEPT CAMPOS-FECHA FROM DATE YYYYMMDD.
           ACCEPT HORA FROM TIME.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM NOT = 00 AND FSM NOT = 05
               DISPLAY "BANKGLE: no se ha podido abrir movimientos.ubd"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-EXTRACTO.
           IF FSEXT NOT = 00
               DISPLAY "BANKGLE: no se ha podido abrir el extracto"
               CLOSE F-MOVIMIENTOS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT F-CUADRE.
               DISPLAY "BANKGLE: no se ha podido abrir el cuadre"
               CLOSE F-MOVIMIENTOS
               CLOSE F-EXTRACTO
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO CUA-LINE.
               DISPLAY "BANKGLE: ATENCION, monedas descuadradas "
                   TOTAL-DESCUADRES
           END-IF.
           GOBACK.
