      * cliente no nota nada: su PIN de siempre sigue valiendo. La
      * marca en pincifrado.ubd impide ejecutarla dos veces, porque
      * cifrar lo ya cifrado dejaria todos los PIN inservibles.
      *
      * Migraciones de una sola ejecucion, por este orden, con la
      * cadena nocturna y los cajeros parados y antes de volver a
      * arrancarlos: BANKPIN (PIN cifrado en tarjetas.ubd) y BANKDVL
      * (devoluciones en recibos.ubd e interenv.ubd).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
