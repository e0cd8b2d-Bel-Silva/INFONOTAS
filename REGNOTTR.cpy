      * Trailer de control de NOTAS.dat / HISTNOTA.dat - registro final
      * con la cantidad de registros de datos y la suma de control de
      * NOT-NOTA (incluye las notas marcadas reemplazadas). Los
      * programas que extienden el archivo (CREANOTA/CARGNOTA/PGMREACT
      * y PURGNOTA sobre el historico) agregan un trailer nuevo al
      * cierre y los lectores ignoran los trailers viejos que quedan
      * en el medio; los que regraban el archivo completo (PGMINFOR/
      * PURGNOTA/CORRNOTA/PGMREACT) dejan uno solo al final. El
      * ultimo trailer del archivo es el que debe coincidir con los
      * totales.
      ******************************************************************
       01  REG-NOTAS-TRL.
           05  TRL-MARCA      PIC X(01).
