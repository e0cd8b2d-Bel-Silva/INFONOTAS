      * nota, el regrabado pisa el registro y el indice queda con la
      * nota vigente (la historia completa sigue en NOTAS.dat).
      * Se crea/regenera con CONVNOTI y lo mantienen al dia CREANOTA,
      * CARGNOTA, CORRNOTA y PGMREACT; despues de una purga
      * (PURGNOTA) debe regenerarse con CONVNOTI.
      ******************************************************************
       01  REG-NOTIDX.
           05  NIX-CLAVE.
