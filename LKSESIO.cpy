      *               SU PROPIO SIGNON COMO SIEMPRE)
      *           3 = REGISTRAR OPCION DESPACHADA (RASTRO)
      *           4 = CERRAR SESION
      * LK-SES-ESCUELA: ESCUELA A LA QUE QUEDA ATADA LA SESION (LA
      * GRABA LA APERTURA, LA DEVUELVE LA CONSULTA); 00 = TODAS.
      ******************************************************************
         01  LK-COM-SESION.
           03  LK-OPCION-SES      PIC 9.
           03  LK-SES-OPERADOR    PIC 9(03).
           03  LK-SES-PROGRAMA    PIC X(08).
           03  LK-SES-ESCUELA     PIC 9(02).
           03  LK-RESULTADO-SES   PIC 9(02).
