      ******************************************************************
      * Area de comunicacion compartida para el CALL a RUTESCUE.
      * Opciones: 1 = ESCUELA DE TRABAJO: la de la sesion del menu
      *               si hay una abierta; si no, la del operador
      *               informado en LK-ESC-OPERADOR; si es 00 (o no
      *               hay operador, como en los pasos batch), la de
      *               la tarjeta opcional DDESCSEL; sin tarjeta, 00 =
      *               TODAS. Devuelve codigo, nombre y CUE.
      *           2 = CONSULTA DEL CODIGO EN LK-ESC-CODIGO.
      * Resultado: 10 = OK, 20 = ESCUELA INEXISTENTE O EN BAJA,
      *            30 = SIN TABLA DE ESCUELAS (SE ACEPTA EL CODIGO).
      ******************************************************************
         01  LK-COM-ESCUELA.
           03  LK-OPCION-ESC      PIC 9.
           03  LK-ESC-OPERADOR    PIC 9(03).
           03  LK-ESC-CODIGO      PIC 9(02).
           03  LK-ESC-NOMBRE      PIC X(30).
           03  LK-ESC-CUE         PIC X(09).
           03  LK-RESULTADO-ESC   PIC 9(02).
