      ******************************************************************
      * Area de comunicacion compartida para el CALL a RUTVERSI.
      * Opciones: 1 = CONTROLA QUE LK-VER-ARCHIVO ESTE SELLADO CON
      *               LK-VER-VERSION. SI NO COINCIDE, O SI EL ARCHIVO
      *               NO TIENE SELLO, INFORMA Y DEVUELVE 30.
      *           2 = SELLA LK-VER-ARCHIVO CON LK-VER-VERSION (LO
      *               USAN LOS PROGRAMAS DE CONVERSION).
      *           3 = SELLO INICIAL: SELLA LK-VER-ARCHIVO SOLO SI NO
      *               TIENE SELLO; UNO EXISTENTE NO SE TOCA (LO USA
      *               INICVERS AL INSTALAR).
      * Resultado: 10 = OK, 20 = SELLO INICIAL GRABADO,
      *            30 = LAYOUT INCOMPATIBLE O ARCHIVO SIN SELLO,
      *            40 = ERROR EN VERSIONES.dat.
      * LK-VER-RECHAZOS: EL LLAMADOR LO PONE EN CERO ANTES DE SUS
      * CONTROLES Y RUTVERSI LE SUMA UNO POR CADA RESULTADO 30 O 40;
      * CON RECHAZOS EL LLAMADOR NO ABRE NADA Y TERMINA CON RC 8.
      ******************************************************************
         01  LK-COM-VERSION.
           03  LK-OPCION-VER      PIC 9.
           03  LK-VER-ARCHIVO     PIC X(08).
           03  LK-VER-VERSION     PIC 9(02).
           03  LK-VER-PROGRAMA    PIC X(08).
           03  LK-RESULTADO-VER   PIC 9(02).
           03  LK-VER-RECHAZOS    PIC 9(02).
