      ******************************************************************
      * Area de comunicacion compartida para el CALL a RUTBAJAS.
      * Opcion 1 = VALIDAR MOTIVO: busca LK-BAJ-MOTIVO en MOTBAJA.dat
      * y devuelve la descripcion (RESULTADO 10 = VALIDO, 20 = NO
      * EXISTE O EN BAJA, 30 = TABLA SIN CARGAR: SE ACEPTA EL CODIGO).
      * Opcion 2 = REGISTRAR BAJA: valida el motivo igual que la
      * opcion 1 y agrega la entrada en BAJAS.dat; fecha en ceros =
      * fecha del sistema (RESULTADO 10 = GRABADA, 20 = MOTIVO
      * INVALIDO, 40 = ERROR DE ARCHIVO).
      ******************************************************************
         01  LK-COM-BAJA.
           03  LK-OPCION-BAJ      PIC 9.
           03  LK-BAJ-NRO-ALU     PIC 9(04).
           03  LK-BAJ-FECHA       PIC 9(08).
           03  LK-BAJ-MOTIVO      PIC 9(02).
           03  LK-BAJ-CURSO       PIC 9(02).
           03  LK-BAJ-PROGRAMA    PIC X(08).
           03  LK-BAJ-OPERADOR    PIC 9(03).
           03  LK-BAJ-DESCRIPCION PIC X(25).
           03  LK-RESULTADO-BAJ   PIC 9(02).
