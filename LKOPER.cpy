      * Area de comunicacion compartida para el CALL a RUTOPERA.
      * Opcion 1 = IDENTIFICACION: RESULTADO 10 = OPERADOR VALIDO
      * (DEVUELVE NOMBRE Y NIVEL), 20 = INEXISTENTE O EN BAJA,
      * 30 = NO HAY OPERADORES REGISTRADOS TODAVIA (ARRANQUE),
      * 40 = OPERADORES.dat NO DISPONIBLE O CON LAYOUT RECHAZADO.
      * LK-OPE-ESCUELA: ESCUELA DEL OPERADOR, 00 = DISTRITO.
      * LK-OPE-DOCENTE: DOCENTE ATADO A LA CUENTA, 000 = NINGUNO.
      ******************************************************************
         01  LK-COM-OPERADOR.
           03  LK-OPCION-OPE      PIC 9.
           03  LK-OPE-NRO         PIC 9(03).
           03  LK-OPE-NOMBRE      PIC X(25).
           03  LK-OPE-NIVEL       PIC 9(01).
           03  LK-OPE-ESCUELA     PIC 9(02).
           03  LK-OPE-DOCENTE     PIC 9(03).
           03  LK-RESULTADO-OPE   PIC 9(02).
