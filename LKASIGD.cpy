      ******************************************************************
      * Area de comunicacion compartida para el CALL a RUTASIGD.
      * Opcion 1 = CONTROL DE CARGA: dice si el docente LK-ASD-DOCENTE
      *            puede cargar notas de LK-ASD-MATERIA a un alumno
      *            del curso LK-ASD-CURSO en LK-ASD-ANIO (RESULTADO
      *            10 = ASIGNADO; 20 = LA MATERIA NO ESTA ASIGNADA AL
      *            DOCENTE EN ASIGDOC.dat PARA EL ANIO; 21 = EL CURSO
      *            NO TIENE ESA MATERIA EN HORARIOS.dat PARA EL ANIO;
      *            22 = DOCENTE INEXISTENTE O EN BAJA; 30 = DOCENTE
      *            000, LA CUENTA NO ES DE UN DOCENTE Y NO SE
      *            RESTRINGE; 40 = ERROR DE ARCHIVO).
      * Opcion 2 = MATERIAS ASIGNADAS: para LK-ASD-DOCENTE y
      *            LK-ASD-ANIO devuelve hasta 20 materias activas en
      *            LK-ASD-MATERIAS (RESULTADO 10 = HAY, 20 = NINGUNA,
      *            22/30/40 COMO EN LA OPCION 1).
      ******************************************************************
         01  LK-COM-ASIGDOC.
           03  LK-OPCION-ASD      PIC 9.
           03  LK-ASD-DOCENTE     PIC 9(03).
           03  LK-ASD-MATERIA     PIC 9(02).
           03  LK-ASD-CURSO       PIC 9(02).
           03  LK-ASD-ANIO        PIC 9(04).
           03  LK-ASD-CANT-MAT    PIC 9(02).
           03  LK-ASD-MATERIAS    PIC 9(02) OCCURS 20 TIMES.
           03  LK-RESULTADO-ASD   PIC 9(02).
