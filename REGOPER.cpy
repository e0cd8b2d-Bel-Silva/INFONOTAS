           05  OPE-ESTADO     PIC X(01).
               88  OPE-ACTIVO        VALUE 'A'.
               88  OPE-BAJA          VALUE 'B'.
      *ESCUELA A LA QUE QUEDA ATADO EL OPERADOR (ESCUELAS.dat); 00 =
      *DISTRITO, ELIGE LA ESCUELA AL ENTRAR AL MENU. UN ARCHIVO
      *GRABADO CON EL LAYOUT ANTERIOR SE RE-CORTA CON CONVOPER.
           05  OPE-ESCUELA    PIC 9(02).
      *DOCENTE (DOCENTES.dat) QUE OPERA CON ESTA CUENTA; 000 = NO ES
      *DOCENTE. UN DOCENTE SOLO CARGA NOTAS DE LAS MATERIAS Y CURSOS
      *QUE TIENE ASIGNADOS EN EL ANIO (ASIGDOC.dat/HORARIOS.dat, VER
      *RUTASIGD). UN ARCHIVO DE 32 BYTES SE RE-CORTA CON CONVOPER.
           05  OPE-NRO-DOC    PIC 9(03).
