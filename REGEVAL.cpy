      ******************************************************************
      * Layout compartido del registro de EVALUAC.dat - cronograma de
      * evaluaciones por curso (CREAEVAL): materia, fecha AAAAMMDD y
      * tipo de evaluacion. La fecha debe ser dia de clase segun
      * CALENDARIO.dat, la materia debe tener modulo en HORARIOS.dat
      * para el curso ese dia de semana y el curso no puede superar
      * el maximo diario MAX-EVAL-DIA de PARAMGEN. CARGNOTA controla
      * cada nota contra una evaluacion programada del mes.
      ******************************************************************
       01  REG-EVALUACION.
           05  EVA-NRO-CURSO  PIC 9(02).
           05  EVA-NRO-MAT    PIC 9(02).
           05  EVA-FECHA      PIC 9(08).
           05  EVA-FECHA-R    REDEFINES EVA-FECHA.
               10  EVA-ANIO       PIC 9(04).
               10  EVA-MES        PIC 9(02).
               10  EVA-DIA        PIC 9(02).
      *TIPO: 'R' = RECUPERATORIO (LO EXIGE UNA NOTA CON TIPO DE
      *EVALUACION 2); LOS DEMAS RESPALDAN NOTAS ORIGINALES.
           05  EVA-TIPO       PIC X(01).
               88  EVA-ESCRITA       VALUE 'E'.
               88  EVA-ORAL          VALUE 'O'.
               88  EVA-TRABAJO       VALUE 'T'.
               88  EVA-RECUPERATORIO VALUE 'R'.
               88  EVA-TIPO-VALIDO   VALUE 'E' 'O' 'T' 'R'.
           05  EVA-OPERADOR   PIC 9(03).
           05  EVA-ESTADO     PIC X(01).
               88  EVA-ACTIVA        VALUE 'A'.
               88  EVA-BAJA          VALUE 'B'.
