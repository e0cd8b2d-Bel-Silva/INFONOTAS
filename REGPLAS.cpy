      ******************************************************************
      * Layout compartido del registro de PLANASIS.dat - registro de
      * planillas mensuales de asistencia numeradas que emite PGMPLASI
      * (una por curso/division y mes con los alumnos prelistados).
      * CREAASIS acepta el numero de la planilla de la que se carga y
      * controla contra ella alumno y fecha. Si se reimprime la
      * planilla de un curso/mes, la vigente es la de mayor numero;
      * las anteriores quedan reemplazadas.
      ******************************************************************
       01  REG-PLANASIS.
           05  PLA-NRO        PIC 9(06).
           05  PLA-NRO-CURSO  PIC 9(02).
      *PERIODO MMAAAA, MISMO FORMATO QUE PERIODOS.dat.
           05  PLA-PERIODO    PIC 9(06).
           05  PLA-FECHA-EMI  PIC 9(08).
           05  PLA-CANT-ALU   PIC 9(03).
           05  PLA-ESTADO     PIC X(01).
               88  PLA-EMITIDA       VALUE 'E'.
               88  PLA-ANULADA       VALUE 'B'.
