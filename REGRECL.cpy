      ******************************************************************
      * Layout compartido del registro de RECLAMOS.dat - reclamos de
      * nota presentados por las familias. CREARECL da el alta y
      * lleva el estado; un reclamo aceptado se corrige en CORRNOTA
      * con motivo 'RE' y el numero de reclamo, que queda marcado
      * como corregido con la nota nueva. PGMRECLA lista los casos
      * abiertos por antiguedad y el resumen anual por materia y
      * docente.
      ******************************************************************
       01  REG-RECLAMO.
           05  REC-NRO         PIC 9(06).
      *NOTA RECLAMADA: MISMA CLAVE QUE NOTAS.dat.
           05  REC-NRO-ALU     PIC 9(04).
           05  REC-NRO-MAT     PIC 9(02).
           05  REC-ANIO        PIC 9(04).
           05  REC-MES         PIC 9(02).
           05  REC-TIPO-EVAL   PIC 9(01).
           05  REC-NOTA-RECL   PIC 9(02)V9(01).
      *DOCENTE DE LA MATERIA EN EL ANIO (ASIGDOC.dat) AL PRESENTARSE
      *EL RECLAMO; 000 = SIN DOCENTE ASIGNADO.
           05  REC-NRO-DOC     PIC 9(03).
           05  REC-FECHA-PRES  PIC 9(08).
           05  REC-PRESENTANTE PIC X(25).
           05  REC-MEDIO       PIC X(01).
               88  REC-POR-NOTA      VALUE 'N'.
               88  REC-POR-CORREO    VALUE 'E'.
               88  REC-EN-PERSONA    VALUE 'P'.
           05  REC-OPE-ALTA    PIC 9(03).
           05  REC-ESTADO      PIC X(01).
               88  REC-PRESENTADO    VALUE 'P'.
               88  REC-EN-REVISION   VALUE 'R'.
               88  REC-ACEPTADO      VALUE 'A'.
               88  REC-RECHAZADO     VALUE 'X'.
               88  REC-ABIERTO       VALUE 'P' 'R'.
      *RESOLUCION (ACEPTADO/RECHAZADO); CERO MIENTRAS ESTE ABIERTO.
           05  REC-FECHA-RESOL PIC 9(08).
           05  REC-OPE-RESOL   PIC 9(03).
      *VINCULO CON LA CORRECCION: 'S' CUANDO CORRNOTA GRABO LA NOTA
      *CORRECTORA DEL RECLAMO ACEPTADO.
           05  REC-CORREGIDO   PIC X(01).
               88  REC-CON-CORRECCION VALUE 'S'.
           05  REC-NOTA-CORR   PIC 9(02)V9(01).
           05  REC-FECHA-CORR  PIC 9(08).
