      ******************************************************************
      * Layout compartido del registro de MESAS.dat - mesas de examen
      * programadas (diciembre/marzo) por materia. Una mesa cerrada
      * ('C') ya aplico sus aprobados a RESULTADO.dat. Hora y
      * tribunal (presidente y dos vocales de DOCENTES.dat) los carga
      * CREAMESA; en las mesas dadas de alta antes de incorporarlos
      * vienen en blanco (sin hora, sin tribunal).
      ******************************************************************
       01  REG-MESA.
           05  MES-NRO-MESA   PIC 9(04).
               88  MES-ACTIVA        VALUE 'A'.
               88  MES-CERRADA       VALUE 'C'.
               88  MES-BAJA          VALUE 'B'.
           05  MES-HORA       PIC 9(04).
           05  MES-PRESIDENTE PIC 9(03).
           05  MES-VOCAL-1    PIC 9(03).
           05  MES-VOCAL-2    PIC 9(03).
