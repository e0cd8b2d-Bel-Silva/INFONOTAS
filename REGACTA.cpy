      ******************************************************************
      * Layout compartido del registro de ACTAS.dat - registro de
      * actas volantes de mesas de examen: numero correlativo unico
      * por mesa, fecha/hora de emision y operador. La reimpresion de
      * un acta ya numerada sale con el mismo numero y no se asienta
      * de nuevo. PGMCERTI cita el numero en las materias aprobadas
      * por mesa.
      ******************************************************************
       01  REG-ACTA.
           05  ACT-NRO        PIC 9(06).
           05  ACT-NRO-MESA   PIC 9(04).
           05  ACT-FECHA      PIC 9(08).
           05  ACT-HORA       PIC 9(06).
           05  ACT-OPERADOR   PIC 9(03).
