      ******************************************************************
      * Layout compartido del registro de BAJAS.dat - registro de
      * bajas de alumnos: cada vez que un alumno pasa a ALU-ESTADO
      * 'B' se agrega una entrada con la fecha de la baja, el motivo
      * (MOTBAJA.dat), el curso que tenia en ese momento y el
      * programa y operador que la hicieron. Lo graba RUTBAJAS y lo
      * analiza PGMDESER.
      ******************************************************************
       01  REG-BAJA.
           05  BAJ-NRO-ALU    PIC 9(04).
           05  BAJ-FECHA      PIC 9(08).
           05  BAJ-MOTIVO     PIC 9(02).
           05  BAJ-CURSO      PIC 9(02).
           05  BAJ-PROGRAMA   PIC X(08).
           05  BAJ-OPERADOR   PIC 9(03).
