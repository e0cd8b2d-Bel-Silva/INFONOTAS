      ******************************************************************
      * Layout compartido del registro de PASESAL.dat - registro de
      * pases salientes: alumno, escuela de destino, fecha del pase,
      * anio lectivo en curso y cuantas inscripciones activas y
      * entradas de lista de espera se cerraron con el pase. Lo graba
      * PGMPASAL; el alumno queda en baja en el maestro.
      ******************************************************************
       01  REG-PASESAL.
           05  PSA-NRO-ALU    PIC 9(04).
           05  PSA-FECHA      PIC 9(08).
           05  PSA-ESCUELA    PIC X(25).
           05  PSA-ANIO       PIC 9(04).
           05  PSA-CANT-INSC  PIC 9(02).
           05  PSA-CANT-ESP   PIC 9(02).
           05  PSA-OPERADOR   PIC 9(03).
