      ******************************************************************
      * Layout compartido del registro de MOTBAJA.dat - tabla de
      * motivos de baja de alumnos, mantenida por CREAMOTB y
      * validada por RUTBAJAS en cada baja. Codigos con uso fijo en
      * los programas:
      *   02 CAMBIO DE ESCUELA  lo graba PGMPASAL en el pase saliente
      *   98 UNIFICACION LEGAJO lo graba PGMFUSIO al dar de baja el
      *                         legajo duplicado (no es desercion)
      *   99 DESCONOCIDO
      * El resto (mudanza, trabajo, salud, ...) lo define secretaria.
      ******************************************************************
       01  REG-MOTBAJA.
           05  MTB-CODIGO       PIC 9(02).
           05  MTB-DESCRIPCION  PIC X(25).
           05  MTB-ESTADO       PIC X(01).
               88  MTB-ACTIVO        VALUE 'A'.
               88  MTB-BAJA          VALUE 'B'.
