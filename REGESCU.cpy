      ******************************************************************
      * Layout compartido del registro de ESCUELAS.dat - tabla de
      * establecimientos que comparten la instalacion (sede y
      * anexos), mantenida por CREAESCU. El codigo (01-99) es la
      * posicion relativa y es el que llevan ALU-ESCUELA,
      * CUR-ESCUELA y OPE-ESCUELA; 00 en un operador = distrito (ve
      * todas las escuelas). El CUE es el codigo unico de
      * establecimiento que piden los extractos de la autoridad.
      ******************************************************************
       01  REG-ESCUELA.
           05  ESC-CODIGO       PIC 9(02).
           05  ESC-NOMBRE       PIC X(30).
           05  ESC-CUE          PIC X(09).
           05  ESC-ESTADO       PIC X(01).
               88  ESC-ACTIVA        VALUE 'A'.
               88  ESC-BAJA          VALUE 'B'.
