      ******************************************************************
      * Layout compartido del registro de LICENCIAS.dat - ausencias
      * de docentes (DOCENTES.dat) con su rango de fechas y motivo.
      * Los modulos de HORARIOS.dat que el docente dictaria en el
      * rango quedan descubiertos hasta que se designe un suplente
      * (SUPLENCIAS.dat).
      ******************************************************************
       01  REG-LICENCIA.
           05  LIC-NRO-DOC      PIC 9(03).
           05  LIC-FECHA-DESDE  PIC 9(08).
           05  LIC-FECHA-HASTA  PIC 9(08).
           05  LIC-MOTIVO       PIC X(20).
           05  LIC-ESTADO       PIC X(01).
               88  LIC-ACTIVA        VALUE 'A'.
               88  LIC-BAJA          VALUE 'B'.
