      ******************************************************************
      * Layout compartido del registro de SUPLENCIAS.dat - un modulo
      * de HORARIOS.dat cubierto en una fecha por un suplente en
      * reemplazo del docente en licencia (LICENCIAS.dat). Las horas
      * cubiertas cuentan para el suplente en los informes de horas.
      ******************************************************************
       01  REG-SUPLENCIA.
           05  SUP-FECHA        PIC 9(08).
           05  SUP-NRO-CURSO    PIC 9(02).
           05  SUP-DIA          PIC 9(01).
           05  SUP-MODULO       PIC 9(02).
           05  SUP-NRO-MAT      PIC 9(02).
           05  SUP-AULA         PIC 9(03).
           05  SUP-NRO-DOC-AUS  PIC 9(03).
           05  SUP-NRO-DOC-SUP  PIC 9(03).
           05  SUP-ESTADO       PIC X(01).
               88  SUP-ACTIVA        VALUE 'A'.
               88  SUP-BAJA          VALUE 'B'.
