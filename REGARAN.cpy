      ******************************************************************
      * Layout compartido del registro de ARANCELES.dat - cuota
      * mensual por curso y anio lectivo, mantenida por la
      * administracion (CREAARAN) y aplicada por la facturacion
      * mensual (PGMCUOTA). Un solo arancel activo por curso/anio.
      ******************************************************************
       01  REG-ARANCEL.
           05  ARA-NRO-CURSO    PIC 9(02).
           05  ARA-ANIO         PIC 9(04).
           05  ARA-IMPORTE      PIC 9(06)V9(02).
           05  ARA-ESTADO       PIC X(01).
               88  ARA-ACTIVO        VALUE 'A'.
               88  ARA-BAJA          VALUE 'B'.
