      ******************************************************************
      * Layout compartido del registro de la rendicion de cobranzas
      * que envia el banco (un pago por registro). La referencia de
      * pago del alumno es su numero de legajo; COB-OPERACION es el
      * numero de operacion del banco, unico por pago.
      ******************************************************************
       01  REG-COBRANZA.
           05  COB-NRO-ALU      PIC 9(04).
           05  COB-FECHA        PIC 9(08).
           05  COB-IMPORTE      PIC 9(06)V9(02).
           05  COB-OPERACION    PIC X(10).
