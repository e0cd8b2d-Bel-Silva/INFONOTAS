      ******************************************************************
      * Layout compartido del registro de CUOTAS.dat - cuenta
      * corriente de aranceles por alumno, un movimiento por
      * registro en orden cronologico:
      *   'C' = cargo mensual (PGMCUOTA): arancel del curso menos el
      *         porcentaje de la beca vigente (BECAS.dat 'V').
      *   'P' = pago aplicado (cobranza bancaria).
      * En los cargos CUO-PENDIENTE es lo que falta cancelar ('A'
      * adeudado / 'C' cancelado). CUO-SALDO es el saldo corrido del
      * alumno despues del movimiento.
      ******************************************************************
       01  REG-CUOTA.
           05  CUO-NRO-ALU      PIC 9(04).
           05  CUO-ANIO         PIC 9(04).
           05  CUO-MES          PIC 9(02).
           05  CUO-TIPO         PIC X(01).
               88  CUO-CARGO         VALUE 'C'.
               88  CUO-PAGO          VALUE 'P'.
           05  CUO-FECHA        PIC 9(08).
           05  CUO-NRO-CURSO    PIC 9(02).
           05  CUO-BRUTO        PIC 9(06)V9(02).
           05  CUO-PORC-BECA    PIC 9(03).
           05  CUO-IMPORTE      PIC 9(06)V9(02).
           05  CUO-PENDIENTE    PIC 9(06)V9(02).
           05  CUO-SALDO        PIC 9(07)V9(02).
           05  CUO-REFERENCIA   PIC X(10).
           05  CUO-ESTADO       PIC X(01).
               88  CUO-ADEUDADO      VALUE 'A'.
               88  CUO-CANCELADO     VALUE 'C'.
