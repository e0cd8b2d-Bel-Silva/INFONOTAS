      * corridas batch). Cada corrida deja un evento 'I' (inicio) y un
      * evento 'F' (fin) con estado y totales de control; un periodo
      * queda "posteado" cuando existe un evento 'F' con estado 'P'
      * para ese programa/periodo. PGMREACT usa el periodo 00AAAA
      * (anio reactivado): 'P' = reactivacion abierta, 'D' = devuelta
      * al historico en la proxima purga.
      ******************************************************************
       01  REG-RUNCTL.
           05  CTL-PROGRAMA   PIC X(08).
           05  CTL-ESTADO     PIC X(01).
               88  CTL-EST-POSTEADO    VALUE 'P'.
               88  CTL-EST-ERROR       VALUE 'E'.
               88  CTL-EST-DEVUELTO    VALUE 'D'.
           05  CTL-CANT-PROC  PIC 9(05).
           05  CTL-CANT-RECH  PIC 9(05).
