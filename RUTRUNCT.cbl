      *          RUNCTL.dat el inicio y fin (con estado y totales) de
      *          cada corrida batch y responde si un periodo MMAAAA ya
      *          fue posteado por un programa, para impedir el doble
      *          procesamiento de un mismo periodo. Tambien devuelve
      *          el estado del ultimo fin registrado para un
      *          programa/periodo (estado abierto/cerrado de una
      *          reactivacion de PGMREACT, que consulta PURGNOTA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             PERFORM 2400-REGISTRA
             SET WS-FIN-PROCESO TO TRUE

           WHEN 4
             PERFORM 2600-ULTIMO-ESTADO
             SET WS-FIN-PROCESO TO TRUE

           WHEN OTHER
             MOVE 30 TO LK-RESULTADO-CTL
             SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF.

      ********************************
      *  ESTADO DEL ULTIMO FIN DEL   *
      *  PROGRAMA/PERIODO            *
      ********************************

       2600-ULTIMO-ESTADO.

           MOVE 20 TO LK-RESULTADO-CTL
           MOVE SPACES TO LK-CTL-ESTADO

           OPEN INPUT RUNCTL
           IF WS-FS-CTL EQUAL '05' OR '35'
               OPEN OUTPUT RUNCTL
               CLOSE RUNCTL
               OPEN INPUT RUNCTL
           END-IF

           IF WS-FS-CTL NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CTL
               MOVE 40 TO LK-RESULTADO-CTL
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2650-SCAN-ULTIMO UNTIL WS-SCAN-FIN
               CLOSE RUNCTL
           END-IF.

       2650-SCAN-ULTIMO.

           READ RUNCTL
           IF WS-FS-CTL NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CTL-PROGRAMA = LK-CTL-PROGRAMA
                  AND CTL-PERIODO = LK-CTL-PERIODO
                  AND CTL-EV-FIN
                   MOVE CTL-ESTADO    TO LK-CTL-ESTADO
                   MOVE CTL-CANT-PROC TO LK-CTL-CANT-PROC
                   MOVE 10 TO LK-RESULTADO-CTL
               END-IF
           END-IF.

      ********************************
      *  REGISTRA EVENTO DE CORRIDA  *
      ********************************
