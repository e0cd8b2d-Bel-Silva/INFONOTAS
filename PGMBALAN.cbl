      *            3) la cantidad de altas de NOTAS en AUDITORIA.dat
      *               de esa fecha (CREANOTA y CARGNOTA auditan cada
      *               nota grabada).
      *          Ademas balancea la cobranza del dia: lo declarado
      *          en RUNCTL.dat por las corridas 'COBRANZA' de
      *          CARGCOBR contra los pagos dados de alta en CUOTAS
      *          segun AUDITORIA.dat.
      *          Imprime la hoja de balance de una pagina y termina
      *          RC 4 ante cualquier descuadre, para que la cadena
      *          nocturna marque el dia.
       01  WS-RUNCTL-PROC  PIC 9(07) VALUE 0.
       01  WS-RUNCTL-RECH  PIC 9(07) VALUE 0.
       01  WS-AUDIT-ALTAS  PIC 9(07) VALUE 0.
       01  WS-COBR-PROC    PIC 9(07) VALUE 0.
       01  WS-COBR-RECH    PIC 9(07) VALUE 0.
       01  WS-COBR-ALTAS   PIC 9(07) VALUE 0.

       01  WS-DESCUADRES   PIC 9(02) VALUE 0.


       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'BALANCE DE CONTROLES DE FIN DE DIA'
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMBALAN' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    TRAILER DE NOTAS CONTRA EL     *
      *    CONTENIDO REAL DEL ARCHIVO     *
                   ADD CTL-CANT-PROC TO WS-RUNCTL-PROC
                   ADD CTL-CANT-RECH TO WS-RUNCTL-RECH
               END-IF
               IF CTL-PROGRAMA = 'COBRANZA'
                  AND CTL-FECHA = WS-FECHA-BAL
                  AND CTL-EV-FIN
                  AND CTL-EST-POSTEADO
                   ADD CTL-CANT-PROC TO WS-COBR-PROC
                   ADD CTL-CANT-RECH TO WS-COBR-RECH
               END-IF
           END-IF.

      *************************************
                  AND AUD-OP-ALTA
                   ADD 1 TO WS-AUDIT-ALTAS
               END-IF
               IF AUD-FECHA = WS-FECHA-BAL
                  AND AUD-ARCHIVO = 'CUOTAS  '
                  AND AUD-PROGRAMA = 'CARGCOBR'
                  AND AUD-OP-ALTA
                   ADD 1 TO WS-COBR-ALTAS
               END-IF
           END-IF.

      *************************************
           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-BALANCE

      *3) COBRANZA: RUNCTL CONTRA AUDITORIA.
           MOVE WS-COBR-PROC TO WP-CANT
           MOVE WS-COBR-ALTAS TO WP-CANT2
           MOVE SPACES TO WS-LINEA-REP
           STRING 'COBRANZA DECLARA PAGOS: ' WP-CANT
                  '   AUDITORIA REGISTRA: ' WP-CANT2
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-BALANCE

           MOVE WS-COBR-RECH TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'COBRANZA DECLARA RECHAZOS: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-BALANCE

           IF WS-COBR-PROC NOT EQUAL WS-COBR-ALTAS
               ADD 1 TO WS-DESCUADRES
               MOVE SPACES TO WS-LINEA-REP
               STRING '** DESCUADRE: LA COBRANZA DECLARADA NO'
                      ' COINCIDE CON LA AUDITORIA.'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-BALANCE
           END-IF

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-BALANCE

           IF WS-DESCUADRES = 0
               MOVE SPACES TO WS-LINEA-REP
               STRING 'DIA BALANCEADO SIN DESCUADRES.'
