      *          anio/mes cae dentro de un termino lectivo 'T' (con
      *          30 = sin calendario cargado, para que los llamadores
      *          operen sin control durante el arranque); opcion 2
      *          devuelve los meses desde/hasta de un trimestre;
      *          opcion 3 devuelve el dia de semana de una fecha y si
      *          es dia de clase (lunes a viernes dentro de un termino
      *          'T' y fuera de todo feriado 'F').
      *          La llaman CREANOTA/CARGNOTA para rechazar notas
      *          fuera de termino y PGMCIERR/PGMTRIME para los
      *          cierres por trimestre.
       01  WS-MES-DESDE  PIC 9(02).
       01  WS-MES-HASTA  PIC 9(02).

       01  WS-EN-TERMINO PIC X.
           88 WS-FECHA-EN-TERMINO  VALUE 'S'.
       01  WS-ES-FERIADO PIC X.
           88 WS-FECHA-FERIADO     VALUE 'S'.

       01  WS-FECHA-DIA.
           05 WS-FDIA-ANIO  PIC 9(04).
           05 WS-FDIA-MES   PIC 9(02).
           05 WS-FDIA-DIA   PIC 9(02).
       01  WS-DIAS-CORRIDOS PIC 9(07).


      ***********************************************

             PERFORM 2400-LIMITES-TRIMESTRE
             SET WS-FIN-PROCESO TO TRUE

           WHEN 3
             PERFORM 2600-DIA-DE-FECHA
             SET WS-FIN-PROCESO TO TRUE

           WHEN OTHER
             MOVE 30 TO LK-RESULTADO-CAL
             SET WS-FIN-PROCESO TO TRUE
           END-IF.


      ********************************
      *  DIA DE SEMANA Y TIPO DE DIA *
      *  DE UNA FECHA                *
      ********************************
      *EL 01/01/1601 (DIA 1 DEL CALENDARIO GREGORIANO DE COBOL) FUE
      *LUNES: EL RESTO DE DIVIDIR POR 7 DA EL DIA DE SEMANA.

       2600-DIA-DE-FECHA.

           MOVE 0 TO LK-CAL-DIA-SEM
           MOVE 0 TO LK-CAL-TRIM
           MOVE 'N' TO LK-CAL-TIPO-DIA
           MOVE 'N' TO WS-HAY-ANIO
           MOVE 'N' TO WS-EN-TERMINO
           MOVE 'N' TO WS-ES-FERIADO
           MOVE LK-CAL-FECHA TO WS-FECHA-DIA

           IF LK-CAL-FECHA IS NOT NUMERIC
              OR WS-FDIA-ANIO < 1601
              OR WS-FDIA-MES < 1 OR WS-FDIA-MES > 12
              OR WS-FDIA-DIA < 1 OR WS-FDIA-DIA > 31
               MOVE 40 TO LK-RESULTADO-CAL
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(LK-CAL-FECHA) NOT = 0
                   MOVE 40 TO LK-RESULTADO-CAL
               ELSE
                   PERFORM 2650-CLASIFICA-DIA
               END-IF
           END-IF.

       2650-CLASIFICA-DIA.

           COMPUTE WS-DIAS-CORRIDOS =
                   FUNCTION INTEGER-OF-DATE(LK-CAL-FECHA)
           COMPUTE LK-CAL-DIA-SEM =
                   FUNCTION MOD(WS-DIAS-CORRIDOS - 1, 7) + 1

           OPEN INPUT CALENDARIO
           IF WS-FS-CAL EQUAL '05' OR '35'
               OPEN OUTPUT CALENDARIO
               CLOSE CALENDARIO
               OPEN INPUT CALENDARIO
           END-IF

           IF WS-FS-CAL NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CAL
               MOVE 40 TO LK-RESULTADO-CAL
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2680-SCAN-FECHA UNTIL WS-SCAN-FIN
               CLOSE CALENDARIO

               EVALUATE TRUE
                   WHEN WS-FECHA-FERIADO
                       SET LK-CAL-DIA-FERIADO TO TRUE
                   WHEN LK-CAL-DIA-SEM > 5
                       SET LK-CAL-DIA-FINDE TO TRUE
                   WHEN WS-FECHA-EN-TERMINO
                       SET LK-CAL-DIA-CLASE TO TRUE
                   WHEN OTHER
                       SET LK-CAL-DIA-FUERA TO TRUE
               END-EVALUATE

               EVALUATE TRUE
                   WHEN LK-CAL-DIA-CLASE
                       MOVE 10 TO LK-RESULTADO-CAL
                   WHEN NOT WS-ANIO-CARGADO
                       MOVE 30 TO LK-RESULTADO-CAL
                   WHEN OTHER
                       MOVE 20 TO LK-RESULTADO-CAL
               END-EVALUATE
           END-IF.

       2680-SCAN-FECHA.

           READ CALENDARIO
           IF WS-FS-CAL NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CAL-ACTIVO
                  AND CAL-ANIO = WS-FDIA-ANIO
                  AND LK-CAL-FECHA >= CAL-FECHA-DESDE
                  AND LK-CAL-FECHA <= CAL-FECHA-HASTA
                   IF CAL-TERMINO
                       SET WS-FECHA-EN-TERMINO TO TRUE
                       MOVE CAL-NRO TO LK-CAL-TRIM
                   END-IF
                   IF CAL-FERIADO
                       SET WS-FECHA-FERIADO TO TRUE
                   END-IF
               END-IF
               IF CAL-ACTIVO AND CAL-TERMINO
                  AND CAL-ANIO = WS-FDIA-ANIO
                   SET WS-ANIO-CARGADO TO TRUE
               END-IF
           END-IF.

      **************************************
      *    CUERPO CIERRE                   *
      **************************************
