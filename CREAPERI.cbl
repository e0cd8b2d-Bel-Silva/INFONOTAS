      *          CERRADO; la reapertura exige el codigo de
      *          autorizacion de direccion y queda registrada con el
      *          codigo utilizado como rastro.
      *          Cada cierre y reapertura queda ademas en la auditoria
      *          con el operador, para el control de segregacion de
      *          tareas (PGMSEGRE).
      *          Los periodos son comunes a todas las escuelas: con
      *          una escuela de trabajo (RUTESCUE) distinta de 00 el
      *          programa no opera, para que una escuela no cierre
      *          ni reabra el periodo de las demas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).
       01  WS-ESCUELA       PIC 9(02) VALUE 0.

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTSES        PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       01  WS-RUTAUD        PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.



       PROCEDURE DIVISION.

           SET WS-SI-PROCESO TO TRUE

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO
               PERFORM 1600-ESCUELA
           END-IF

           IF NOT WS-FIN-PROCESO AND WS-ESCUELA NOT EQUAL 0
               DISPLAY 'LOS PERIODOS SON COMUNES A TODAS LAS'
                       ' ESCUELAS: SOLO SE CIERRAN O REABREN CON'
                       ' ESCUELA DE TRABAJO 00 (TODAS).'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    IDENTIFICACION DEL OPERADOR    *
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *************************************
      *    ESCUELA DE TRABAJO             *
      *************************************

       1600-ESCUELA.

           MOVE 1 TO LK-OPCION-ESC
           MOVE WS-NRO-OPE TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           DISPLAY 'ESCUELA: ' LK-ESC-NOMBRE.


      *************************************
       2000-PROCESOS.
               WRITE REG-PERIODO
               IF WS-FS-PER IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-PER
               ELSE
                   PERFORM 2900-AUDITORIA
               END-IF

               CLOSE PERIODOS
           END-IF.

      *************************************
      *    GRABA MOVIMIENTO DE AUDITORIA  *
      *************************************

       2900-AUDITORIA.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'CREAPERI' TO LK-AUD-PROGRAMA
           MOVE 'PERIODOS' TO LK-AUD-ARCHIVO
           MOVE 'A'        TO LK-AUD-OPERACION
           MOVE SPACES     TO LK-AUD-CLAVE
           MOVE WS-PERIODO TO LK-AUD-CLAVE(1:6)
           MOVE SPACES     TO LK-AUD-IMAGEN-ANT
           MOVE REG-PERIODO TO LK-AUD-IMAGEN-NVA
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

      *************************************
      *************************************
       9999-CIERRE.
