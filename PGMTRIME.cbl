      *          trimestre: esta es la nota oficial del boletin
      *          (PGMBOLET) y la base de la condicion del anio
      *          (PGMPROMO). Correr despues de cada cierre de
      *          periodo (PGMCIERR/CREAPERI). Cada cierre queda
      *          registrado en RUNCTL.dat como 'PGMTRIME' con periodo
      *          0TAAAA (trimestre y anio), que PGMVIGEN compara con
      *          los cierres de PERIODOS.dat para avisar si TRIMEST
      *          quedo viejo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY LKCALEN.

       01  WS-RUN-ABIERTO  PIC X VALUE 'N'.
             88 WS-RUN-REGISTRADO     VALUE 'S'.

       01  WS-RUTCTL       PIC X(08) VALUE 'RUTRUNCT'.

       COPY LKRUNCT.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'CIERRE DE TRIMESTRE'
               END-IF

               PERFORM 1200-PREPARA-TRIMESTRES
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE 2 TO LK-OPCION-CTL
               MOVE 'PGMTRIME' TO LK-CTL-PROGRAMA
               COMPUTE LK-CTL-PERIODO = WS-NRO-TRIM * 10000
                                      + WS-ANIO-TRIM
               MOVE SPACES TO LK-CTL-ESTADO
               MOVE 0 TO LK-CTL-CANT-PROC
               MOVE 0 TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL
               SET WS-RUN-REGISTRADO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMTRIME' TO LK-VER-PROGRAMA
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
                       WS-FS-TRI
           END-IF.

           IF WS-RUN-REGISTRADO
               MOVE 3 TO LK-OPCION-CTL
               MOVE 'PGMTRIME' TO LK-CTL-PROGRAMA
               COMPUTE LK-CTL-PERIODO = WS-NRO-TRIM * 10000
                                      + WS-ANIO-TRIM
               IF RETURN-CODE = 8
                   MOVE 'E' TO LK-CTL-ESTADO
               ELSE
                   MOVE 'P' TO LK-CTL-ESTADO
               END-IF
               MOVE WS-CANT-CIERRES TO LK-CTL-CANT-PROC
               MOVE 0 TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL
           END-IF.



       END PROGRAM PGMTRIME.
