      * CORRIDA. LA OPCION 9 DESCARTA LA TABLA (PROXIMA LLAMADA
      * RECARGA). EL CONTRATO DE LA OPCION 2 NO CAMBIA: DEVUELVE
      * LK-NOM-MATE/LK-PESO-MATE Y RESULTADO 10/20 IGUAL QUE SIEMPRE.
      * CON EL LAYOUT DE MATERIAS RECHAZADO (RUTVERSI) DEVUELVE 40.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTMATER.
               10 TMA-NOMBRE  PIC X(25).
               10 TMA-PESO    PIC 9(02).

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.

       01  WS-VER-CONTROL  PIC X VALUE 'N'.
           88 WS-VER-CONTROLADA    VALUE 'S'.


      ***********************************************


       1000-INICIO.

           IF NOT WS-VER-CONTROLADA
               PERFORM 1005-VERSIONES
           END-IF


           SET WS-SI-PROCESO TO TRUE

      *CON EL LAYOUT RECHAZADO NO SE LEE MATERIAS: SE DEVUELVE 40
      *Y EL LLAMADOR TERMINA SU CORRIDA CON RC 8.
           IF NOT WS-VER-CONTROLADA
               MOVE SPACES TO LK-NOM-MATE
               MOVE 40 TO LK-RESULTADO-MAT
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               IF NOT WS-TABLA-LISTA
                   PERFORM 1100-CARGAR-TABLA
               END-IF
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'RUTMATER' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           IF LK-VER-RECHAZOS = 0
               SET WS-VER-CONTROLADA TO TRUE
           END-IF.

      ********************************
