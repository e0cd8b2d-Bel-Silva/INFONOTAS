      *          propio signon: con sesion activa toman el operador
      *          del menu y no vuelven a preguntarlo. El estado
      *          vigente es el del ultimo evento I/F (mismo esquema
      *          que RUTBLOQ con BLOQUEOS.dat). La apertura ata la
      *          sesion a una escuela (SES-ESCUELA) y la consulta la
      *          devuelve, para que cada programa trabaje solo con
      *          los alumnos y cursos de esa escuela. Con el
      *          layout de SESION.dat rechazado (RUTVERSI) devuelve
      *          40 sin tocar el archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-ULT-EVENTO PIC X(01).
       01  WS-ULT-OPERADOR PIC 9(03).
       01  WS-ULT-ESCUELA  PIC 9(02).

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

      *CON EL LAYOUT RECHAZADO NO SE TOCA SESION.dat: LA APERTURA
      *DEVUELVE 40 (MENUINFO TERMINA) Y LA CONSULTA TAMBIEN (CADA
      *PROGRAMA PIDE SU PROPIO SIGNON).
           IF NOT WS-VER-CONTROLADA
               MOVE 40 TO LK-RESULTADO-SES
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'RUTSESIO' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'SESIONES' TO LK-VER-ARCHIVO
           MOVE VLY-SESIONES TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           IF LK-VER-RECHAZOS = 0
               SET WS-VER-CONTROLADA TO TRUE
           END-IF.


      **************************************
             IF WS-ULT-EVENTO = 'I'
                 MOVE 10 TO LK-RESULTADO-SES
                 MOVE WS-ULT-OPERADOR TO LK-SES-OPERADOR
                 MOVE WS-ULT-ESCUELA  TO LK-SES-ESCUELA
             ELSE
                 MOVE 20 TO LK-RESULTADO-SES
             END-IF

           MOVE SPACE TO WS-ULT-EVENTO
           MOVE 0 TO WS-ULT-OPERADOR
           MOVE 0 TO WS-ULT-ESCUELA

           OPEN INPUT SESION
           IF WS-FS-SES EQUAL '05' OR '35'
               IF SES-EV-INICIO OR SES-EV-FIN
                   MOVE SES-EVENTO   TO WS-ULT-EVENTO
                   MOVE SES-OPERADOR TO WS-ULT-OPERADOR
                   IF SES-ESCUELA IS NUMERIC
                       MOVE SES-ESCUELA TO WS-ULT-ESCUELA
                   ELSE
                       MOVE 0 TO WS-ULT-ESCUELA
                   END-IF
               END-IF
           END-IF.

               MOVE FUNCTION CURRENT-DATE(9:6) TO SES-HORA
               MOVE LK-SES-OPERADOR TO SES-OPERADOR
               MOVE LK-SES-PROGRAMA TO SES-PROGRAMA
               MOVE LK-SES-ESCUELA  TO SES-ESCUELA

               WRITE REG-SESION
               IF WS-FS-SES NOT EQUAL '00'
