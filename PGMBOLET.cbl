      * Purpose: Boletin de calificaciones por alumno - una pagina por
      *          alumno con promedio, min/max y estado por materia y
      *          promedio ponderado final del anio. Acepta un nro de
      *          alumno puntual o 0000 = TODOS. Solo entran los
      *          alumnos de la escuela de trabajo (RUTESCUE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY LKNACIO.

       01  WS-RUTESC PIC X(08)  VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-ESCUELA      PIC 9(02) VALUE 0.
       01  WS-NOMBRE-ESC   PIC X(30).

       01  LK-AREA.
           05 LK-ENTRADA.
              10 LK-MES   PIC 9(02).

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'BOLETIN DE CALIFICACIONES'

           MOVE 1 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           MOVE LK-ESC-NOMBRE TO WS-NOMBRE-ESC
           DISPLAY 'ESCUELA: ' WS-NOMBRE-ESC

           DISPLAY 'ANIO DEL BOLETIN (AAAA): '
           ACCEPT WS-ANIO-BOL

               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA-COR
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMBOLET' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    ENTRADA DEL SORT SIN TRAILERS  *
      *************************************
      *CON UNA ESCUELA DE TRABAJO SOLO SE ORDENAN LAS NOTAS DE SUS
      *ALUMNOS (ESCUELA RESUELTA POR EL MAESTRO).

       1100-SORT-ENTRADA.

           IF WS-ESCUELA NOT EQUAL 0
               OPEN INPUT ALUMNOS
           END-IF

           OPEN INPUT NOTAS
           READ NOTAS
           PERFORM UNTIL WS-FS-NOTA NOT EQUAL '00'
               IF NOT TRL-ES-TRAILER
                   PERFORM 1150-FILTRA-ESCUELA
               END-IF
               READ NOTAS
           END-PERFORM
           CLOSE NOTAS

           IF WS-ESCUELA NOT EQUAL 0
               CLOSE ALUMNOS
           END-IF.

       1150-FILTRA-ESCUELA.

           IF WS-ESCUELA = 0
               RELEASE SD-REG-NOTAS FROM REG-NOTAS
           ELSE
               MOVE NOT-NRO-ALU TO ALU-NRO-ALU
               READ ALUMNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALU-ESCUELA = WS-ESCUELA
                           RELEASE SD-REG-NOTAS FROM REG-NOTAS
                       END-IF
               END-READ
           END-IF.

      *************************************
      *    RECORRE LA COPIA ORDENADA      *
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           WRITE REG-BOLETIN FROM WS-LINEA-REP

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ESCUELA: ' WS-NOMBRE-ESC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           WRITE REG-BOLETIN FROM WS-LINEA-REP

           MOVE LIT-SPACES TO WS-LINEA-REP
           WRITE REG-BOLETIN FROM WS-LINEA-REP.

