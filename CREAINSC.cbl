      *          maximo de previas pendientes segun PREVIAS.dat
      *          (PGMPREVI); la inscripcion se acepta igual, la
      *          decision queda en secretaria.
      *          Con escuela de trabajo (RUTESCUE) solo se inscriben
      *          y dan de baja alumnos de esa escuela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-ALUMNO-OK    PIC X.
             88 WS-ALUMNO-VALIDO      VALUE 'T'.
             88 WS-ALUMNO-INVALIDO    VALUE 'F'.
             88 WS-ALUMNO-OTRA-ESCUELA VALUE 'E'.

       01  WS-BUSCA-MAT    PIC X.
             88 WS-MAT-ENCONTRADA     VALUE 'T'.

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).
       01  WS-ESCUELA       PIC 9(02) VALUE 0.

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTSES        PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       COPY LKPARAM.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO
               PERFORM 1600-ESCUELA
           END-IF

           IF NOT WS-FIN-PROCESO
      *LA REGLA SALE DE PARAMGEN (CREAPARA); SIN LA CLAVE CARGADA
      *SE PIDE POR PANTALLA COMO ANTES DE CENTRALIZAR.
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CREAINSC' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'CURSOS  ' TO LK-VER-ARCHIVO
           MOVE VLY-CURSOS TO LK-VER-VERSION
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
      *    IDENTIFICACION DEL OPERADOR    *
      *************************************
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
           PERFORM 2500-VALIDA-ALUMNO
           PERFORM 2600-VALIDA-MATERIA

           IF NOT WS-ALUMNO-VALIDO
               IF WS-ALUMNO-OTRA-ESCUELA
                   DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE TRABAJO.'
                           ' INSCRIPCION RECHAZADA.'
               ELSE
                   DISPLAY 'ALUMNO NO EXISTE. INSCRIPCION RECHAZADA.'
               END-IF
           ELSE
               IF WS-MAT-NO-ENCONTRADA
                   DISPLAY 'MATERIA NO EXISTE. INSCRIPCION RECHAZADA.'
           DISPLAY 'INGRESE ANIO DE CURSADA (AAAA): '
           ACCEPT WS-ANIO

      *UN ALUMNO DE OTRA ESCUELA NO SE TOCA; UNO YA BORRADO DEL
      *MAESTRO SI, PARA PODER LIMPIAR SUS INSCRIPCIONES.
           PERFORM 2500-VALIDA-ALUMNO

           IF WS-ALUMNO-OTRA-ESCUELA
               DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE TRABAJO.'
                       ' BAJA RECHAZADA.'
           ELSE
               SET WS-INSC-NO-EXISTE TO TRUE

               OPEN INPUT INSCRIP
               OPEN OUTPUT INSCTMP

               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2350-COPIA-MARCANDO UNTIL WS-SCAN-FIN

               CLOSE INSCRIP
               CLOSE INSCTMP

               IF WS-INSC-NO-EXISTE
                   DISPLAY 'NO EXISTE ESA INSCRIPCION ACTIVA.'
               ELSE
                   OPEN INPUT INSCTMP
                   OPEN OUTPUT INSCRIP

                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 2380-COPIA-VUELTA UNTIL WS-SCAN-FIN

                   CLOSE INSCRIP
                   CLOSE INSCTMP
                   DISPLAY 'INSCRIPCION DADA DE BAJA.'
               END-IF
           END-IF.

       2350-COPIA-MARCANDO.

      *************************************
      *    VALIDA QUE EL ALUMNO EXISTA    *
      *    Y SEA DE LA ESCUELA DE TRABAJO *
      *************************************

       2500-VALIDA-ALUMNO.
                   SET WS-ALUMNO-INVALIDO TO TRUE
               NOT INVALID KEY
                   SET WS-ALUMNO-VALIDO TO TRUE
                   IF ALU-ESCUELA IS NOT NUMERIC
                       MOVE 0 TO ALU-ESCUELA
                   END-IF
                   IF WS-ESCUELA NOT EQUAL 0
                      AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                       SET WS-ALUMNO-OTRA-ESCUELA TO TRUE
                   END-IF
           END-READ.

      *************************************
