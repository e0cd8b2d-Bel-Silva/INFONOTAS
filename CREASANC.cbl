      *          cambio queda en la auditoria (RUTAUDIT). PGMBOLET
      *          imprime las sanciones del anio como observaciones en
      *          el boletin del alumno.
      *          Con escuela de trabajo (RUTESCUE) el alta, la baja y
      *          el listado quedan limitados a alumnos de esa escuela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             88 WS-ALUMNO-VALIDO      VALUE 'T'.
             88 WS-ALUMNO-INVALIDO    VALUE 'F'.
             88 WS-ALUMNO-EN-BAJA     VALUE 'B'.
             88 WS-ALUMNO-OTRA-ESCUELA VALUE 'E'.

       01  WS-BUSCA-SAN    PIC X.
             88 WS-SAN-EXISTE         VALUE 'T'.

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).
       01  WS-ESCUELA       PIC 9(02) VALUE 0.

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTSES        PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           PERFORM 1500-SIGNON
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1600-ESCUELA
           END-IF

      *SI EL ARCHIVO NO EXISTE TODAVIA SE CREA VACIO, IGUAL QUE
      *HACE CREANOTA CON NOTAS.dat.
           IF NOT WS-FIN-PROCESO
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CREASANC' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
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
           EVALUATE TRUE
               WHEN WS-ALUMNO-INVALIDO
                   DISPLAY 'ALUMNO NO EXISTE. ALTA RECHAZADA.'
               WHEN WS-ALUMNO-OTRA-ESCUELA
                   DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE TRABAJO.'
                           ' ALTA RECHAZADA.'
               WHEN WS-ALUMNO-EN-BAJA
                   DISPLAY 'ALUMNO EN BAJA. ALTA RECHAZADA.'
               WHEN NOT WS-TIPO-VALIDO
           DISPLAY 'FECHA DE LA SANCION (AAAAMMDD): '
           ACCEPT WS-FECHA

      *UN ALUMNO DE OTRA ESCUELA NO SE TOCA; UNO YA BORRADO DEL
      *MAESTRO SI, PARA PODER LIMPIAR SUS SANCIONES.
           PERFORM 2500-VALIDA-ALUMNO

           IF WS-ALUMNO-OTRA-ESCUELA
               DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE TRABAJO.'
                       ' BAJA RECHAZADA.'
           ELSE
               SET WS-SAN-NO-EXISTE TO TRUE

               OPEN INPUT SANCIONES
               OPEN OUTPUT SANCTMP

               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2350-COPIA-MARCANDO UNTIL WS-SCAN-FIN

               CLOSE SANCIONES
               CLOSE SANCTMP

               IF WS-SAN-NO-EXISTE
                   DISPLAY 'NO EXISTE ESA SANCION ACTIVA.'
               ELSE
                   OPEN INPUT SANCTMP
                   OPEN OUTPUT SANCIONES

                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 2380-COPIA-VUELTA UNTIL WS-SCAN-FIN

                   CLOSE SANCIONES
                   CLOSE SANCTMP
                   DISPLAY 'SANCION DADA DE BAJA.'
               END-IF
           END-IF.

       2350-COPIA-MARCANDO.

      *************************************
      *    VALIDA QUE EL ALUMNO EXISTA    *
      *    Y SEA DE LA ESCUELA DE TRABAJO *
      *************************************

       2500-VALIDA-ALUMNO.
               INVALID KEY
                   SET WS-ALUMNO-INVALIDO TO TRUE
               NOT INVALID KEY
                   IF ALU-ESCUELA IS NOT NUMERIC
                       MOVE 0 TO ALU-ESCUELA
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ESCUELA NOT EQUAL 0
                            AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                           SET WS-ALUMNO-OTRA-ESCUELA TO TRUE
                       WHEN ALU-BAJA
                           SET WS-ALUMNO-EN-BAJA TO TRUE
                       WHEN OTHER
                           SET WS-ALUMNO-VALIDO TO TRUE
                   END-EVALUATE
           END-READ.

      *************************************
                           MOVE 'ALUMNO INEXISTENTE     '
                                TO ALU-NOMBRE
                           MOVE 0 TO ALU-CURSO
                           MOVE 0 TO ALU-ESCUELA
                   END-READ

                   IF ALU-ESCUELA IS NOT NUMERIC
                       MOVE 0 TO ALU-ESCUELA
                   END-IF

                   IF (WS-FILTRO-CURSO = 0
                       OR WS-FILTRO-CURSO = ALU-CURSO)
                      AND (WS-ESCUELA = 0 OR ALU-ESCUELA = WS-ESCUELA)
                       ADD 1 TO WS-CANT-LISTADA
                       IF SAN-AMONESTACION
                           ADD SAN-CANTIDAD TO WS-TOT-AMONEST
