      * Purpose: Mantenimiento de CURSOS.dat (alta/cambio/baja) - los
      *          cursos/divisiones que se asignan a cada alumno en
      *          CREAALUM y por los que filtra y subtotaliza PGMINFOR.
      *          Cada curso es de una escuela: el alta sella la de
      *          trabajo (RUTESCUE) y cambio y baja solo alcanzan a
      *          los cursos de la propia escuela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CODIGO        PIC 9(02).
       01  WS-NOMBRE        PIC X(10).
       01  WS-CAPACIDAD     PIC 9(03).
       01  WS-ESCUELA       PIC 9(02) VALUE 0.
       01  WS-ESCUELA-CUR   PIC 9(02).

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).

       COPY LKSESIO.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

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

           OPEN I-O CURSOS.
           IF WS-FS-CUR EQUAL '05' OR '35'
               OPEN OUTPUT CURSOS
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CREACURS' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'CURSOS  ' TO LK-VER-ARCHIVO
           MOVE VLY-CURSOS TO LK-VER-VERSION
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

                   DISPLAY 'INGRESE CAPACIDAD DEL AULA (999,'
                           ' 000 = SIN CUPO): '
                   ACCEPT WS-CAPACIDAD
                   PERFORM 2150-ESCUELA-ALTA

                   MOVE WS-CODIGO TO CUR-NRO-CURSO
                   MOVE WS-NOMBRE TO CUR-DESCRIPCION
                   SET CUR-ACTIVO TO TRUE
                   MOVE WS-CAPACIDAD TO CUR-CAPACIDAD
                   MOVE WS-ESCUELA-CUR TO CUR-ESCUELA

                   WRITE REG-CURSO
                   IF WS-FS-CUR IS NOT EQUAL '00'
                       DISPLAY 'CURSO DADO DE ALTA.'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'YA EXISTE UN CURSO CON ESE CODIGO (ESCUELA '
                           CUR-ESCUELA ').'
           END-READ.

      *LA ESCUELA DEL CURSO ES LA DE TRABAJO; UN OPERADOR DE
      *DISTRITO (TODAS) LA INDICA, Y SI NO LA INDICA ES LA SEDE.

       2150-ESCUELA-ALTA.

           MOVE WS-ESCUELA TO WS-ESCUELA-CUR
           IF WS-ESCUELA-CUR = 0
               DISPLAY 'INGRESE ESCUELA DEL CURSO (99, 00 = 01): '
               ACCEPT WS-ESCUELA-CUR
               IF WS-ESCUELA-CUR = 0
                   MOVE 1 TO WS-ESCUELA-CUR
               ELSE
                   MOVE 2 TO LK-OPCION-ESC
                   MOVE WS-ESCUELA-CUR TO LK-ESC-CODIGO
                   CALL WS-RUTESC USING LK-COM-ESCUELA
                   IF LK-RESULTADO-ESC = 20
                       DISPLAY 'ESCUELA INEXISTENTE O EN BAJA. SE'
                               ' DEJA LA 01.'
                       MOVE 1 TO WS-ESCUELA-CUR
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    CAMBIO DE DESCRIPCION          *
      *************************************
               INVALID KEY
                   DISPLAY 'NO EXISTE UN CURSO CON ESE CODIGO.'
               NOT INVALID KEY
                   IF WS-ESCUELA NOT EQUAL 0
                      AND CUR-ESCUELA NOT EQUAL WS-ESCUELA
                       DISPLAY 'EL CURSO PERTENECE A OTRA ESCUELA.'
                   ELSE
                       PERFORM 2250-APLICA-CAMBIO
                   END-IF
           END-READ.

       2250-APLICA-CAMBIO.

           DISPLAY 'DESCRIPCION ACTUAL: ' CUR-DESCRIPCION
           DISPLAY 'INGRESE NUEVA DESCRIPCION (ENTER DEJA'
                   ' IGUAL): '
           ACCEPT WS-NOMBRE
           IF WS-NOMBRE NOT EQUAL SPACES
               MOVE WS-NOMBRE TO CUR-DESCRIPCION
           END-IF

           DISPLAY 'CAPACIDAD ACTUAL: ' CUR-CAPACIDAD
           DISPLAY 'INGRESE NUEVA CAPACIDAD (000 DEJA'
                   ' IGUAL): '
           ACCEPT WS-CAPACIDAD
           IF WS-CAPACIDAD NOT EQUAL 0
               MOVE WS-CAPACIDAD TO CUR-CAPACIDAD
           END-IF

           REWRITE REG-CURSO
           IF WS-FS-CUR IS NOT EQUAL '00'
               DISPLAY 'ERROR EN MODIFICAR REGISTRO: '
                       WS-FS-CUR
           ELSE
               DISPLAY 'CURSO MODIFICADO.'
           END-IF.

      *************************************
      *    BAJA (LOGICA) DE CURSO         *
      *************************************
               INVALID KEY
                   DISPLAY 'NO EXISTE UN CURSO CON ESE CODIGO.'
               NOT INVALID KEY
                   IF WS-ESCUELA NOT EQUAL 0
                      AND CUR-ESCUELA NOT EQUAL WS-ESCUELA
                       DISPLAY 'EL CURSO PERTENECE A OTRA ESCUELA.'
                   ELSE
                       SET CUR-BAJA TO TRUE
                       REWRITE REG-CURSO
                       IF WS-FS-CUR IS NOT EQUAL '00'
                           DISPLAY 'ERROR EN BAJA DE REGISTRO: '
                                   WS-FS-CUR
                       ELSE
                           DISPLAY 'CURSO DADO DE BAJA.'
                       END-IF
                   END-IF
           END-READ.

