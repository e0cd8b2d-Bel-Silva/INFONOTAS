      *          en SESION.dat (RUTSESIO): el programa llamado toma
      *          de ahi el operador ya identificado y no vuelve a
      *          pedir el signon. Cada opcion elegida queda como
      *          rastro de sesion con fecha y hora. La sesion queda
      *          atada a la escuela del operador; un operador de
      *          distrito (escuela 00) elige al entrar la escuela de
      *          trabajo (00 = todas), validada con RUTESCUE.
      *          La cuenta de un docente (OPE-NRO-DOC) ve solo la
      *          carga de notas, limitada por CREANOTA a sus
      *          materias y cursos, y al entrar se le muestran las
      *          materias que tiene asignadas en el anio (RUTASIGD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).
       01  WS-ESCUELA       PIC 9(02) VALUE 0.
       01  WS-NRO-DOC       PIC 9(03) VALUE 0.
       01  WS-ANIO-HOY      PIC 9(04).
       01  WS-IDX-MAT       PIC 9(02).

       01  WS-SESION-OK     PIC X VALUE 'N'.
             88 WS-SESION-ABIERTA     VALUE 'S'.

       COPY LKSESIO.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTASD        PIC X(08) VALUE 'RUTASIGD'.

       COPY LKASIGD.



       PROCEDURE DIVISION.
               WHEN 10
                   DISPLAY 'OPERADOR: ' LK-OPE-NOMBRE
                   MOVE LK-OPE-NIVEL TO WS-NIVEL-OPE
                   MOVE LK-OPE-ESCUELA TO WS-ESCUELA
                   MOVE LK-OPE-DOCENTE TO WS-NRO-DOC
               WHEN 30
                   DISPLAY 'SIN OPERADORES REGISTRADOS. SE OPERA SIN'
                           ' CONTROL DE NIVELES.'
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE

           IF NOT WS-FIN-PROCESO
               PERFORM 1200-ESCUELA
           END-IF

           IF NOT WS-FIN-PROCESO AND WS-NRO-DOC NOT EQUAL 0
               PERFORM 1300-MATERIAS-DOCENTE
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE 1 TO LK-OPCION-SES
               MOVE WS-NRO-OPE TO LK-SES-OPERADOR
               MOVE WS-ESCUELA TO LK-SES-ESCUELA
               MOVE 'MENUINFO' TO LK-SES-PROGRAMA
               CALL WS-RUTSES USING LK-COM-SESION
               IF LK-RESULTADO-SES = 10


      *************************************
      *    ESCUELA DE TRABAJO             *
      *************************************
      *EL OPERADOR ATADO A UNA ESCUELA TRABAJA SOLO EN ELLA; EL DE
      *DISTRITO (00, O SIN OPERADORES CARGADOS) LA ELIGE ACA.

       1200-ESCUELA.

           IF WS-ESCUELA = 0
               DISPLAY 'ESCUELA DE TRABAJO (00 = TODAS): '
               ACCEPT WS-ESCUELA
           END-IF

           IF WS-ESCUELA = 0
               DISPLAY 'ESCUELA: TODAS LAS ESCUELAS'
           ELSE
               MOVE 2 TO LK-OPCION-ESC
               MOVE WS-ESCUELA TO LK-ESC-CODIGO
               CALL WS-RUTESC USING LK-COM-ESCUELA
               EVALUATE LK-RESULTADO-ESC
                   WHEN 10
                       DISPLAY 'ESCUELA: ' WS-ESCUELA ' '
                               LK-ESC-NOMBRE
                   WHEN 30
                       DISPLAY 'ESCUELA: ' WS-ESCUELA
                   WHEN OTHER
                       DISPLAY 'ESCUELA INEXISTENTE O EN BAJA. FIN.'
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
               END-EVALUATE
           END-IF.

      *************************************
      *    MATERIAS ASIGNADAS AL DOCENTE  *
      *************************************
      *UN DOCENTE DADO DE BAJA NO ENTRA; SIN MATERIAS EN EL ANIO
      *ENTRA IGUAL (LA ASIGNACION PUEDE CARGARSE MAS TARDE) PERO
      *CREANOTA LE VA A RECHAZAR TODA NOTA.

       1300-MATERIAS-DOCENTE.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-HOY

           MOVE 2 TO LK-OPCION-ASD
           MOVE WS-NRO-DOC TO LK-ASD-DOCENTE
           MOVE WS-ANIO-HOY TO LK-ASD-ANIO
           CALL WS-RUTASD USING LK-COM-ASIGDOC

           EVALUATE LK-RESULTADO-ASD
               WHEN 10
                   DISPLAY 'DOCENTE ' WS-NRO-DOC ' - MATERIAS'
                           ' ASIGNADAS EN ' WS-ANIO-HOY ':'
                   PERFORM 1350-MUESTRA-MATERIA
                       VARYING WS-IDX-MAT FROM 1 BY 1
                       UNTIL WS-IDX-MAT > LK-ASD-CANT-MAT
               WHEN 20
                   DISPLAY 'DOCENTE ' WS-NRO-DOC ' SIN MATERIAS'
                           ' ASIGNADAS EN ' WS-ANIO-HOY '.'
               WHEN 22
                   DISPLAY 'DOCENTE INEXISTENTE O EN BAJA. FIN.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'NO SE PUDO LEER LA ASIGNACION DOCENTE.'
           END-EVALUATE.

       1350-MUESTRA-MATERIA.

           DISPLAY '   MATERIA ' LK-ASD-MATERIAS(WS-IDX-MAT).

      *************************************
      *    MENU SEGUN LA CUENTA           *
      *************************************

       2000-PROCESOS.

           IF WS-NRO-DOC NOT EQUAL 0
               PERFORM 2100-MENU-DOCENTE
           ELSE
               PERFORM 2200-MENU-NIVEL
           END-IF.

      *************************************
      *    MENU DE LA CUENTA DE DOCENTE   *
      *************************************

       2100-MENU-DOCENTE.

           DISPLAY '-------------------------------------------'
           DISPLAY 'MENU DOCENTE (0 = FIN)'
           DISPLAY '1-CARGA DE NOTAS (SUS MATERIAS Y CURSOS)'
           ACCEPT WS-OPCION

           MOVE SPACES TO WS-PROGRAMA

           EVALUATE WS-OPCION
               WHEN 0
                   SET WS-FIN-PROCESO TO TRUE
               WHEN 1
                   MOVE 'CREANOTA' TO WS-PROGRAMA
                   PERFORM 2500-DESPACHA
               WHEN OTHER
                   DISPLAY 'OPCION NO PERMITIDA PARA UNA CUENTA DE'
                           ' DOCENTE.'
           END-EVALUATE.

      *************************************
      *    MENU SEGUN EL NIVEL            *
      *************************************

       2200-MENU-NIVEL.

           DISPLAY '-------------------------------------------'
           DISPLAY 'MENU (0 = FIN)'
           DISPLAY '1-CARGA DE NOTAS      2-CONSULTA DE ALUMNOS'
