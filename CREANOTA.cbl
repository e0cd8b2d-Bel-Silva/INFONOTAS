      * Author:
      * Date:
      * Purpose: Carga de notas en NOTAS.dat, validando alumno/materia
      *          (solo alumnos de la escuela de trabajo, RUTESCUE)
      *          Con la cuenta de un docente solo se aceptan las
      *          materias que tiene asignadas en el anio y los cursos
      *          que las tienen en la grilla (RUTASIGD); el intento
      *          fuera de asignacion se rechaza y queda en la bandeja
      *          de novedades (CONSNOVE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).
       01  WS-NRO-DOC       PIC 9(03) VALUE 0.

       01  WS-ASIG-OK       PIC X.
             88 WS-ASIG-PERMITIDA     VALUE 'T'.
             88 WS-ASIG-FUERA         VALUE 'F'.

       01  WS-RUTASD        PIC X(08) VALUE 'RUTASIGD'.

       COPY LKASIGD.

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.


       COPY LKSESIO.

       01  WS-ESCUELA       PIC 9(02) VALUE 0.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.




       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO
               PERFORM 1600-ESCUELA
           END-IF

           IF NOT WS-FIN-PROCESO
               DISPLAY 'REPROCESO DE PERIODO YA POSTEADO? (S/N): '
               ACCEPT WS-REPROCESO
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CREANOTA' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'RESULTAD' TO LK-VER-ARCHIVO
           MOVE VLY-RESULTAD TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    VERIFICA EL TRAILER DE CONTROL *
      *    Y TOMA LOS TOTALES ACTUALES    *
               WHEN 10
                   DISPLAY 'OPERADOR: ' LK-OPE-NOMBRE
                   MOVE LK-OPE-NIVEL TO WS-NIVEL-OPE
                   MOVE LK-OPE-DOCENTE TO WS-NRO-DOC
                   IF WS-NRO-DOC NOT EQUAL 0
                       DISPLAY 'CUENTA DEL DOCENTE ' WS-NRO-DOC
                               ': SOLO SUS MATERIAS Y CURSOS.'
                   END-IF
               WHEN 30
                   DISPLAY 'SIN OPERADORES REGISTRADOS. SE OPERA SIN'
                           ' CONTROL DE NIVELES.'
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

               PERFORM 2450-VALIDA-PERIODO
               PERFORM 2460-VALIDA-CERRADO
               PERFORM 2465-VALIDA-TERMINO
               SET WS-ASIG-PERMITIDA TO TRUE

               IF WS-ALUMNO-VALIDO AND WS-MAT-ENCONTRADA
                   PERFORM 2480-VALIDA-ASIGNACION
               END-IF

               IF WS-ALUMNO-VALIDO AND WS-MAT-ENCONTRADA
                  AND WS-ASIG-PERMITIDA
                   PERFORM 2500-VALIDA-INSCRIP
                   PERFORM 2470-VALIDA-CORRELATIVAS
               END-IF
                  AND WS-INSC-EXISTE AND WS-PERIODO-LIBRE
                  AND WS-PERIODO-ABIERTO AND WS-CORR-OK
                  AND WS-RANGO-OK AND WS-EN-TERMINO
                  AND WS-ASIG-PERMITIDA
                   PERFORM 2600-GRABAR
               ELSE
                   IF WS-ASIG-FUERA
                       DISPLAY 'MATERIA O CURSO FUERA DE SU'
                               ' ASIGNACION DOCENTE. NOTA RECHAZADA.'
                   END-IF
                   IF WS-RANGO-MAL
                       DISPLAY 'NOTA FUERA DE RANGO. NOTA RECHAZADA.'
                   END-IF
                       DISPLAY 'MATERIA EN BAJA. NOTA RECHAZADA.'
                   END-IF
                   IF WS-ALUMNO-VALIDO AND WS-MAT-ENCONTRADA
                      AND WS-ASIG-PERMITIDA AND WS-INSC-NO-EXISTE
                       DISPLAY 'ALUMNO SIN INSCRIPCION EN LA MATERIA'
                               '/ANIO. NOTA RECHAZADA.'
                   END-IF
                               ' EL CALENDARIO. NOTA RECHAZADA.'
                   END-IF
                   IF WS-ALUMNO-VALIDO AND WS-MAT-ENCONTRADA
                      AND WS-ASIG-PERMITIDA AND WS-CORR-FALTA
                       DISPLAY 'CORRELATIVA SIN APROBAR. NOTA'
                               ' RECHAZADA.'
                   END-IF
               INVALID KEY
                   SET WS-ALUMNO-INVALIDO TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-ESCUELA NOT EQUAL 0
                        AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                           DISPLAY 'EL ALUMNO PERTENECE A OTRA'
                                   ' ESCUELA.'
                       WHEN ALU-BAJA
                           SET WS-ALUMNO-EN-BAJA TO TRUE
                       WHEN OTHER
                           SET WS-ALUMNO-VALIDO TO TRUE
                   END-EVALUATE
           END-READ.

      *************************************
               END-IF
           END-IF.

      *************************************
      *    VALIDA LA ASIGNACION DOCENTE   *
      *    (CUENTA DE DOCENTE)            *
      *************************************
      *EL CURSO ES EL DEL MAESTRO DE ALUMNOS, LEIDO EN
      *2200-VALIDA-ALUMNO. LA CUENTA QUE NO ES DE UN DOCENTE (30)
      *NO SE RESTRINGE.

       2480-VALIDA-ASIGNACION.

           SET WS-ASIG-PERMITIDA TO TRUE

           IF WS-NRO-DOC NOT EQUAL 0
               MOVE 1 TO LK-OPCION-ASD
               MOVE WS-NRO-DOC TO LK-ASD-DOCENTE
               MOVE WS-NRO-MAT TO LK-ASD-MATERIA
               MOVE ALU-CURSO  TO LK-ASD-CURSO
               MOVE WS-ANIO    TO LK-ASD-ANIO
               CALL WS-RUTASD USING LK-COM-ASIGDOC

               IF LK-RESULTADO-ASD NOT EQUAL 10
                  AND LK-RESULTADO-ASD NOT EQUAL 30
                   SET WS-ASIG-FUERA TO TRUE
                   PERFORM 2490-REGISTRA-INTENTO
               END-IF
           END-IF.

      *EL INTENTO QUEDA EN LA BANDEJA DE NOVEDADES PARA QUE LO VEA
      *LA SUPERVISION: DOCENTE, OPERADOR Y MOTIVO DE RUTASIGD, CON
      *LA CLAVE ALUMNO/MATERIA/ANIO COMO REFERENCIA.

       2490-REGISTRA-INTENTO.

           MOVE 1 TO LK-OPCION-NOV
           MOVE 'CREANOTA' TO LK-NOV-PROGRAMA
           MOVE 'A' TO LK-NOV-SEVERIDAD
           MOVE SPACES TO LK-NOV-TEXTO
           STRING 'FUERA ASIGNACION DOC ' WS-NRO-DOC
                  ' OPE ' WS-NRO-OPE ' ' LK-RESULTADO-ASD
                  DELIMITED BY SIZE INTO LK-NOV-TEXTO
           MOVE SPACES TO LK-NOV-REFERENCIA
           STRING WS-NRO-ALU WS-NRO-MAT WS-ANIO
                  DELIMITED BY SIZE INTO LK-NOV-REFERENCIA
           CALL WS-RUTNOV USING LK-COM-NOVEDAD.

      *************************************
      *    VALIDA INSCRIPCION ACTIVA      *
      *************************************
