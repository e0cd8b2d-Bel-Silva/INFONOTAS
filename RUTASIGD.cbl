      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rutina comun de asignacion docente - controla que
      *          una cuenta de docente (OPE-NRO-DOC) cargue notas
      *          solo de lo que tiene asignado en el anio: la materia
      *          en ASIGDOC.dat (CREADOCE) y, para el curso del
      *          alumno, esa materia en la grilla HORARIOS.dat
      *          (CREAHORA). Opcion 2 lista las materias asignadas
      *          (la usa MENUINFO para mostrarle al docente lo que
      *          puede cargar). Docente 000 devuelve 30: la cuenta no
      *          es de un docente y el llamador opera sin esta
      *          restriccion. La llaman CREANOTA y CARGNOTA (suelta
      *          y por planilla).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTASIGD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ASSIGN TO "DDxxx" (SIN DISK) RESUELVE EN RUNTIME POR VARIABLE
      *DE ENTORNO DD_DDxxx, LUEGO DDxxx, Y SI NINGUNA EXISTE USA
      *"DDxxx" COMO NOMBRE DE ARCHIVO LITERAL (EMULACION DE JCL
      *DD-NAME DE GNUCOBOL) - ASI INFONOTA.jcl CONECTA CON EL DATASET.
           SELECT DOCENTES      ASSIGN TO "DDDOC"
                                ORGANIZATION IS RELATIVE
                                ACCESS MODE IS DYNAMIC
                                RELATIVE KEY IS WS-RRN-DOC
                                FILE STATUS IS WS-FS-DOC.

           SELECT ASIGDOC       ASSIGN TO "DDASIG"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FS-ASIG.

           SELECT HORARIOS      ASSIGN TO "DDHORA"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FS-HOR.


       DATA DIVISION.
       FILE SECTION.

       FD  DOCENTES.
           COPY REGDOCE.

       FD  ASIGDOC.
           COPY REGASIG.

       FD  HORARIOS.
           COPY REGHORA.

      *****************************************************

       WORKING-STORAGE SECTION.

      ***VARIABLE DE CONTROL

       01  WS-FS-DOC    PIC X(02).
       01  WS-FS-ASIG   PIC X(02).
       01  WS-FS-HOR    PIC X(02).

       01  WS-RRN-DOC   PIC 9(03).

       01  WS-FLAG-FIN   PIC X.
           88 WS-SI-PROCESO    VALUE 'T'.
           88 WS-FIN-PROCESO   VALUE 'F'.

       01  WS-FIN-SCAN   PIC X.
           88 WS-SCAN-SIGUE    VALUE 'T'.
           88 WS-SCAN-FIN      VALUE 'F'.

       01  WS-DOC-ESTADO PIC X.
           88 WS-DOC-ACTIVO    VALUE 'S'.
           88 WS-DOC-INVALIDO  VALUE 'N'.

       01  WS-HAY-ASIG   PIC X.
           88 WS-MAT-ASIGNADA  VALUE 'S'.

       01  WS-HAY-HORA   PIC X.
           88 WS-CURSO-CON-MAT VALUE 'S'.


      ***********************************************

        LINKAGE SECTION.

           COPY LKASIGD.



       PROCEDURE DIVISION USING LK-COM-ASIGDOC.

      ***************************************
      *    CUERPOR PRINCIPAL DEL PROGRAMA   *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESOS UNTIL WS-FIN-PROCESO

           PERFORM 9999-CIERRE.


            GOBACK.


      ***********************************************************
      *    CUERPO INICIO                                        *
      ***********************************************************

       1000-INICIO.


           SET WS-SI-PROCESO TO TRUE.


      **************************************
      *    CUERPO PRINCIPAL DE PROCESOS    *
      **************************************
      *LA CUENTA QUE NO ES DE UN DOCENTE NO SE RESTRINGE (30), SEA
      *CUAL SEA LA OPCION.

       2000-PROCESOS.

           MOVE 0 TO LK-ASD-CANT-MAT

           IF LK-ASD-DOCENTE = 0
               MOVE 30 TO LK-RESULTADO-ASD
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               PERFORM 2100-VALIDA-DOCENTE
           END-IF

           IF NOT WS-FIN-PROCESO
             EVALUATE LK-OPCION-ASD

               WHEN 1
                 PERFORM 2200-CONTROL-CARGA
                 SET WS-FIN-PROCESO TO TRUE

               WHEN 2
                 PERFORM 2600-MATERIAS-ASIGNADAS
                 SET WS-FIN-PROCESO TO TRUE

               WHEN OTHER
                 MOVE 40 TO LK-RESULTADO-ASD
                 SET WS-FIN-PROCESO TO TRUE
             END-EVALUATE
           END-IF.


      ********************************
      *  EL DOCENTE EXISTE Y ESTA    *
      *  ACTIVO                      *
      ********************************

       2100-VALIDA-DOCENTE.

           SET WS-DOC-INVALIDO TO TRUE

           OPEN INPUT DOCENTES
           IF WS-FS-DOC EQUAL '05' OR '35'
               OPEN OUTPUT DOCENTES
               CLOSE DOCENTES
               OPEN INPUT DOCENTES
           END-IF

           IF WS-FS-DOC NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-DOC
               MOVE 40 TO LK-RESULTADO-ASD
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               MOVE LK-ASD-DOCENTE TO WS-RRN-DOC
               READ DOCENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DOC-ACTIVO
                           SET WS-DOC-ACTIVO TO TRUE
                       END-IF
               END-READ
               CLOSE DOCENTES

               IF WS-DOC-INVALIDO
                   MOVE 22 TO LK-RESULTADO-ASD
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF.


      ********************************
      *  MATERIA ASIGNADA AL DOCENTE *
      *  Y DICTADA EN EL CURSO?      *
      ********************************
      *UN ALUMNO SIN CURSO (00) NO ESTA EN NINGUNA GRILLA: EL
      *DOCENTE NO PUEDE CARGARLE NOTAS (21).

       2200-CONTROL-CARGA.

           MOVE 'N' TO WS-HAY-ASIG
           MOVE 'N' TO WS-HAY-HORA

           OPEN INPUT ASIGDOC
           IF WS-FS-ASIG EQUAL '05' OR '35'
               OPEN OUTPUT ASIGDOC
               CLOSE ASIGDOC
               OPEN INPUT ASIGDOC
           END-IF

           IF WS-FS-ASIG NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ASIG
               MOVE 40 TO LK-RESULTADO-ASD
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2250-SCAN-ASIGNACION UNTIL WS-SCAN-FIN
               CLOSE ASIGDOC

               IF WS-MAT-ASIGNADA
                   PERFORM 2300-VALIDA-CURSO
               ELSE
                   MOVE 20 TO LK-RESULTADO-ASD
               END-IF
           END-IF.

       2250-SCAN-ASIGNACION.

           READ ASIGDOC
           IF WS-FS-ASIG NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASG-ACTIVA
                  AND ASG-NRO-DOC = LK-ASD-DOCENTE
                  AND ASG-NRO-MAT = LK-ASD-MATERIA
                  AND ASG-ANIO    = LK-ASD-ANIO
                   SET WS-MAT-ASIGNADA TO TRUE
                   SET WS-SCAN-FIN TO TRUE
               END-IF
           END-IF.

       2300-VALIDA-CURSO.

           OPEN INPUT HORARIOS
           IF WS-FS-HOR EQUAL '05' OR '35'
               OPEN OUTPUT HORARIOS
               CLOSE HORARIOS
               OPEN INPUT HORARIOS
           END-IF

           IF WS-FS-HOR NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-HOR
               MOVE 40 TO LK-RESULTADO-ASD
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2350-SCAN-HORARIO UNTIL WS-SCAN-FIN
               CLOSE HORARIOS

               IF WS-CURSO-CON-MAT
                   MOVE 10 TO LK-RESULTADO-ASD
               ELSE
                   MOVE 21 TO LK-RESULTADO-ASD
               END-IF
           END-IF.

       2350-SCAN-HORARIO.

           READ HORARIOS
           IF WS-FS-HOR NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF HOR-ACTIVO
                  AND HOR-NRO-CURSO = LK-ASD-CURSO
                  AND HOR-NRO-MAT   = LK-ASD-MATERIA
                  AND HOR-ANIO      = LK-ASD-ANIO
                   SET WS-CURSO-CON-MAT TO TRUE
                   SET WS-SCAN-FIN TO TRUE
               END-IF
           END-IF.


      ********************************
      *  MATERIAS ASIGNADAS AL       *
      *  DOCENTE EN EL ANIO          *
      ********************************

       2600-MATERIAS-ASIGNADAS.

           MOVE 20 TO LK-RESULTADO-ASD

           OPEN INPUT ASIGDOC
           IF WS-FS-ASIG EQUAL '05' OR '35'
               OPEN OUTPUT ASIGDOC
               CLOSE ASIGDOC
               OPEN INPUT ASIGDOC
           END-IF

           IF WS-FS-ASIG NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ASIG
               MOVE 40 TO LK-RESULTADO-ASD
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2650-SCAN-MATERIAS UNTIL WS-SCAN-FIN
               CLOSE ASIGDOC

               IF LK-ASD-CANT-MAT > 0
                   MOVE 10 TO LK-RESULTADO-ASD
               END-IF
           END-IF.

       2650-SCAN-MATERIAS.

           READ ASIGDOC
           IF WS-FS-ASIG NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASG-ACTIVA
                  AND ASG-NRO-DOC = LK-ASD-DOCENTE
                  AND ASG-ANIO    = LK-ASD-ANIO
                  AND LK-ASD-CANT-MAT < 20
                   ADD 1 TO LK-ASD-CANT-MAT
                   MOVE ASG-NRO-MAT
                        TO LK-ASD-MATERIAS(LK-ASD-CANT-MAT)
               END-IF
           END-IF.


      **************************************
      *    CUERPO CIERRE                   *
      **************************************

       9999-CIERRE.

           CONTINUE.


       END PROGRAM RUTASIGD.
