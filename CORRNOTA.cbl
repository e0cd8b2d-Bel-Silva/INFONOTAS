      *          REVISION DE EXAMEN, 'ER' ERROR DE CARGA). El regrabado
      *          de NOTAS.dat se hace via temporal, igual que PURGNOTA.
      *          Cada correccion queda ademas en la auditoria.
      *          Con motivo 'RE' se pide el numero de reclamo de
      *          RECLAMOS.dat (CREARECL): debe estar aceptado y ser
      *          sobre la misma nota; la correccion lo deja marcado
      *          como corregido con la nota nueva. Solo se corrigen
      *          notas de alumnos de la escuela de trabajo
      *          (RUTESCUE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RECORD KEY IS NIX-CLAVE
                                      FILE STATUS IS WS-FS-IDX.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS RANDOM
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT RECLAMOS       ASSIGN TO "DDRECL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-REC.

           SELECT RECLTMP        ASSIGN TO "DDRECTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RTMP.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
       FD NOTASIDX.
           COPY REGNOTIX.

       FD ALUMNOS.
           COPY REGALUM.

       FD RECLAMOS.
           COPY REGRECL.

       FD RECLTMP.
           COPY REGRECL REPLACING ==REG-RECLAMO== BY ==REG-RECLTMP==
                         LEADING ==REC-== BY ==RTM-==.

       WORKING-STORAGE SECTION.

       01  WS-FS-NOTA      PIC X(02).
       01  WS-FS-TMP       PIC X(02).
       01  WS-FS-IDX       PIC X(02).
       01  WS-FS-REC       PIC X(02).
       01  WS-FS-RTMP      PIC X(02).
       01  WS-FS-ALU       PIC X(02).

       01  WS-ALU-ESCUELA  PIC X.
             88 WS-ALU-DE-LA-ESCUELA  VALUE 'T'.
             88 WS-ALU-OTRA-ESCUELA   VALUE 'F'.

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
       01  WS-NOTA-ENT      PIC 9(03).
       01  WS-MOTIVO        PIC X(02).

      *RECLAMO DE LA FAMILIA QUE ORIGINA LA CORRECCION (0 = NINGUNO).
       01  WS-NRO-REC       PIC 9(06).
       01  WS-RECLAMO-OK    PIC X.
             88 WS-RECLAMO-VALIDO     VALUE 'T'.
             88 WS-RECLAMO-INVALIDO   VALUE 'F'.
       01  WS-HOY           PIC 9(08).

       01  WS-RUTAUD        PIC X(08) VALUE 'RUTAUDIT'.
       01  WS-IMAGEN-ANT    PIC X(40).
       01  WS-IMAGEN-NVA    PIC X(40).

       COPY LKSESIO.

       01  WS-ESCUELA       PIC 9(02) VALUE 0.

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

           IF NOT WS-FIN-PROCESO AND WS-NIVEL-OPE < 2
               DISPLAY 'CORRECCIONES SOLO PARA NIVEL SUPERVISOR.'
               MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CORRNOTA' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
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
      *    UNA CORRECCION POR VUELTA      *
      *************************************
                       ' DE CARGA): '
               ACCEPT WS-MOTIVO

               MOVE 0 TO WS-NRO-REC
               SET WS-RECLAMO-VALIDO TO TRUE
               IF WS-MOTIVO EQUAL 'RE'
                   DISPLAY 'NRO DE RECLAMO (000000 = SIN RECLAMO): '
                   ACCEPT WS-NRO-REC
                   IF WS-NRO-REC NOT EQUAL 0
                       PERFORM 2050-VALIDA-RECLAMO
                   END-IF
               END-IF

               PERFORM 2020-VALIDA-ESCUELA

               EVALUATE TRUE
                   WHEN WS-ALU-OTRA-ESCUELA
                       DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE'
                               ' TRABAJO. CORRECCION RECHAZADA.'
                   WHEN WS-NOTA-NUEVA > 10
                       DISPLAY 'NOTA FUERA DE RANGO. CORRECCION'
                               ' RECHAZADA.'
                   WHEN WS-RECLAMO-INVALIDO
                       DISPLAY 'CORRECCION RECHAZADA.'
                   WHEN OTHER
                       PERFORM 2100-CORREGIR
               END-EVALUATE
           END-IF.

      *************************************
      *    EL ALUMNO DEBE SER DE LA       *
      *    ESCUELA DE TRABAJO             *
      *************************************
      *CON TODAS LAS ESCUELAS (00) NO SE CONSULTA EL MAESTRO.

       2020-VALIDA-ESCUELA.

           SET WS-ALU-DE-LA-ESCUELA TO TRUE

           IF WS-ESCUELA NOT EQUAL 0
               OPEN INPUT ALUMNOS
               IF WS-FS-ALU NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
                   SET WS-ALU-OTRA-ESCUELA TO TRUE
               ELSE
                   MOVE WS-NRO-ALU TO ALU-NRO-ALU
                   READ ALUMNOS
                       INVALID KEY
                           SET WS-ALU-OTRA-ESCUELA TO TRUE
                       NOT INVALID KEY
                           IF ALU-ESCUELA NOT EQUAL WS-ESCUELA
                               SET WS-ALU-OTRA-ESCUELA TO TRUE
                           END-IF
                   END-READ
                   CLOSE ALUMNOS
               END-IF
           END-IF.

      *************************************
      *    RECLAMO ACEPTADO SOBRE LA      *
      *    MISMA NOTA (RECLAMOS.dat)      *
      *************************************

       2050-VALIDA-RECLAMO.

           SET WS-RECLAMO-INVALIDO TO TRUE

           OPEN INPUT RECLAMOS
           IF WS-FS-REC NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-REC
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2060-SCAN-RECLAMOS UNTIL WS-SCAN-FIN
               CLOSE RECLAMOS
           END-IF.

       2060-SCAN-RECLAMOS.

           READ RECLAMOS
           IF WS-FS-REC NOT EQUAL '00'
               DISPLAY 'NO EXISTE EL RECLAMO ' WS-NRO-REC '.'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF REC-NRO = WS-NRO-REC
                   SET WS-SCAN-FIN TO TRUE
                   EVALUATE TRUE
                       WHEN NOT REC-ACEPTADO
                           DISPLAY 'EL RECLAMO NO ESTA ACEPTADO.'
                       WHEN REC-CON-CORRECCION
                           DISPLAY 'EL RECLAMO YA TIENE SU'
                                   ' CORRECCION.'
                       WHEN REC-NRO-ALU NOT EQUAL WS-NRO-ALU
                         OR REC-NRO-MAT NOT EQUAL WS-NRO-MAT
                         OR REC-ANIO NOT EQUAL WS-ANIO
                         OR REC-MES NOT EQUAL WS-MES
                         OR REC-TIPO-EVAL NOT EQUAL WS-TIPO-EVAL
                           DISPLAY 'EL RECLAMO ES SOBRE OTRA NOTA.'
                       WHEN OTHER
                           SET WS-RECLAMO-VALIDO TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

                           DISPLAY 'NOTA CORREGIDA. LA ORIGINAL QUEDA'
                                   ' MARCADA COMO REEMPLAZADA.'
                           PERFORM 2900-AUDITORIA
                           IF WS-NRO-REC NOT EQUAL 0
                               PERFORM 2800-VINCULA-RECLAMO
                           END-IF
                       WHEN OTHER
                           DISPLAY 'NO EXISTE UNA NOTA VIGENTE CON'
                                   ' ESOS DATOS. NADA SE MODIFICO.'
               CLOSE NOTASIDX
           END-IF.

      *************************************
      *    MARCA EL RECLAMO COMO          *
      *    CORREGIDO, VIA TEMPORAL        *
      *************************************

       2800-VINCULA-RECLAMO.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           OPEN INPUT RECLAMOS
           OPEN OUTPUT RECLTMP
           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2850-COPIA-RECLAMO UNTIL WS-SCAN-FIN
           CLOSE RECLAMOS
           CLOSE RECLTMP

           OPEN INPUT RECLTMP
           OPEN OUTPUT RECLAMOS
           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2870-RECLAMO-VUELTA UNTIL WS-SCAN-FIN
           CLOSE RECLAMOS
           CLOSE RECLTMP

           DISPLAY 'RECLAMO ' WS-NRO-REC ' VINCULADO A LA CORRECCION.'.

       2850-COPIA-RECLAMO.

           READ RECLAMOS
           IF WS-FS-REC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF REC-NRO = WS-NRO-REC
                   MOVE 'S'           TO REC-CORREGIDO
                   MOVE WS-NOTA-NUEVA TO REC-NOTA-CORR
                   MOVE WS-HOY        TO REC-FECHA-CORR
               END-IF
               MOVE REG-RECLAMO TO REG-RECLTMP
               WRITE REG-RECLTMP
               IF WS-FS-RTMP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-RTMP
               END-IF
           END-IF.

       2870-RECLAMO-VUELTA.

           READ RECLTMP
           IF WS-FS-RTMP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE REG-RECLTMP TO REG-RECLAMO
               WRITE REG-RECLAMO
               IF WS-FS-REC IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-REC
               END-IF
           END-IF.

      *************************************
      *    GRABA MOVIMIENTO DE AUDITORIA  *
      *************************************
