      * Author:
      * Date:
      * Purpose: Conversion por unica vez del maestro de cursos al
      *          layout vigente. Dos origenes posibles:
      *            1 = CURSOS.dat relativo anterior al campo
      *                CUR-CAPACIDAD (13 bytes), DDCURVIE: la
      *                capacidad queda en 000 (sin control de cupo),
      *                a completar luego por CREACURS.
      *            2 = CURSOS.dat relativo con capacidad pero
      *                anterior al campo CUR-ESCUELA (16 bytes),
      *                DDCURVCA.
      *          En ambos la escuela queda en 01: todo maestro
      *          anterior al campo es de la sede. Cada registro
      *          conserva su posicion relativa (el codigo de curso
      *          es la clave). Mismo esquema de re-corte que
      *          CONVALUM con el maestro de alumnos. Informa la
      *          cantidad convertida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RELATIVE KEY IS WS-RRN-VIE
                                      FILE STATUS IS WS-FS-VIE.

           SELECT CURSINESC      ASSIGN TO "DDCURVCA"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS SEQUENTIAL
                                      RELATIVE KEY IS WS-RRN-VCA
                                      FILE STATUS IS WS-FS-VCA.

           SELECT CURSOS         ASSIGN TO "DDCUR"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
              05 VIE-DESCRIPCION PIC X(10).
              05 VIE-ESTADO      PIC X(01).

      *LAYOUT DE 16 BYTES, CON CAPACIDAD PERO ANTERIOR AL CAMPO
      *CUR-ESCUELA.
       FD CURSINESC.
           01 REG-CURSINESC.
              05 VCA-NRO-CURSO   PIC 9(02).
              05 VCA-DESCRIPCION PIC X(10).
              05 VCA-ESTADO      PIC X(01).
              05 VCA-CAPACIDAD   PIC 9(03).

       FD CURSOS.
           COPY REGCURSO.

       WORKING-STORAGE SECTION.

       01  WS-FS-VIE       PIC X(02).
       01  WS-FS-VCA       PIC X(02).
       01  WS-FS-CUR       PIC X(02).

       01  WS-RRN-VIE      PIC 9(02).
       01  WS-RRN-VCA      PIC 9(02).
       01  WS-RRN-CUR      PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-ORIGEN       PIC 9.
             88 WS-ORIGEN-SIN-CAP     VALUE 1.
             88 WS-ORIGEN-SIN-ESC     VALUE 2.

       01  WS-CANT-CONV    PIC 9(03) VALUE 0.
       01  WP-CANT-CONV    PIC ZZ9.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'CONVERSION DEL MAESTRO DE CURSOS'
           DISPLAY 'ORIGEN: 1-SIN CAPACIDAD  2-SIN ESCUELA'
           ACCEPT WS-ORIGEN

           EVALUATE TRUE
               WHEN WS-ORIGEN-SIN-CAP
                   OPEN INPUT CURVIEJO
                   IF WS-FS-VIE IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN APERTURA DE ARCHIVO: '
                               WS-FS-VIE
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
               WHEN WS-ORIGEN-SIN-ESC
                   OPEN INPUT CURSINESC
                   IF WS-FS-VCA IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN APERTURA DE ARCHIVO: '
                               WS-FS-VCA
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

           IF NOT WS-FIN-PROCESO
               OPEN OUTPUT CURSOS

       2000-PROCESOS.

           IF WS-ORIGEN-SIN-CAP
               PERFORM 2100-LEE-SIN-CAP
           ELSE
               PERFORM 2200-LEE-SIN-ESC
           END-IF.

       2100-LEE-SIN-CAP.

           READ CURVIEJO

           EVALUATE WS-FS-VIE
                   MOVE VIE-DESCRIPCION TO CUR-DESCRIPCION
                   MOVE VIE-ESTADO      TO CUR-ESTADO
                   MOVE 0               TO CUR-CAPACIDAD
                   MOVE 1               TO CUR-ESCUELA

                   WRITE REG-CURSO
                       INVALID KEY
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *EL ORIGEN 2 TRAE EL REGISTRO COMPLETO SALVO LA ESCUELA, QUE
      *QUEDA EN 01 (SEDE).

       2200-LEE-SIN-ESC.

           READ CURSINESC

           EVALUATE WS-FS-VCA
               WHEN '00'
                   MOVE VCA-NRO-CURSO   TO WS-RRN-CUR
                   MOVE REG-CURSINESC   TO REG-CURSO
                   MOVE 1               TO CUR-ESCUELA

                   WRITE REG-CURSO
                       INVALID KEY
                           DISPLAY 'ERROR EN GRABAR REGISTRO: '
                                   WS-FS-CUR
                       NOT INVALID KEY
                           ADD 1 TO WS-CANT-CONV
                   END-WRITE
               WHEN '10'
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA DE ARCHIVO: ' WS-FS-VCA
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *************************************
      *************************************
       9999-CIERRE.

           EVALUATE TRUE
               WHEN WS-ORIGEN-SIN-CAP
                   CLOSE CURVIEJO
                   IF WS-FS-VIE NOT EQUAL '00'
                       DISPLAY 'EROR EN CERRAR ARCHIVO VIEJO: '
                               WS-FS-VIE
                   END-IF
               WHEN WS-ORIGEN-SIN-ESC
                   CLOSE CURSINESC
                   IF WS-FS-VCA NOT EQUAL '00'
                       DISPLAY 'EROR EN CERRAR ARCHIVO VIEJO: '
                               WS-FS-VCA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE CURSOS
           IF WS-FS-CUR NOT EQUAL '00'
           MOVE WS-CANT-CONV TO WP-CANT-CONV
           DISPLAY 'CURSOS CONVERTIDOS: ' WP-CANT-CONV.

      *EL MAESTRO QUEDO EN EL LAYOUT VIGENTE: SE SELLA SU VERSION
      *EN VERSIONES.dat PARA QUE LOS PROGRAMAS LO ACEPTEN.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 2 TO LK-OPCION-VER
               MOVE 'CONVCURS' TO LK-VER-PROGRAMA
               MOVE 'CURSOS  ' TO LK-VER-ARCHIVO
               MOVE VLY-CURSOS TO LK-VER-VERSION
               CALL WS-RUTVER USING LK-COM-VERSION
           END-IF.



       END PROGRAM CONVCURS.
