      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rutina comun de bajas de alumnos - valida el motivo
      *          contra la tabla MOTBAJA.dat (CREAMOTB) y agrega la
      *          entrada de la baja en BAJAS.dat, para que toda baja
      *          del maestro (CREAALUM, PGMPASAL, PGMFUSIO) quede con
      *          fecha y motivo. Sin tabla cargada se acepta el
      *          codigo informado (resultado 30) para no frenar la
      *          operatoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTBAJAS.

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
           SELECT MOTBAJA       ASSIGN TO "DDMOTB"
                                ORGANIZATION IS RELATIVE
                                ACCESS MODE IS RANDOM
                                RELATIVE KEY IS WS-RRN-MOTB
                                FILE STATUS IS WS-FS-MTB.

           SELECT BAJAS         ASSIGN TO "DDBAJAS"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FS-BAJ.


       DATA DIVISION.
       FILE SECTION.

       FD  MOTBAJA.
           COPY REGMOTB.

       FD  BAJAS.
           COPY REGBAJA.

      *****************************************************

       WORKING-STORAGE SECTION.

      ***VARIABLE DE CONTROL

       01  WS-FS-MTB    PIC X(02).
       01  WS-FS-BAJ    PIC X(02).

       01  WS-RRN-MOTB  PIC 9(02).

       01  WS-FLAG-FIN   PIC X.
           88 WS-SI-PROCESO    VALUE 'T'.
           88 WS-FIN-PROCESO   VALUE 'F'.


      ***********************************************

        LINKAGE SECTION.

           COPY LKBAJAS.



       PROCEDURE DIVISION USING LK-COM-BAJA.

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

       2000-PROCESOS.

         EVALUATE LK-OPCION-BAJ

           WHEN 1
             PERFORM 2200-VALIDA-MOTIVO
             SET WS-FIN-PROCESO TO TRUE

           WHEN 2
             PERFORM 2200-VALIDA-MOTIVO
             IF LK-RESULTADO-BAJ = 10 OR 30
                 PERFORM 2400-GRABARDATO
             END-IF
             SET WS-FIN-PROCESO TO TRUE

           WHEN OTHER
             MOVE 30 TO LK-RESULTADO-BAJ
             SET WS-FIN-PROCESO TO TRUE
         END-EVALUATE.



      ********************************

       2200-VALIDA-MOTIVO.

           MOVE SPACES TO LK-BAJ-DESCRIPCION

           OPEN INPUT MOTBAJA
           IF WS-FS-MTB NOT EQUAL '00'
               MOVE 'SIN TABLA DE MOTIVOS' TO LK-BAJ-DESCRIPCION
               MOVE 30 TO LK-RESULTADO-BAJ
           ELSE
               MOVE LK-BAJ-MOTIVO TO WS-RRN-MOTB
               READ MOTBAJA
                   INVALID KEY
                       MOVE 20 TO LK-RESULTADO-BAJ
                   NOT INVALID KEY
                       IF MTB-BAJA
                           MOVE 20 TO LK-RESULTADO-BAJ
                       ELSE
                           MOVE MTB-DESCRIPCION
                                TO LK-BAJ-DESCRIPCION
                           MOVE 10 TO LK-RESULTADO-BAJ
                       END-IF
               END-READ
               CLOSE MOTBAJA
           END-IF.

      ********************************

       2400-GRABARDATO.

           OPEN EXTEND BAJAS
           IF WS-FS-BAJ EQUAL '05' OR '35'
               OPEN OUTPUT BAJAS
               CLOSE BAJAS
               OPEN EXTEND BAJAS
           END-IF

           IF WS-FS-BAJ NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-BAJ
               MOVE 40 TO LK-RESULTADO-BAJ
           ELSE
               MOVE LK-BAJ-NRO-ALU   TO BAJ-NRO-ALU
               IF LK-BAJ-FECHA = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BAJ-FECHA
               ELSE
                   MOVE LK-BAJ-FECHA TO BAJ-FECHA
               END-IF
               MOVE LK-BAJ-MOTIVO    TO BAJ-MOTIVO
               MOVE LK-BAJ-CURSO     TO BAJ-CURSO
               MOVE LK-BAJ-PROGRAMA  TO BAJ-PROGRAMA
               MOVE LK-BAJ-OPERADOR  TO BAJ-OPERADOR

               WRITE REG-BAJA
               IF WS-FS-BAJ NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR BAJA: ' WS-FS-BAJ
                   MOVE 40 TO LK-RESULTADO-BAJ
               ELSE
                   MOVE 10 TO LK-RESULTADO-BAJ
               END-IF

               CLOSE BAJAS
           END-IF.


      **************************************
      *    CUERPO CIERRE                   *
      **************************************

       9999-CIERRE.

           CONTINUE.


       END PROGRAM RUTBAJAS.
