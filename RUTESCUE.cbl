      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rutina comun de escuela de trabajo - resuelve a que
      *          escuela (ESCUELAS.dat, CREAESCU) queda limitado el
      *          programa llamador: la de la sesion abierta por el
      *          menu, o la del operador identificado, o en los
      *          pasos batch la de la tarjeta opcional DDESCSEL (dos
      *          digitos, como la fecha de DDPARM en PGMINFOR). Sin
      *          tarjeta ni escuela asignada devuelve 00 = TODAS,
      *          que es como trabaja una instalacion de una sola
      *          escuela. Devuelve tambien nombre y CUE para los
      *          encabezados y extractos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTESCUE.

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
           SELECT ESCUELAS      ASSIGN TO "DDESCU"
                                ORGANIZATION IS RELATIVE
                                ACCESS MODE IS RANDOM
                                RELATIVE KEY IS WS-RRN-ESC
                                FILE STATUS IS WS-FS-ESC.

           SELECT TARJETA       ASSIGN TO "DDESCSEL"
                                ORGANIZATION IS LINE SEQUENTIAL
                                FILE STATUS IS WS-FS-TAR.


       DATA DIVISION.
       FILE SECTION.

       FD  ESCUELAS.
           COPY REGESCU.

       FD  TARJETA.
           01 REG-TARJETA       PIC X(02).

      *****************************************************

       WORKING-STORAGE SECTION.

      ***VARIABLE DE CONTROL

       01  WS-FS-ESC    PIC X(02).
       01  WS-FS-TAR    PIC X(02).

       01  WS-RRN-ESC   PIC 9(02).

       01  WS-FLAG-FIN   PIC X.
           88 WS-SI-PROCESO    VALUE 'T'.
           88 WS-FIN-PROCESO   VALUE 'F'.

       01  WS-TARJETA    PIC X(02).
       01  WS-TARJETA-N  REDEFINES WS-TARJETA PIC 9(02).

       01  WS-RUTSES     PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       01  WS-RUTOPE     PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.


      ***********************************************

        LINKAGE SECTION.

           COPY LKESCUE.



       PROCEDURE DIVISION USING LK-COM-ESCUELA.

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

         EVALUATE LK-OPCION-ESC

           WHEN 1
             PERFORM 2100-ESCUELA-DE-TRABAJO
             IF LK-ESC-CODIGO = 0
                 MOVE 'TODAS LAS ESCUELAS' TO LK-ESC-NOMBRE
                 MOVE SPACES TO LK-ESC-CUE
                 MOVE 10 TO LK-RESULTADO-ESC
             ELSE
                 PERFORM 2400-BUSCARDATO
             END-IF
             SET WS-FIN-PROCESO TO TRUE

           WHEN 2
             PERFORM 2400-BUSCARDATO
             SET WS-FIN-PROCESO TO TRUE

           WHEN OTHER
             MOVE 30 TO LK-RESULTADO-ESC
             SET WS-FIN-PROCESO TO TRUE
         END-EVALUATE.



      ********************************
      *  SESION, OPERADOR O TARJETA  *
      ********************************

       2100-ESCUELA-DE-TRABAJO.

           MOVE 0 TO LK-ESC-CODIGO

           MOVE 2 TO LK-OPCION-SES
           CALL WS-RUTSES USING LK-COM-SESION
           IF LK-RESULTADO-SES = 10
               MOVE LK-SES-ESCUELA TO LK-ESC-CODIGO
           ELSE
               IF LK-ESC-OPERADOR NOT EQUAL 0
                   MOVE 1 TO LK-OPCION-OPE
                   MOVE LK-ESC-OPERADOR TO LK-OPE-NRO
                   CALL WS-RUTOPE USING LK-COM-OPERADOR
                   IF LK-RESULTADO-OPE = 10
                       MOVE LK-OPE-ESCUELA TO LK-ESC-CODIGO
                   END-IF
               END-IF
               IF LK-ESC-CODIGO = 0
                   PERFORM 2200-LEE-TARJETA
               END-IF
           END-IF.

       2200-LEE-TARJETA.

           OPEN INPUT TARJETA
           IF WS-FS-TAR EQUAL '00'
               READ TARJETA INTO WS-TARJETA
               IF WS-FS-TAR EQUAL '00'
                  AND WS-TARJETA-N IS NUMERIC
                   MOVE WS-TARJETA-N TO LK-ESC-CODIGO
               END-IF
               CLOSE TARJETA
           END-IF.

      ********************************
      *  NOMBRE Y CUE DE LA ESCUELA  *
      ********************************

       2400-BUSCARDATO.

           MOVE SPACES TO LK-ESC-NOMBRE
           MOVE SPACES TO LK-ESC-CUE

           OPEN INPUT ESCUELAS
           IF WS-FS-ESC NOT EQUAL '00'
               MOVE 'SIN TABLA DE ESCUELAS' TO LK-ESC-NOMBRE
               MOVE 30 TO LK-RESULTADO-ESC
           ELSE
               MOVE LK-ESC-CODIGO TO WS-RRN-ESC
               READ ESCUELAS
                   INVALID KEY
                       MOVE 20 TO LK-RESULTADO-ESC
                   NOT INVALID KEY
                       IF ESC-BAJA
                           MOVE 20 TO LK-RESULTADO-ESC
                       ELSE
                           MOVE ESC-NOMBRE TO LK-ESC-NOMBRE
                           MOVE ESC-CUE    TO LK-ESC-CUE
                           MOVE 10 TO LK-RESULTADO-ESC
                       END-IF
               END-READ
               CLOSE ESCUELAS
           END-IF.


      **************************************
      *    CUERPO CIERRE                   *
      **************************************

       9999-CIERRE.

           CONTINUE.


       END PROGRAM RUTESCUE.
