      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sello inicial de VERSIONES.dat al instalar (o al
      *          agregar a VERSLAY un archivo que hasta ahora no se
      *          versionaba). Sella cada archivo de VERSLAY con su
      *          version vigente, UNICAMENTE si todavia no tiene
      *          sello (RUTVERSI opcion 3); un sello existente no se
      *          toca, y si no coincide se informa como incompatible.
      *          Es el unico programa, ademas de los CONV*, que graba
      *          sellos: correrlo solo con los archivos ya en el
      *          layout vigente. Pide confirmacion, informa por
      *          archivo (OK / SELLADO / RECHAZADO) y termina con RC 8
      *          si hubo rechazos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INICVERS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-CONFIRMA     PIC X(01).

       01  WS-CANT-OK      PIC 9(02) VALUE 0.
       01  WS-CANT-SELLOS  PIC 9(02) VALUE 0.
       01  WS-CANT-RECH    PIC 9(02) VALUE 0.
       01  WP-CANT         PIC Z9.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

      ****************************************************
      ****************************************************
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           IF NOT WS-FIN-PROCESO
               PERFORM 2000-SELLA-TODOS
           END-IF

           PERFORM 9999-CIERRE.

       MAIN-PROGRAM-FINAL.
           EXIT.
               GOBACK.


      ***********************************************************
      *    CUERPO INICIO                                        *
      ***********************************************************

      *NO HAY CONTROL DE VERSIONES NI IDENTIFICACION DE OPERADOR:
      *ESTE PROGRAMA ES EL QUE DEJA LOS SELLOS QUE ESOS CONTROLES
      *NECESITAN.

       1000-INICIO.

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'SELLO INICIAL DE VERSIONES DE LAYOUT'
           DISPLAY 'SE SELLAN CON LA VERSION VIGENTE LOS ARCHIVOS'
                   ' SIN SELLO. DEBEN ESTAR YA EN ESE LAYOUT.'
           DISPLAY 'CONFIRMA (S/N): '
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S'
               DISPLAY 'SELLO INICIAL CANCELADO.'
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    UN SELLO POR ARCHIVO DE        *
      *    VERSLAY                        *
      *************************************

       2000-SELLA-TODOS.

           MOVE 3 TO LK-OPCION-VER
           MOVE 'INICVERS' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           PERFORM 2100-SELLA-ARCHIVO

           MOVE 'CURSOS  ' TO LK-VER-ARCHIVO
           MOVE VLY-CURSOS TO LK-VER-VERSION
           PERFORM 2100-SELLA-ARCHIVO

           MOVE 'OPERADOR' TO LK-VER-ARCHIVO
           MOVE VLY-OPERADOR TO LK-VER-VERSION
           PERFORM 2100-SELLA-ARCHIVO

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           PERFORM 2100-SELLA-ARCHIVO

           MOVE 'HISTNOTA' TO LK-VER-ARCHIVO
           MOVE VLY-HISTNOTA TO LK-VER-VERSION
           PERFORM 2100-SELLA-ARCHIVO

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
           PERFORM 2100-SELLA-ARCHIVO

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
           PERFORM 2100-SELLA-ARCHIVO

           MOVE 'RESULTAD' TO LK-VER-ARCHIVO
           MOVE VLY-RESULTAD TO LK-VER-VERSION
           PERFORM 2100-SELLA-ARCHIVO

           MOVE 'ASISTEN ' TO LK-VER-ARCHIVO
           MOVE VLY-ASISTEN TO LK-VER-VERSION
           PERFORM 2100-SELLA-ARCHIVO

           MOVE 'MESAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-MESAS TO LK-VER-VERSION
           PERFORM 2100-SELLA-ARCHIVO

           MOVE 'SESIONES' TO LK-VER-ARCHIVO
           MOVE VLY-SESIONES TO LK-VER-VERSION
           PERFORM 2100-SELLA-ARCHIVO.

       2100-SELLA-ARCHIVO.

           CALL WS-RUTVER USING LK-COM-VERSION

           EVALUATE LK-RESULTADO-VER
               WHEN 10
                   DISPLAY LK-VER-ARCHIVO ' VERSION ' LK-VER-VERSION
                           ': YA SELLADO, OK'
                   ADD 1 TO WS-CANT-OK
               WHEN 20
                   DISPLAY LK-VER-ARCHIVO ' VERSION ' LK-VER-VERSION
                           ': SELLADO'
                   ADD 1 TO WS-CANT-SELLOS
               WHEN OTHER
                   DISPLAY LK-VER-ARCHIVO ' VERSION ' LK-VER-VERSION
                           ': RECHAZADO'
                   ADD 1 TO WS-CANT-RECH
           END-EVALUATE.

      *************************************
      *************************************
       9999-CIERRE.

           IF NOT WS-FIN-PROCESO
               MOVE WS-CANT-OK TO WP-CANT
               DISPLAY 'ARCHIVOS YA SELLADOS : ' WP-CANT
               MOVE WS-CANT-SELLOS TO WP-CANT
               DISPLAY 'SELLOS GRABADOS      : ' WP-CANT
               MOVE WS-CANT-RECH TO WP-CANT
               DISPLAY 'ARCHIVOS RECHAZADOS  : ' WP-CANT
           END-IF

           IF WS-CANT-RECH > 0
               MOVE 8 TO RETURN-CODE
           END-IF.



       END PROGRAM INICVERS.
