      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion por unica vez del maestro de operadores
      *          al layout vigente. Origen 1: el OPERADORES.dat
      *          relativo anterior al campo OPE-ESCUELA (30 bytes),
      *          DDOPEVIE, con la escuela en 00 (distrito, elige la
      *          escuela al entrar al menu), a asignar luego por
      *          CREAOPER. Origen 2: el de 32 bytes con escuela y
      *          sin docente, DDOPESDO. En ambos el docente queda en
      *          000 (la cuenta no es de un docente) hasta que
      *          CREAOPER la ate a uno. Cada registro conserva su
      *          posicion relativa (el numero de operador es la
      *          clave). Mismo esquema de re-corte que CONVCURS con
      *          el maestro de cursos. Informa la cantidad
      *          convertida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVOPER.

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
           SELECT OPEVIEJO       ASSIGN TO "DDOPEVIE"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS SEQUENTIAL
                                      RELATIVE KEY IS WS-RRN-VIE
                                      FILE STATUS IS WS-FS-VIE.

           SELECT OPESINDOC      ASSIGN TO "DDOPESDO"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS SEQUENTIAL
                                      RELATIVE KEY IS WS-RRN-VIE
                                      FILE STATUS IS WS-FS-VSD.

           SELECT OPERADORES     ASSIGN TO "DDOPER"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-OPE
                                      FILE STATUS IS WS-FS-OPE.

       DATA DIVISION.
       FILE SECTION.
      *LAYOUT VIEJO DE 30 BYTES, ANTERIOR AL CAMPO OPE-ESCUELA.
      *SE DECLARA EXPLICITO: EL COPY ACTUAL YA NO DESCRIBE ESTE
      *ARCHIVO.
       FD OPEVIEJO.
           01 REG-OPEVIEJO.
              05 VIE-NRO-OPE     PIC 9(03).
              05 VIE-NOMBRE      PIC X(25).
              05 VIE-NIVEL       PIC 9(01).
              05 VIE-ESTADO      PIC X(01).

      *LAYOUT DE 32 BYTES, CON ESCUELA Y ANTERIOR AL CAMPO
      *OPE-NRO-DOC.
       FD OPESINDOC.
           01 REG-OPESINDOC.
              05 VSD-RESTO       PIC X(32).

       FD OPERADORES.
           COPY REGOPER.

       WORKING-STORAGE SECTION.

       01  WS-FS-VIE       PIC X(02).
       01  WS-FS-VSD       PIC X(02).
       01  WS-FS-OPE       PIC X(02).

       01  WS-RRN-VIE      PIC 9(03).
       01  WS-RRN-OPE      PIC 9(03).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-ORIGEN       PIC 9.
             88 WS-ORIGEN-SIN-ESC     VALUE 1.
             88 WS-ORIGEN-SIN-DOC     VALUE 2.

       01  WS-CANT-CONV    PIC 9(03) VALUE 0.
       01  WP-CANT-CONV    PIC ZZ9.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

      ****************************************************
      ****************************************************
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESOS UNTIL WS-FIN-PROCESO

           PERFORM 9999-CIERRE.

       MAIN-PROGRAM-FINAL.
           EXIT.
               GOBACK.


      ***********************************************************
      *    CUERPO INICIO APERTURA ARCHIVOS E INICIO DE VARIBLES *
      ***********************************************************

       1000-INICIO.

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'CONVERSION DEL MAESTRO DE OPERADORES'
           DISPLAY 'ORIGEN: 1-SIN ESCUELA (30 BYTES)'
                   '  2-SIN DOCENTE (32 BYTES)'
           ACCEPT WS-ORIGEN

           EVALUATE TRUE
               WHEN WS-ORIGEN-SIN-ESC
                   OPEN INPUT OPEVIEJO
                   IF WS-FS-VIE IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN APERTURA DE ARCHIVO: '
                               WS-FS-VIE
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
               WHEN WS-ORIGEN-SIN-DOC
                   OPEN INPUT OPESINDOC
                   IF WS-FS-VSD IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN APERTURA DE ARCHIVO: '
                               WS-FS-VSD
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

           IF NOT WS-FIN-PROCESO
               OPEN OUTPUT OPERADORES
               IF WS-FS-OPE IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-OPE
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF.

      *************************************
      *    COPIA REGISTRO A REGISTRO      *
      *************************************
      *EL NUMERO DE OPERADOR ES LA POSICION RELATIVA EN AMBOS
      *LADOS.

       2000-PROCESOS.

           IF WS-ORIGEN-SIN-ESC
               PERFORM 2100-LEE-SIN-ESC
           ELSE
               PERFORM 2200-LEE-SIN-DOC
           END-IF.

      *LA ESCUELA NO EXISTE EN EL LAYOUT VIEJO: QUEDA EN 00
      *(DISTRITO) PARA ASIGNAR DESPUES POR CREAOPER.

       2100-LEE-SIN-ESC.

           READ OPEVIEJO

           EVALUATE WS-FS-VIE
               WHEN '00'
                   MOVE VIE-NRO-OPE     TO WS-RRN-OPE
                   MOVE VIE-NRO-OPE     TO OPE-NRO-OPE
                   MOVE VIE-NOMBRE      TO OPE-NOMBRE
                   MOVE VIE-NIVEL       TO OPE-NIVEL
                   MOVE VIE-ESTADO      TO OPE-ESTADO
                   MOVE 0               TO OPE-ESCUELA
                   MOVE 0               TO OPE-NRO-DOC

                   WRITE REG-OPERADOR
                       INVALID KEY
                           DISPLAY 'ERROR EN GRABAR REGISTRO: '
                                   WS-FS-OPE
                       NOT INVALID KEY
                           ADD 1 TO WS-CANT-CONV
                   END-WRITE
               WHEN '10'
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA DE ARCHIVO: ' WS-FS-VIE
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *EL ORIGEN 2 TRAE EL REGISTRO COMPLETO SALVO EL DOCENTE: SE
      *COPIAN LOS 32 BYTES Y EL DOCENTE QUEDA EN 000.

       2200-LEE-SIN-DOC.

           READ OPESINDOC

           EVALUATE WS-FS-VSD
               WHEN '00'
                   MOVE REG-OPESINDOC   TO REG-OPERADOR
                   MOVE OPE-NRO-OPE     TO WS-RRN-OPE
                   MOVE 0               TO OPE-NRO-DOC

                   WRITE REG-OPERADOR
                       INVALID KEY
                           DISPLAY 'ERROR EN GRABAR REGISTRO: '
                                   WS-FS-OPE
                       NOT INVALID KEY
                           ADD 1 TO WS-CANT-CONV
                   END-WRITE
               WHEN '10'
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA DE ARCHIVO: ' WS-FS-VSD
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *************************************
      *************************************
       9999-CIERRE.

           EVALUATE TRUE
               WHEN WS-ORIGEN-SIN-ESC
                   CLOSE OPEVIEJO
                   IF WS-FS-VIE NOT EQUAL '00'
                       DISPLAY 'EROR EN CERRAR ARCHIVO VIEJO: '
                               WS-FS-VIE
                   END-IF
               WHEN WS-ORIGEN-SIN-DOC
                   CLOSE OPESINDOC
                   IF WS-FS-VSD NOT EQUAL '00'
                       DISPLAY 'EROR EN CERRAR ARCHIVO VIEJO: '
                               WS-FS-VSD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           CLOSE OPERADORES
           IF WS-FS-OPE NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO NUEVO: ' WS-FS-OPE
           END-IF.

           MOVE WS-CANT-CONV TO WP-CANT-CONV
           DISPLAY 'OPERADORES CONVERTIDOS: ' WP-CANT-CONV.

      *EL MAESTRO QUEDO EN EL LAYOUT VIGENTE: SE SELLA SU VERSION
      *EN VERSIONES.dat PARA QUE LOS PROGRAMAS LO ACEPTEN.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 2 TO LK-OPCION-VER
               MOVE 'CONVOPER' TO LK-VER-PROGRAMA
               MOVE 'OPERADOR' TO LK-VER-ARCHIVO
               MOVE VLY-OPERADOR TO LK-VER-VERSION
               CALL WS-RUTVER USING LK-COM-VERSION
           END-IF.



       END PROGRAM CONVOPER.
