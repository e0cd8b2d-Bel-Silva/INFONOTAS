      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de ESCUELAS.dat (alta/cambio/baja) -
      *          tabla de establecimientos (sede y anexos) que
      *          comparten la instalacion, con nombre y CUE. Es la
      *          que valida RUTESCUE al atar operadores, sesiones,
      *          alumnos y cursos a una escuela. Reservado a nivel
      *          DIRECCION.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREAESCU.

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
           SELECT ESCUELAS       ASSIGN TO "DDESCU"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-ESC
                                      FILE STATUS IS WS-FS-ESC.

       DATA DIVISION.
       FILE SECTION.
       FD ESCUELAS.
           COPY REGESCU.

       WORKING-STORAGE SECTION.


       01  WS-FS-ESC        PIC X(02).
             88 WS-OK            VALUE '00'.
             88 WS-NO-OK         VALUE '10'.

       01  WS-RRN-ESC      PIC 9(02).

       01  WS-FLAG-FIN      PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-OPCION        PIC 9.
             88 WS-OP-ALTA        VALUE 1.
             88 WS-OP-CAMBIO      VALUE 2.
             88 WS-OP-BAJA        VALUE 3.
             88 WS-OP-SALIR       VALUE 9.

       01  WS-COD-VALIDO    PIC 99.

       01  WS-CODIGO        PIC 9(02).
       01  WS-NOMBRE        PIC X(30).
       01  WS-CUE           PIC X(09).

       01  WS-RUTAUD        PIC X(08) VALUE 'RUTAUDIT'.
       01  WS-IMAGEN-ANT    PIC X(40).

       COPY LKAUDIT.

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTSES        PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.



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

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO
              AND WS-NIVEL-OPE < 3
               DISPLAY 'SOLO DIRECCION PUEDE ADMINISTRAR ESCUELAS.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           IF NOT WS-FIN-PROCESO
               OPEN I-O ESCUELAS
               IF WS-FS-ESC EQUAL '05' OR '35'
                   OPEN OUTPUT ESCUELAS
                   CLOSE ESCUELAS
                   OPEN I-O ESCUELAS
               END-IF

               IF WS-FS-ESC IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ESC
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF.

      *************************************
      *    IDENTIFICACION DEL OPERADOR    *
      *************************************

       1500-SIGNON.

      *CON UNA SESION ABIERTA POR EL MENU (MENUINFO/RUTSESIO) SE
      *TOMA EL OPERADOR YA IDENTIFICADO Y NO SE VUELVE A PEDIR.
           MOVE 2 TO LK-OPCION-SES
           CALL WS-RUTSES USING LK-COM-SESION
           IF LK-RESULTADO-SES = 10
               MOVE LK-SES-OPERADOR TO WS-NRO-OPE
           ELSE
               DISPLAY 'CODIGO DE OPERADOR (999): '
               ACCEPT WS-NRO-OPE
           END-IF

           MOVE 1 TO LK-OPCION-OPE
           MOVE WS-NRO-OPE TO LK-OPE-NRO
           CALL WS-RUTOPE USING LK-COM-OPERADOR

           EVALUATE LK-RESULTADO-OPE
               WHEN 10
                   DISPLAY 'OPERADOR: ' LK-OPE-NOMBRE
                   MOVE LK-OPE-NIVEL TO WS-NIVEL-OPE
               WHEN 30
                   DISPLAY 'SIN OPERADORES REGISTRADOS. SE OPERA SIN'
                           ' CONTROL DE NIVELES.'
                   MOVE 3 TO WS-NIVEL-OPE
               WHEN OTHER
                   DISPLAY 'OPERADOR INVALIDO. FIN.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.


      *************************************
       2000-PROCESOS.

           DISPLAY '-------------------------------------------'
           DISPLAY 'MANTENIMIENTO DE ESCUELAS'
           DISPLAY '1-ALTA  2-CAMBIO  3-BAJA  9-FIN'
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN WS-OP-ALTA
                   PERFORM 2100-ALTA
               WHEN WS-OP-CAMBIO
                   PERFORM 2200-CAMBIO
               WHEN WS-OP-BAJA
                   PERFORM 2300-BAJA
               WHEN WS-OP-SALIR
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      *************************************
      *    ALTA DE ESCUELA                *
      *************************************

       2100-ALTA.

           DISPLAY 'INGRESE CODIGO (99) DE LA ESCUELA: '
           ACCEPT WS-CODIGO

           IF WS-CODIGO NOT NUMERIC OR WS-CODIGO = 0
               DISPLAY 'INGRESE CODIGO DE DOS DIGITOS. INTENTE'
                       ' NUEVAMENTE'
           ELSE
               MOVE WS-CODIGO TO WS-RRN-ESC

               READ ESCUELAS
                   INVALID KEY
                       DISPLAY 'INGRESE NOMBRE DE LA ESCUELA: '
                       ACCEPT WS-NOMBRE
                       DISPLAY 'INGRESE CUE (CODIGO UNICO DE'
                               ' ESTABLECIMIENTO): '
                       ACCEPT WS-CUE

                       MOVE WS-CODIGO TO ESC-CODIGO
                       MOVE WS-NOMBRE TO ESC-NOMBRE
                       MOVE WS-CUE    TO ESC-CUE
                       SET ESC-ACTIVA TO TRUE

                       WRITE REG-ESCUELA
                       IF WS-FS-ESC IS NOT EQUAL '00'
                           DISPLAY 'ERROR EN GRABAR REGISTRO: '
                                   WS-FS-ESC
                       ELSE
                           DISPLAY 'ESCUELA DADA DE ALTA.'
                           MOVE 'A'    TO LK-AUD-OPERACION
                           MOVE SPACES TO LK-AUD-IMAGEN-ANT
                           MOVE REG-ESCUELA TO LK-AUD-IMAGEN-NVA
                           PERFORM 2900-AUDITORIA
                       END-IF
                   NOT INVALID KEY
                       DISPLAY 'YA EXISTE UNA ESCUELA CON ESE CODIGO.'
               END-READ
           END-IF.

      *************************************
      *    CAMBIO DE NOMBRE/CUE           *
      *************************************

       2200-CAMBIO.

           DISPLAY 'INGRESE CODIGO DE ESCUELA A MODIFICAR (99): '
           ACCEPT WS-CODIGO

           MOVE WS-CODIGO TO WS-RRN-ESC

           READ ESCUELAS
               INVALID KEY
                   DISPLAY 'NO EXISTE UNA ESCUELA CON ESE CODIGO.'
               NOT INVALID KEY
                   MOVE REG-ESCUELA TO WS-IMAGEN-ANT
                   DISPLAY 'NOMBRE ACTUAL: ' ESC-NOMBRE
                   DISPLAY 'NUEVO NOMBRE (ENTER DEJA IGUAL): '
                   ACCEPT WS-NOMBRE
                   IF WS-NOMBRE NOT EQUAL SPACES
                       MOVE WS-NOMBRE TO ESC-NOMBRE
                   END-IF

                   DISPLAY 'CUE ACTUAL: ' ESC-CUE
                   DISPLAY 'NUEVO CUE (ENTER DEJA IGUAL): '
                   ACCEPT WS-CUE
                   IF WS-CUE NOT EQUAL SPACES
                       MOVE WS-CUE TO ESC-CUE
                   END-IF

                   REWRITE REG-ESCUELA
                   IF WS-FS-ESC IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN MODIFICAR REGISTRO: '
                               WS-FS-ESC
                   ELSE
                       DISPLAY 'ESCUELA MODIFICADA.'
                       MOVE 'C' TO LK-AUD-OPERACION
                       MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
                       MOVE REG-ESCUELA     TO LK-AUD-IMAGEN-NVA
                       PERFORM 2900-AUDITORIA
                   END-IF
           END-READ.

      *************************************
      *    BAJA (LOGICA) DE ESCUELA       *
      *************************************

       2300-BAJA.

           DISPLAY 'INGRESE CODIGO DE ESCUELA A DAR DE BAJA (99): '
           ACCEPT WS-CODIGO

           MOVE WS-CODIGO TO WS-RRN-ESC

           READ ESCUELAS
               INVALID KEY
                   DISPLAY 'NO EXISTE UNA ESCUELA CON ESE CODIGO.'
               NOT INVALID KEY
                   MOVE REG-ESCUELA TO WS-IMAGEN-ANT
                   SET ESC-BAJA TO TRUE
                   REWRITE REG-ESCUELA
                   IF WS-FS-ESC IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN BAJA DE REGISTRO: '
                               WS-FS-ESC
                   ELSE
                       DISPLAY 'ESCUELA DADA DE BAJA.'
                       MOVE 'B' TO LK-AUD-OPERACION
                       MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
                       MOVE REG-ESCUELA     TO LK-AUD-IMAGEN-NVA
                       PERFORM 2900-AUDITORIA
                   END-IF
           END-READ.

      *************************************
      *    GRABA MOVIMIENTO DE AUDITORIA  *
      *************************************

       2900-AUDITORIA.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'CREAESCU' TO LK-AUD-PROGRAMA
           MOVE 'ESCUELAS' TO LK-AUD-ARCHIVO
           MOVE SPACES TO LK-AUD-CLAVE
           MOVE WS-CODIGO TO LK-AUD-CLAVE(1:2)
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE ESCUELAS
           IF WS-FS-ESC  NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO: ' WS-FS-ESC
           END-IF.



       END PROGRAM CREAESCU.
