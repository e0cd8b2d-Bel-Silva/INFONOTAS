      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de MOTBAJA.dat (alta/cambio/baja) -
      *          tabla de motivos de baja de alumnos que RUTBAJAS
      *          valida en cada baja del maestro y que agrupa el
      *          analisis de desercion de PGMDESER.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREAMOTB.

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
           SELECT MOTBAJA        ASSIGN TO "DDMOTB"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-MOTB
                                      FILE STATUS IS WS-FS-MOTB.

       DATA DIVISION.
       FILE SECTION.
       FD MOTBAJA.
           COPY REGMOTB.

       WORKING-STORAGE SECTION.


       01  WS-FS-MOTB       PIC X(02).
             88 WS-OK            VALUE '00'.
             88 WS-NO-OK         VALUE '10'.

       01  WS-RRN-MOTB      PIC 9(02).

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
       01  WS-DESCRIPCION   PIC X(25).

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

           OPEN I-O MOTBAJA.
           IF WS-FS-MOTB EQUAL '05' OR '35'
               OPEN OUTPUT MOTBAJA
               CLOSE MOTBAJA
               OPEN I-O MOTBAJA
           END-IF.

           IF WS-FS-MOTB IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MOTB
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
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
           DISPLAY 'MANTENIMIENTO DE MOTIVOS DE BAJA'
           DISPLAY '1-ALTA  2-CAMBIO  3-BAJA  9-FIN'
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN WS-OP-ALTA
                   PERFORM 2100-ALTA
               WHEN WS-OP-CAMBIO
                   PERFORM 2200-CAMBIO
               WHEN WS-OP-BAJA
                   IF WS-NIVEL-OPE < 2
                       DISPLAY 'BAJAS SOLO PARA NIVEL SUPERVISOR.'
                   ELSE
                       PERFORM 2300-BAJA
                   END-IF
               WHEN WS-OP-SALIR
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      *************************************
      *    ALTA DE MOTIVO                 *
      *************************************

       2100-ALTA.

           DISPLAY 'INGRESE CODIGO (99) DEL MOTIVO: '
           ACCEPT WS-CODIGO

           IF WS-CODIGO NOT NUMERIC OR WS-CODIGO = 0
               DISPLAY 'INGRESE CODIGO DE DOS DIGITOS. INTENTE'
                       ' NUEVAMENTE'
           ELSE
               MOVE WS-CODIGO TO WS-RRN-MOTB

               READ MOTBAJA
                   INVALID KEY
                       DISPLAY 'INGRESE DESCRIPCION DEL MOTIVO: '
                       ACCEPT WS-DESCRIPCION

                       MOVE WS-CODIGO TO MTB-CODIGO
                       MOVE WS-DESCRIPCION TO MTB-DESCRIPCION
                       SET MTB-ACTIVO TO TRUE

                       WRITE REG-MOTBAJA
                       IF WS-FS-MOTB IS NOT EQUAL '00'
                           DISPLAY 'ERROR EN GRABAR REGISTRO: '
                                   WS-FS-MOTB
                       ELSE
                           DISPLAY 'MOTIVO DADO DE ALTA.'
                           MOVE 'A'    TO LK-AUD-OPERACION
                           MOVE SPACES TO LK-AUD-IMAGEN-ANT
                           MOVE REG-MOTBAJA TO LK-AUD-IMAGEN-NVA
                           PERFORM 2900-AUDITORIA
                       END-IF
                   NOT INVALID KEY
                       DISPLAY 'YA EXISTE UN MOTIVO CON ESE CODIGO.'
               END-READ
           END-IF.

      *************************************
      *    CAMBIO DE DESCRIPCION          *
      *************************************

       2200-CAMBIO.

           DISPLAY 'INGRESE CODIGO DE MOTIVO A MODIFICAR (99): '
           ACCEPT WS-CODIGO

           MOVE WS-CODIGO TO WS-RRN-MOTB

           READ MOTBAJA
               INVALID KEY
                   DISPLAY 'NO EXISTE UN MOTIVO CON ESE CODIGO.'
               NOT INVALID KEY
                   MOVE REG-MOTBAJA TO WS-IMAGEN-ANT
                   DISPLAY 'DESCRIPCION ACTUAL: ' MTB-DESCRIPCION
                   DISPLAY 'NUEVA DESCRIPCION (ENTER DEJA IGUAL): '
                   ACCEPT WS-DESCRIPCION
                   IF WS-DESCRIPCION NOT EQUAL SPACES
                       MOVE WS-DESCRIPCION TO MTB-DESCRIPCION
                   END-IF

                   REWRITE REG-MOTBAJA
                   IF WS-FS-MOTB IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN MODIFICAR REGISTRO: '
                               WS-FS-MOTB
                   ELSE
                       DISPLAY 'MOTIVO MODIFICADO.'
                       MOVE 'C' TO LK-AUD-OPERACION
                       MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
                       MOVE REG-MOTBAJA     TO LK-AUD-IMAGEN-NVA
                       PERFORM 2900-AUDITORIA
                   END-IF
           END-READ.

      *************************************
      *    BAJA (LOGICA) DE MOTIVO        *
      *************************************

       2300-BAJA.

           DISPLAY 'INGRESE CODIGO DE MOTIVO A DAR DE BAJA (99): '
           ACCEPT WS-CODIGO

           MOVE WS-CODIGO TO WS-RRN-MOTB

           READ MOTBAJA
               INVALID KEY
                   DISPLAY 'NO EXISTE UN MOTIVO CON ESE CODIGO.'
               NOT INVALID KEY
                   MOVE REG-MOTBAJA TO WS-IMAGEN-ANT
                   SET MTB-BAJA TO TRUE
                   REWRITE REG-MOTBAJA
                   IF WS-FS-MOTB IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN BAJA DE REGISTRO: '
                               WS-FS-MOTB
                   ELSE
                       DISPLAY 'MOTIVO DADO DE BAJA.'
                       MOVE 'B' TO LK-AUD-OPERACION
                       MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
                       MOVE REG-MOTBAJA     TO LK-AUD-IMAGEN-NVA
                       PERFORM 2900-AUDITORIA
                   END-IF
           END-READ.

      *************************************
      *    GRABA MOVIMIENTO DE AUDITORIA  *
      *************************************

       2900-AUDITORIA.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'CREAMOTB' TO LK-AUD-PROGRAMA
           MOVE 'MOTBAJA ' TO LK-AUD-ARCHIVO
           MOVE SPACES TO LK-AUD-CLAVE
           MOVE WS-CODIGO TO LK-AUD-CLAVE(1:2)
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE MOTBAJA
           IF WS-FS-MOTB NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO: ' WS-FS-MOTB
           END-IF.



       END PROGRAM CREAMOTB.
