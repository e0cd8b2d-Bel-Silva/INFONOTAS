      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de ARANCELES.dat (alta/cambio/baja/
      *          listado) - cuota mensual por curso y anio lectivo
      *          que aplica la facturacion mensual (PGMCUOTA). Antes
      *          los aranceles vivian en una planilla aparte de la
      *          administracion. Reservado a nivel supervisor o
      *          superior. El curso se valida contra CURSOS.dat y
      *          todo cambio queda en la auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREAARAN.

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
           SELECT ARANCELES      ASSIGN TO "DDARAN"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ARA.

           SELECT ARANTMP        ASSIGN TO "DDARATMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-TMP.

           SELECT CURSOS         ASSIGN TO "DDCUR"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-CUR
                                      FILE STATUS IS WS-FS-CUR.

       DATA DIVISION.
       FILE SECTION.
       FD ARANCELES.
           COPY REGARAN.

       FD ARANTMP.
           COPY REGARAN REPLACING ==REG-ARANCEL== BY
                         ==REG-ARANTMP==
                         LEADING ==ARA-== BY ==TMP-==.

       FD CURSOS.
           COPY REGCURSO.

       WORKING-STORAGE SECTION.

       01  WS-FS-ARA       PIC X(02).
       01  WS-FS-TMP       PIC X(02).
       01  WS-FS-CUR       PIC X(02).

       01  WS-RRN-CUR      PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-OPCION        PIC 9.
             88 WS-OP-ALTA        VALUE 1.
             88 WS-OP-CAMBIO      VALUE 2.
             88 WS-OP-BAJA        VALUE 3.
             88 WS-OP-LISTAR      VALUE 5.
             88 WS-OP-SALIR       VALUE 9.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-BUSCA-ARA    PIC X.
             88 WS-ARA-EXISTE         VALUE 'T'.
             88 WS-ARA-NO-EXISTE      VALUE 'F'.

       01  WS-VALIDA-CURSO PIC X.
             88 WS-CURSO-VALIDO       VALUE 'T'.
             88 WS-CURSO-INVALIDO     VALUE 'F'.

       01  WS-CURSO         PIC 9(02).
       01  WS-ANIO          PIC 9(04).
       01  WS-IMPORTE       PIC 9(06)V9(02).

       01  WS-CANT-LISTADA  PIC 9(03) VALUE 0.
       01  WP-CANT          PIC ZZ9.
       01  WP-IMPORTE       PIC ZZZ.ZZ9,99.

       01  WS-RUTAUD        PIC X(08) VALUE 'RUTAUDIT'.
       01  WS-IMAGEN-ANT    PIC X(40).

       COPY LKAUDIT.

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTSES        PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

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

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO AND WS-NIVEL-OPE < 2
               DISPLAY 'ARANCELES SOLO PARA NIVEL SUPERVISOR O'
                       ' SUPERIOR.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

      *SI EL ARCHIVO NO EXISTE TODAVIA SE CREA VACIO, IGUAL QUE
      *HACE CREAPARA CON PARAMGEN.dat.
           IF NOT WS-FIN-PROCESO
               OPEN INPUT ARANCELES
               IF WS-FS-ARA EQUAL '05' OR '35'
                   OPEN OUTPUT ARANCELES
                   CLOSE ARANCELES
                   OPEN INPUT ARANCELES
               END-IF

               IF WS-FS-ARA IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ARA
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   CLOSE ARANCELES
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN INPUT CURSOS
               IF WS-FS-CUR EQUAL '05' OR '35'
                   OPEN OUTPUT CURSOS
                   CLOSE CURSOS
                   OPEN INPUT CURSOS
               END-IF

               IF WS-FS-CUR IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUR
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CREAARAN' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'CURSOS  ' TO LK-VER-ARCHIVO
           MOVE VLY-CURSOS TO LK-VER-VERSION
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
           DISPLAY 'MANTENIMIENTO DE ARANCELES POR CURSO'
           DISPLAY '1-ALTA  2-CAMBIO  3-BAJA  5-LISTAR  9-FIN'
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN WS-OP-ALTA
                   PERFORM 2100-ALTA
               WHEN WS-OP-CAMBIO
                   PERFORM 2200-CAMBIO
               WHEN WS-OP-BAJA
                   PERFORM 2300-BAJA
               WHEN WS-OP-LISTAR
                   PERFORM 2400-LISTAR
               WHEN WS-OP-SALIR
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      *************************************
      *    ALTA DE ARANCEL                *
      *************************************

       2100-ALTA.

           DISPLAY 'CURSO (99): '
           ACCEPT WS-CURSO
           DISPLAY 'ANIO LECTIVO (AAAA): '
           ACCEPT WS-ANIO
           DISPLAY 'CUOTA MENSUAL (99999999, EJ 00850000 = 8500,00): '
           ACCEPT WS-IMPORTE

           PERFORM 2500-VALIDA-CURSO
           PERFORM 2700-BUSCA-ARANCEL

           EVALUATE TRUE
               WHEN WS-CURSO-INVALIDO
                   DISPLAY 'CURSO INEXISTENTE O EN BAJA. ALTA'
                           ' RECHAZADA.'
               WHEN WS-ANIO < 2000
                   DISPLAY 'ANIO INVALIDO. ALTA RECHAZADA.'
               WHEN WS-IMPORTE = 0
                   DISPLAY 'CUOTA EN CERO. ALTA RECHAZADA.'
               WHEN WS-ARA-EXISTE
                   DISPLAY 'YA HAY ARANCEL PARA ESE CURSO Y ANIO.'
                           ' USE CAMBIO.'
               WHEN OTHER
                   PERFORM 2800-GRABAR
           END-EVALUATE.

      *************************************
      *    CAMBIO DE CUOTA (VIA TEMPORAL) *
      *************************************
      *LOS CARGOS YA FACTURADOS EN CUOTAS.dat NO SE TOCAN: EL NUEVO
      *IMPORTE RIGE DESDE LA PROXIMA FACTURACION MENSUAL.

       2200-CAMBIO.

           DISPLAY 'CURSO A MODIFICAR (99): '
           ACCEPT WS-CURSO
           DISPLAY 'ANIO LECTIVO (AAAA): '
           ACCEPT WS-ANIO
           DISPLAY 'NUEVA CUOTA MENSUAL (99999999): '
           ACCEPT WS-IMPORTE

           IF WS-IMPORTE = 0
               DISPLAY 'CUOTA EN CERO. USE BAJA.'
           ELSE
               SET WS-ARA-NO-EXISTE TO TRUE

               OPEN INPUT ARANCELES
               OPEN OUTPUT ARANTMP

               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2250-COPIA-CAMBIANDO UNTIL WS-SCAN-FIN

               CLOSE ARANCELES
               CLOSE ARANTMP

               IF WS-ARA-NO-EXISTE
                   DISPLAY 'NO HAY ARANCEL ACTIVO PARA ESE CURSO Y'
                           ' ANIO.'
               ELSE
                   PERFORM 2600-COPIA-DE-VUELTA
                   DISPLAY 'ARANCEL MODIFICADO.'
               END-IF
           END-IF.

       2250-COPIA-CAMBIANDO.

           READ ARANCELES
           IF WS-FS-ARA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ARA-NRO-CURSO = WS-CURSO AND ARA-ANIO = WS-ANIO
                  AND ARA-ACTIVO
                   MOVE REG-ARANCEL TO WS-IMAGEN-ANT
                   MOVE WS-IMPORTE TO ARA-IMPORTE
                   SET WS-ARA-EXISTE TO TRUE
                   MOVE 'C' TO LK-AUD-OPERACION
                   MOVE WS-IMAGEN-ANT  TO LK-AUD-IMAGEN-ANT
                   MOVE REG-ARANCEL    TO LK-AUD-IMAGEN-NVA
                   PERFORM 2900-AUDITORIA
               END-IF
               MOVE REG-ARANCEL TO REG-ARANTMP
               WRITE REG-ARANTMP
               IF WS-FS-TMP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-TMP
               END-IF
           END-IF.

      *************************************
      *    BAJA (LOGICA) VIA TEMPORAL     *
      *************************************

       2300-BAJA.

           DISPLAY 'CURSO A DAR DE BAJA (99): '
           ACCEPT WS-CURSO
           DISPLAY 'ANIO LECTIVO (AAAA): '
           ACCEPT WS-ANIO

           SET WS-ARA-NO-EXISTE TO TRUE

           OPEN INPUT ARANCELES
           OPEN OUTPUT ARANTMP

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2350-COPIA-MARCANDO UNTIL WS-SCAN-FIN

           CLOSE ARANCELES
           CLOSE ARANTMP

           IF WS-ARA-NO-EXISTE
               DISPLAY 'NO HAY ARANCEL ACTIVO PARA ESE CURSO Y ANIO.'
           ELSE
               PERFORM 2600-COPIA-DE-VUELTA
               DISPLAY 'ARANCEL DADO DE BAJA.'
           END-IF.

       2350-COPIA-MARCANDO.

           READ ARANCELES
           IF WS-FS-ARA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ARA-NRO-CURSO = WS-CURSO AND ARA-ANIO = WS-ANIO
                  AND ARA-ACTIVO
                   MOVE REG-ARANCEL TO WS-IMAGEN-ANT
                   SET ARA-BAJA TO TRUE
                   SET WS-ARA-EXISTE TO TRUE
                   MOVE 'B' TO LK-AUD-OPERACION
                   MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
                   MOVE REG-ARANCEL   TO LK-AUD-IMAGEN-NVA
                   PERFORM 2900-AUDITORIA
               END-IF
               MOVE REG-ARANCEL TO REG-ARANTMP
               WRITE REG-ARANTMP
               IF WS-FS-TMP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-TMP
               END-IF
           END-IF.

      *************************************
      *    LISTADO DE ARANCELES DEL ANIO  *
      *************************************

       2400-LISTAR.

           DISPLAY 'ANIO LECTIVO A LISTAR (AAAA): '
           ACCEPT WS-ANIO

           MOVE 0 TO WS-CANT-LISTADA

           OPEN INPUT ARANCELES
           IF WS-FS-ARA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ARA
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2450-LISTA-UNO UNTIL WS-SCAN-FIN
               CLOSE ARANCELES
           END-IF

           MOVE WS-CANT-LISTADA TO WP-CANT
           DISPLAY 'ARANCELES VIGENTES: ' WP-CANT.

       2450-LISTA-UNO.

           READ ARANCELES
           IF WS-FS-ARA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ARA-ACTIVO AND ARA-ANIO = WS-ANIO
                   ADD 1 TO WS-CANT-LISTADA
                   MOVE ARA-NRO-CURSO TO WS-RRN-CUR
                   READ CURSOS
                       INVALID KEY
                           MOVE SPACES TO CUR-DESCRIPCION
                   END-READ
                   MOVE ARA-IMPORTE TO WP-IMPORTE
                   DISPLAY 'CURSO ' ARA-NRO-CURSO '  '
                           CUR-DESCRIPCION '  CUOTA ' WP-IMPORTE
               END-IF
           END-IF.

      *************************************
      *    VALIDA QUE EL CURSO EXISTA     *
      *    Y ESTE ACTIVO                  *
      *************************************

       2500-VALIDA-CURSO.

           SET WS-CURSO-VALIDO TO TRUE

           IF WS-CURSO = 0
               SET WS-CURSO-INVALIDO TO TRUE
           ELSE
               MOVE WS-CURSO TO WS-RRN-CUR
               READ CURSOS
                   INVALID KEY
                       SET WS-CURSO-INVALIDO TO TRUE
                   NOT INVALID KEY
                       IF CUR-BAJA
                           SET WS-CURSO-INVALIDO TO TRUE
                       END-IF
               END-READ
           END-IF.

      *************************************
      *    BUSCA ARANCEL ACTIVO           *
      *************************************

       2700-BUSCA-ARANCEL.

           SET WS-ARA-NO-EXISTE TO TRUE

           OPEN INPUT ARANCELES
           IF WS-FS-ARA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ARA
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2750-SCAN-ARANCELES UNTIL WS-SCAN-FIN
               CLOSE ARANCELES
           END-IF.

       2750-SCAN-ARANCELES.

           READ ARANCELES
           IF WS-FS-ARA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ARA-NRO-CURSO = WS-CURSO AND ARA-ANIO = WS-ANIO
                  AND ARA-ACTIVO
                   SET WS-ARA-EXISTE TO TRUE
                   SET WS-SCAN-FIN TO TRUE
               END-IF
           END-IF.

      *************************************
      *    REGRABA DESDE EL TEMPORAL      *
      *************************************

       2600-COPIA-DE-VUELTA.

           OPEN INPUT ARANTMP
           OPEN OUTPUT ARANCELES

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2650-COPIA-VUELTA UNTIL WS-SCAN-FIN

           CLOSE ARANCELES
           CLOSE ARANTMP.

       2650-COPIA-VUELTA.

           READ ARANTMP
           IF WS-FS-TMP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE REG-ARANTMP TO REG-ARANCEL
               WRITE REG-ARANCEL
               IF WS-FS-ARA IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-ARA
               END-IF
           END-IF.

      *************************************
      *    GRABA EL ARANCEL               *
      *************************************

       2800-GRABAR.

           OPEN EXTEND ARANCELES
           IF WS-FS-ARA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ARA
           ELSE
               MOVE WS-CURSO   TO ARA-NRO-CURSO
               MOVE WS-ANIO    TO ARA-ANIO
               MOVE WS-IMPORTE TO ARA-IMPORTE
               SET ARA-ACTIVO  TO TRUE

               WRITE REG-ARANCEL
               IF WS-FS-ARA IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-ARA
               ELSE
                   DISPLAY 'ARANCEL DADO DE ALTA.'
                   MOVE 'A'    TO LK-AUD-OPERACION
                   MOVE SPACES TO LK-AUD-IMAGEN-ANT
                   MOVE REG-ARANCEL TO LK-AUD-IMAGEN-NVA
                   PERFORM 2900-AUDITORIA
               END-IF

               CLOSE ARANCELES
           END-IF.

      *************************************
      *    GRABA MOVIMIENTO DE AUDITORIA  *
      *************************************

       2900-AUDITORIA.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'CREAARAN' TO LK-AUD-PROGRAMA
           MOVE 'ARANCEL ' TO LK-AUD-ARCHIVO
           MOVE SPACES TO LK-AUD-CLAVE
           MOVE WS-CURSO TO LK-AUD-CLAVE(1:2)
           MOVE WS-ANIO  TO LK-AUD-CLAVE(3:4)
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE CURSOS
           IF WS-FS-CUR NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO CURSOS: ' WS-FS-CUR
           END-IF.



       END PROGRAM CREAARAN.
