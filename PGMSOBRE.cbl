      ******************************************************************
      * Author:
      * Date:
      * Purpose: Informe de sobreedad por curso para el relevamiento
      *          del ministerio - para cada alumno activo con curso
      *          compara la edad cumplida al 30 de junio del anio
      *          pedido (ALU-FECHA-NAC) con la edad teorica de su
      *          anio de cursada (decena del curso; la edad teorica
      *          de 1er anio sale de la clave EDAD-1ANIO de PARAMGEN
      *          y suma uno por anio). Lista el detalle por curso y
      *          totaliza alumnos en edad, con 1 anio y con 2 o mas
      *          anios de sobreedad, y los que no tienen fecha de
      *          nacimiento cargada. El listado queda en el catalogo
      *          de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSOBRE.

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
           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT CURSOS         ASSIGN TO "DDCUR"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-CUR
                                      FILE STATUS IS WS-FS-CUR.

           SELECT LISTADO        ASSIGN TO "DDSOBLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD ALUMNOS.
           COPY REGALUM.

       FD CURSOS.
           COPY REGCURSO.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-CUR       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-RRN-CUR      PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-ANIO-RPT     PIC 9(04).
       01  WS-EDAD-1ANIO   PIC 9(02) VALUE 12.
       01  WS-ANIO-CURSADA PIC 9(02).
       01  WS-EDAD-TEORICA PIC 9(02).

       01  WS-FECHA-NAC    PIC 9(08).
       01  WS-FECHA-NAC-R REDEFINES WS-FECHA-NAC.
           05 WS-NAC-ANIO    PIC 9(04).
           05 WS-NAC-MMDD    PIC 9(04).

      *ALUMNOS ACTIVOS CON CURSO, EN ORDEN DE LEGAJO; EL LISTADO
      *RECORRE LA TABLA UNA VEZ POR CURSO.
       01  WS-SOB-CANT     PIC 9(04) VALUE 0.
       01  WS-IDX-SOB      PIC 9(04).
       01  TABLA-ALUMNOS.
           05 SOB-ENTRADA OCCURS 9999 TIMES.
              10 SOB-NRO-ALU    PIC 9(04).
              10 SOB-NOMBRE     PIC X(23).
              10 SOB-CURSO      PIC 9(02).
              10 SOB-FECHA-NAC  PIC 9(08).
              10 SOB-EDAD       PIC 9(02).
              10 SOB-DIFERENCIA PIC S9(02).

       01  WS-IDX-CUR      PIC 9(03).
       01  TABLA-CURSOS.
           05 TAB-CUR-CANT OCCURS 99 TIMES PIC 9(04).

      *ACUMULADORES DEL CURSO Y DEL ESTABLECIMIENTO.
       01  WS-CUR-ALUMNOS  PIC 9(04).
       01  WS-CUR-EN-EDAD  PIC 9(04).
       01  WS-CUR-SOB-1    PIC 9(04).
       01  WS-CUR-SOB-2    PIC 9(04).
       01  WS-CUR-SIN-NAC  PIC 9(04).
       01  WS-TOT-ALUMNOS  PIC 9(05) VALUE 0.
       01  WS-TOT-EN-EDAD  PIC 9(05) VALUE 0.
       01  WS-TOT-SOB-1    PIC 9(05) VALUE 0.
       01  WS-TOT-SOB-2    PIC 9(05) VALUE 0.
       01  WS-TOT-SIN-NAC  PIC 9(05) VALUE 0.
       01  WS-CON-FECHA    PIC 9(05).
       01  WS-PORCENTAJE   PIC 9(03)V9(01).

       01  WP-CANT         PIC ZZZZ9.
       01  WP-CANT2        PIC ZZZZ9.
       01  WP-CANT3        PIC ZZZZ9.
       01  WP-CANT4        PIC ZZZZ9.
       01  WP-CANT5        PIC ZZZZ9.
       01  WP-EDAD         PIC Z9.
       01  WP-DIFERENCIA   PIC -9.
       01  WP-PORCENTAJE   PIC ZZ9,9.
       01  WS-MARCA        PIC X(20).

      *********COMUNICACION ******************

       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKREPCA.

       01  WS-RUTPAR PIC X(08)  VALUE 'RUTPARAM'.

       COPY LKPARAM.

      ********VARIABLES DE IMPRESION *************

       01  WS-LINEA-REP    PIC X(132).

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

      ****************************************************
      ****************************************************
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           IF NOT WS-FIN-PROCESO
               PERFORM 2000-CARGA-ALUMNOS
               PERFORM 3000-LISTADO
               PERFORM 4000-TOTALES
           END-IF

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

           DISPLAY 'INFORME DE SOBREEDAD'
           DISPLAY 'ANIO LECTIVO (AAAA, 0000 = ANIO ACTUAL): '
           ACCEPT WS-ANIO-RPT
           IF WS-ANIO-RPT = 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-RPT
           END-IF

      *EDAD TEORICA DE 1ER ANIO DESDE PARAMGEN (CREAPARA); SIN LA
      *CLAVE CARGADA SE PIDE POR PANTALLA.
           MOVE 1 TO LK-OPCION-PAR
           MOVE 'EDAD-1ANIO  ' TO LK-PAR-CLAVE
           CALL WS-RUTPAR USING LK-COM-PARAMETRO
           IF LK-RESULTADO-PAR = 10
               MOVE LK-PAR-VALOR TO WS-EDAD-1ANIO
               DISPLAY 'PARAMETRO EDAD-1ANIO: ' WS-EDAD-1ANIO
           ELSE
               DISPLAY 'INGRESE EDAD TEORICA DE 1ER ANIO AL 30/06'
                       ' (99): '
               ACCEPT WS-EDAD-1ANIO
           END-IF

           IF WS-EDAD-1ANIO = 0
               DISPLAY '   EDAD TEORICA INVALIDA.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN INPUT ALUMNOS
               IF WS-FS-ALU NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN INPUT CURSOS
               IF WS-FS-CUR NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUR
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN OUTPUT LISTADO
               IF WS-FS-LST NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LST
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               INITIALIZE TABLA-CURSOS

               MOVE SPACES TO WS-LINEA-REP
               STRING 'SOBREEDAD POR CURSO - EDAD AL 30/06/'
                      WS-ANIO-RPT
                      '  EDAD TEORICA DE 1ER ANIO: ' WS-EDAD-1ANIO
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMSOBRE' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

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
      *    ALUMNOS ACTIVOS CON CURSO      *
      *************************************

       2000-CARGA-ALUMNOS.

           MOVE 0 TO ALU-NRO-ALU
           START ALUMNOS KEY IS GREATER THAN ALU-NRO-ALU
               INVALID KEY
                   SET WS-SCAN-FIN TO TRUE
               NOT INVALID KEY
                   SET WS-SCAN-SIGUE TO TRUE
           END-START

           PERFORM 2100-UN-ALUMNO UNTIL WS-SCAN-FIN.

       2100-UN-ALUMNO.

           READ ALUMNOS NEXT
           IF WS-FS-ALU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ALU-ACTIVO
                  AND ALU-CURSO >= 1 AND ALU-CURSO <= 99
                  AND WS-SOB-CANT < 9999
                   ADD 1 TO WS-SOB-CANT
                   MOVE WS-SOB-CANT TO WS-IDX-SOB
                   MOVE ALU-NRO-ALU TO SOB-NRO-ALU(WS-IDX-SOB)
                   MOVE ALU-NOMBRE  TO SOB-NOMBRE(WS-IDX-SOB)
                   MOVE ALU-CURSO   TO SOB-CURSO(WS-IDX-SOB)
                   ADD 1 TO TAB-CUR-CANT(ALU-CURSO)
                   PERFORM 2200-CALCULA-EDAD
               END-IF
           END-IF.

       2200-CALCULA-EDAD.

           MOVE 0 TO SOB-EDAD(WS-IDX-SOB)
           MOVE 0 TO SOB-DIFERENCIA(WS-IDX-SOB)

           IF ALU-FECHA-NAC IS NUMERIC
               MOVE ALU-FECHA-NAC TO WS-FECHA-NAC
           ELSE
               MOVE 0 TO WS-FECHA-NAC
           END-IF
           MOVE WS-FECHA-NAC TO SOB-FECHA-NAC(WS-IDX-SOB)

           IF WS-FECHA-NAC NOT EQUAL 0
              AND WS-NAC-ANIO < WS-ANIO-RPT
      *EDAD CUMPLIDA AL 30 DE JUNIO DEL ANIO LECTIVO.
               COMPUTE SOB-EDAD(WS-IDX-SOB) =
                       WS-ANIO-RPT - WS-NAC-ANIO
               IF WS-NAC-MMDD > 0630
                   SUBTRACT 1 FROM SOB-EDAD(WS-IDX-SOB)
               END-IF

      *ANIO DE CURSADA = DECENA DEL CURSO (32 = 3RO B); LOS CURSOS
      *01 A 09 SON DE 1ER ANIO.
               COMPUTE WS-ANIO-CURSADA = ALU-CURSO / 10
               IF WS-ANIO-CURSADA = 0
                   MOVE 1 TO WS-ANIO-CURSADA
               END-IF
               COMPUTE WS-EDAD-TEORICA = WS-EDAD-1ANIO
                                       + WS-ANIO-CURSADA - 1
               COMPUTE SOB-DIFERENCIA(WS-IDX-SOB) =
                       SOB-EDAD(WS-IDX-SOB) - WS-EDAD-TEORICA
           ELSE
               MOVE 0 TO SOB-FECHA-NAC(WS-IDX-SOB)
           END-IF.

      *************************************
      *    DETALLE Y SUBTOTAL POR CURSO   *
      *************************************

       3000-LISTADO.

           IF WS-SOB-CANT = 0
               MOVE 'SIN ALUMNOS ACTIVOS CON CURSO ASIGNADO.'
                    TO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF

           PERFORM VARYING WS-IDX-CUR FROM 1 BY 1
                   UNTIL WS-IDX-CUR > 99
               IF TAB-CUR-CANT(WS-IDX-CUR) > 0
                   PERFORM 3100-UN-CURSO
               END-IF
           END-PERFORM.

       3100-UN-CURSO.

           MOVE WS-IDX-CUR TO WS-RRN-CUR
           READ CURSOS
               INVALID KEY
                   MOVE 'CURSO ?   ' TO CUR-DESCRIPCION
           END-READ

           COMPUTE WS-ANIO-CURSADA = WS-IDX-CUR / 10
           IF WS-ANIO-CURSADA = 0
               MOVE 1 TO WS-ANIO-CURSADA
           END-IF
           COMPUTE WS-EDAD-TEORICA = WS-EDAD-1ANIO
                                   + WS-ANIO-CURSADA - 1

           MOVE WS-EDAD-TEORICA TO WP-EDAD
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CURSO ' WS-RRN-CUR ' ' CUR-DESCRIPCION
                  '  ANIO DE CURSADA: ' WS-ANIO-CURSADA
                  '  EDAD TEORICA: ' WP-EDAD
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE 0 TO WS-CUR-ALUMNOS
           MOVE 0 TO WS-CUR-EN-EDAD
           MOVE 0 TO WS-CUR-SOB-1
           MOVE 0 TO WS-CUR-SOB-2
           MOVE 0 TO WS-CUR-SIN-NAC

           PERFORM VARYING WS-IDX-SOB FROM 1 BY 1
                   UNTIL WS-IDX-SOB > WS-SOB-CANT
               IF SOB-CURSO(WS-IDX-SOB) = WS-IDX-CUR
                   PERFORM 3200-UN-ALUMNO
               END-IF
           END-PERFORM

           PERFORM 3300-SUBTOTAL.

       3200-UN-ALUMNO.

           ADD 1 TO WS-CUR-ALUMNOS
           MOVE SPACES TO WS-LINEA-REP

           IF SOB-FECHA-NAC(WS-IDX-SOB) = 0
               ADD 1 TO WS-CUR-SIN-NAC
               STRING '   ' SOB-NRO-ALU(WS-IDX-SOB)
                      ' ' SOB-NOMBRE(WS-IDX-SOB)
                      '  SIN FECHA DE NACIMIENTO (COMPLETAR EN'
                      ' CREAALUM)'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               EVALUATE TRUE
                   WHEN SOB-DIFERENCIA(WS-IDX-SOB) >= 2
                       ADD 1 TO WS-CUR-SOB-2
                       MOVE 'SOBREEDAD 2 O MAS' TO WS-MARCA
                   WHEN SOB-DIFERENCIA(WS-IDX-SOB) = 1
                       ADD 1 TO WS-CUR-SOB-1
                       MOVE 'SOBREEDAD 1 ANIO' TO WS-MARCA
                   WHEN OTHER
                       ADD 1 TO WS-CUR-EN-EDAD
                       MOVE SPACES TO WS-MARCA
               END-EVALUATE

               MOVE SOB-FECHA-NAC(WS-IDX-SOB) TO WS-FECHA-NAC
               MOVE SOB-EDAD(WS-IDX-SOB) TO WP-EDAD
               MOVE SOB-DIFERENCIA(WS-IDX-SOB) TO WP-DIFERENCIA
               STRING '   ' SOB-NRO-ALU(WS-IDX-SOB)
                      ' ' SOB-NOMBRE(WS-IDX-SOB)
                      '  NACIMIENTO: ' WS-FECHA-NAC(7:2) '/'
                      WS-FECHA-NAC(5:2) '/' WS-FECHA-NAC(1:4)
                      '  EDAD: ' WP-EDAD
                      '  DIF: ' WP-DIFERENCIA
                      '  ' WS-MARCA
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF

           PERFORM 9100-ESCRIBIR-LISTADO.

       3300-SUBTOTAL.

           MOVE WS-CUR-ALUMNOS TO WP-CANT
           MOVE WS-CUR-EN-EDAD TO WP-CANT2
           MOVE WS-CUR-SOB-1   TO WP-CANT3
           MOVE WS-CUR-SOB-2   TO WP-CANT4
           MOVE WS-CUR-SIN-NAC TO WP-CANT5
           MOVE SPACES TO WS-LINEA-REP
           STRING '   ALUMNOS: ' WP-CANT
                  '  EN EDAD: ' WP-CANT2
                  '  SOBREEDAD 1: ' WP-CANT3
                  '  SOBREEDAD 2 O MAS: ' WP-CANT4
                  '  SIN FECHA: ' WP-CANT5
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           ADD WS-CUR-ALUMNOS TO WS-TOT-ALUMNOS
           ADD WS-CUR-EN-EDAD TO WS-TOT-EN-EDAD
           ADD WS-CUR-SOB-1   TO WS-TOT-SOB-1
           ADD WS-CUR-SOB-2   TO WS-TOT-SOB-2
           ADD WS-CUR-SIN-NAC TO WS-TOT-SIN-NAC.

      *************************************
      *    TOTALES DEL ESTABLECIMIENTO    *
      *************************************

       4000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-TOT-ALUMNOS TO WP-CANT
           MOVE WS-TOT-EN-EDAD TO WP-CANT2
           MOVE WS-TOT-SOB-1   TO WP-CANT3
           MOVE WS-TOT-SOB-2   TO WP-CANT4
           MOVE WS-TOT-SIN-NAC TO WP-CANT5
           MOVE SPACES TO WS-LINEA-REP
           STRING 'TOTAL ALUMNOS: ' WP-CANT
                  '  EN EDAD: ' WP-CANT2
                  '  SOBREEDAD 1: ' WP-CANT3
                  '  SOBREEDAD 2 O MAS: ' WP-CANT4
                  '  SIN FECHA: ' WP-CANT5
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

      *TASA DE SOBREEDAD (2 O MAS ANIOS) SOBRE LOS ALUMNOS CON
      *FECHA DE NACIMIENTO CARGADA.
           COMPUTE WS-CON-FECHA = WS-TOT-ALUMNOS - WS-TOT-SIN-NAC
           IF WS-CON-FECHA > 0
               COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-TOT-SOB-2 * 100 / WS-CON-FECHA
           ELSE
               MOVE 0 TO WS-PORCENTAJE
           END-IF
           MOVE WS-PORCENTAJE TO WP-PORCENTAJE
           MOVE SPACES TO WS-LINEA-REP
           STRING 'TASA DE SOBREEDAD (2 O MAS ANIOS): ' WP-PORCENTAJE
                  '% DE LOS ALUMNOS CON FECHA DE NACIMIENTO'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      ******ESCRIBE UNA LINEA EN EL LISTADO SPOOLEADO*****

       9100-ESCRIBIR-LISTADO.

           WRITE REG-LISTADO FROM WS-LINEA-REP
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE LISTADO: ' WS-FS-LST
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
           END-IF.

           CLOSE CURSOS
           IF WS-FS-CUR NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO CURSOS: ' WS-FS-CUR
           END-IF.

           CLOSE LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMSOBRE' TO LK-RPC-PROGRAMA
               MOVE WS-ANIO-RPT TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'EDAD 1ER ANIO ' WS-EDAD-1ANIO
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDSOBLST' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMSOBRE.
