      ******************************************************************
      * Author:
      * Date:
      * Purpose: Listado de reclamos de nota (RECLAMOS.dat) - primera
      *          parte: casos en curso (presentados, en revision y
      *          aceptados sin la correccion cargada en CORRNOTA)
      *          ordenados del mas antiguo al mas reciente, con los
      *          dias transcurridos desde la presentacion y el total
      *          por tramo de antiguedad. Segunda parte: resumen del
      *          anio pedido por materia y por docente con reclamos
      *          presentados, aceptados, rechazados, en curso y dias
      *          promedio hasta la resolucion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRECLA.

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
           SELECT RECLAMOS       ASSIGN TO "DDRECL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-REC.

           SELECT RECLORD        ASSIGN TO "DDRECORD"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ORD.

           SELECT SORT-RECL      ASSIGN TO "DDSRTWK".

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT MATERIAS       ASSIGN TO "DDMAT"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-MATE
                                      FILE STATUS IS WS-FS-MATE.

           SELECT DOCENTES       ASSIGN TO "DDDOC"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-DOC
                                      FILE STATUS IS WS-FS-DOC.

           SELECT LISTADO        ASSIGN TO "DDRCLLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD RECLAMOS.
           COPY REGRECL.

       FD RECLORD.
           COPY REGRECL REPLACING ==REG-RECLAMO== BY ==REG-RECLORD==
                         LEADING ==REC-== BY ==ORD-==.

       SD SORT-RECL.
           COPY REGRECL REPLACING ==REG-RECLAMO== BY ==SD-REG-RECL==
                         LEADING ==REC-== BY ==SD-REC-==.

       FD ALUMNOS.
           COPY REGALUM.

       FD MATERIAS.
           COPY REGMATE.

       FD DOCENTES.
           COPY REGDOCE.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-REC       PIC X(02).
       01  WS-FS-ORD       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-MATE      PIC X(02).
       01  WS-FS-DOC       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-RRN-MATE     PIC 9(02).
       01  WS-RRN-DOC      PIC 9(03).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-ANIO-RPT     PIC 9(04).
       01  WS-HOY          PIC 9(08).
       01  WS-INT-HOY      PIC 9(07).
       01  WS-DIAS         PIC 9(05).
       01  WS-IDX          PIC 9(03).

      *TRAMOS DE ANTIGUEDAD DE LOS CASOS EN CURSO.
       01  WS-CANT-EN-CURSO PIC 9(05) VALUE 0.
       01  WS-TRAMO-1      PIC 9(05) VALUE 0.
       01  WS-TRAMO-2      PIC 9(05) VALUE 0.
       01  WS-TRAMO-3      PIC 9(05) VALUE 0.
       01  WS-TRAMO-4      PIC 9(05) VALUE 0.

      *RESUMEN DEL ANIO POR MATERIA Y POR DOCENTE.
       01  TABLA-MATERIAS.
           05 RMA-FILA OCCURS 99 TIMES.
               10 RMA-PRESENT      PIC 9(04).
               10 RMA-ACEPTA       PIC 9(04).
               10 RMA-RECHAZA      PIC 9(04).
               10 RMA-EN-CURSO     PIC 9(04).
               10 RMA-DIAS-RESOL   PIC 9(07).
       01  TABLA-DOCENTES.
           05 RDO-FILA OCCURS 999 TIMES.
               10 RDO-PRESENT      PIC 9(04).
               10 RDO-ACEPTA       PIC 9(04).
               10 RDO-RECHAZA      PIC 9(04).
               10 RDO-EN-CURSO     PIC 9(04).
               10 RDO-DIAS-RESOL   PIC 9(07).
       01  WS-SIN-DOCENTE.
           05 RSD-PRESENT      PIC 9(04) VALUE 0.
           05 RSD-ACEPTA       PIC 9(04) VALUE 0.
           05 RSD-RECHAZA      PIC 9(04) VALUE 0.
           05 RSD-EN-CURSO     PIC 9(04) VALUE 0.
           05 RSD-DIAS-RESOL   PIC 9(07) VALUE 0.
       01  WS-CANT-ANIO    PIC 9(05) VALUE 0.

      *FILA EN IMPRESION (MATERIA, DOCENTE O SIN DOCENTE).
       01  WS-FILA.
           05 FIL-PRESENT      PIC 9(04).
           05 FIL-ACEPTA       PIC 9(04).
           05 FIL-RECHAZA      PIC 9(04).
           05 FIL-EN-CURSO     PIC 9(04).
           05 FIL-DIAS-RESOL   PIC 9(07).
       01  WS-FILA-DESC    PIC X(25).
       01  WS-RESUELTOS    PIC 9(04).
       01  WS-PROM-DIAS    PIC 9(04)V9(01).

       01  WS-ESTADO-LIT   PIC X(18).

       01  WP-NRO          PIC ZZZZZ9.
       01  WP-DIAS         PIC ZZZZ9.
       01  WP-NOTA         PIC Z9,9.
       01  WP-CANT         PIC ZZZ9.
       01  WP-CANT-1       PIC ZZZ9.
       01  WP-CANT-2       PIC ZZZ9.
       01  WP-CANT-3       PIC ZZZ9.
       01  WP-PROM-DIAS    PIC ZZZ9,9.

      *********COMUNICACION ******************

       01  WS-RUTIF  PIC X(08)  VALUE 'RUTIFECH'.
       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKREPCA.

       01  LK-AREA.
           05 LK-ENTRADA.
              10 LK-MES   PIC 9(02).
              10 LK-LIT   PIC X   VALUE '/'.
              10 LK-ANIO  PIC 9(04).
           05 LK-SALIDA.
              10 FORMATO-1     PIC X(07).
              10 LK-RETORNO    PIC X(20).
              10 LK-CONTROL    PIC 9(02).

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
               PERFORM 2000-EN-CURSO
               PERFORM 3000-RESUMEN-ANIO
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

           DISPLAY 'LISTADO DE RECLAMOS DE NOTA'
           DISPLAY 'ANIO DEL RESUMEN (AAAA): '
           ACCEPT WS-ANIO-RPT

           MOVE 01          TO LK-MES
           MOVE WS-ANIO-RPT TO LK-ANIO
           CALL WS-RUTIF USING LK-AREA
           IF LK-CONTROL NOT EQUAL 10
               DISPLAY '   ANIO INVALIDO.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
           COMPUTE WS-INT-HOY = FUNCTION INTEGER-OF-DATE(WS-HOY)

           IF NOT WS-FIN-PROCESO
               OPEN INPUT RECLAMOS
               IF WS-FS-REC EQUAL '05' OR '35'
                   OPEN OUTPUT RECLAMOS
                   CLOSE RECLAMOS
                   OPEN INPUT RECLAMOS
               END-IF
               IF WS-FS-REC NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-REC
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   CLOSE RECLAMOS
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               SORT SORT-RECL
                   ON ASCENDING KEY SD-REC-FECHA-PRES
                                    SD-REC-NRO
                   INPUT PROCEDURE IS 1100-SORT-ENTRADA
                   GIVING RECLORD

               OPEN INPUT RECLORD
               IF WS-FS-ORD NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ORD
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN INPUT ALUMNOS
               IF WS-FS-ALU NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN INPUT MATERIAS
               IF WS-FS-MATE NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MATE
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN INPUT DOCENTES
               IF WS-FS-DOC NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-DOC
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN OUTPUT LISTADO
               IF WS-FS-LST NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LST
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
           MOVE 'PGMRECLA' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    ENTRADA DEL SORT: SOLO LOS     *
      *    CASOS EN CURSO                 *
      *************************************

       1100-SORT-ENTRADA.

           OPEN INPUT RECLAMOS
           READ RECLAMOS
           PERFORM UNTIL WS-FS-REC NOT EQUAL '00'
               IF REC-ABIERTO
                  OR (REC-ACEPTADO AND NOT REC-CON-CORRECCION)
                   RELEASE SD-REG-RECL FROM REG-RECLAMO
               END-IF
               READ RECLAMOS
           END-PERFORM
           CLOSE RECLAMOS.

      *************************************
      *    PRIMERA PARTE: CASOS EN CURSO  *
      *    POR ANTIGUEDAD                 *
      *************************************

       2000-EN-CURSO.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE SPACES TO WS-LINEA-REP
           STRING 'RECLAMOS DE NOTA EN CURSO AL ' WS-HOY(7:2) '/'
                  WS-HOY(5:2) '/' WS-HOY(1:4)
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE SPACES TO WS-LINEA-REP
           STRING 'NRO    DIAS ALUMNO                  MAT ANIO MES T'
                  ' NOTA ESTADO             PRESENTADO POR'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2100-UN-CASO UNTIL WS-SCAN-FIN

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE WS-CANT-EN-CURSO TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CASOS EN CURSO: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE WS-TRAMO-1 TO WP-CANT
           MOVE WS-TRAMO-2 TO WP-CANT-1
           MOVE WS-TRAMO-3 TO WP-CANT-2
           MOVE WS-TRAMO-4 TO WP-CANT-3
           MOVE SPACES TO WS-LINEA-REP
           STRING 'HASTA 7 DIAS: ' WP-CANT
                  '   8 A 15: ' WP-CANT-1
                  '   16 A 30: ' WP-CANT-2
                  '   MAS DE 30: ' WP-CANT-3
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

       2100-UN-CASO.

           READ RECLORD
           IF WS-FS-ORD NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               ADD 1 TO WS-CANT-EN-CURSO
               COMPUTE WS-DIAS = WS-INT-HOY -
                       FUNCTION INTEGER-OF-DATE(ORD-FECHA-PRES)
               EVALUATE TRUE
                   WHEN WS-DIAS <= 7
                       ADD 1 TO WS-TRAMO-1
                   WHEN WS-DIAS <= 15
                       ADD 1 TO WS-TRAMO-2
                   WHEN WS-DIAS <= 30
                       ADD 1 TO WS-TRAMO-3
                   WHEN OTHER
                       ADD 1 TO WS-TRAMO-4
               END-EVALUATE

               MOVE ORD-NRO-ALU TO ALU-NRO-ALU
               READ ALUMNOS
                   INVALID KEY
                       MOVE 'ALUMNO ?' TO ALU-NOMBRE
               END-READ

               EVALUATE ORD-ESTADO
                   WHEN 'P'
                       MOVE 'PRESENTADO'         TO WS-ESTADO-LIT
                   WHEN 'R'
                       MOVE 'EN REVISION'        TO WS-ESTADO-LIT
                   WHEN OTHER
                       MOVE 'ACEPTADO S/CORREG.' TO WS-ESTADO-LIT
               END-EVALUATE

               MOVE ORD-NRO TO WP-NRO
               MOVE WS-DIAS TO WP-DIAS
               MOVE ORD-NOTA-RECL TO WP-NOTA
               MOVE SPACES TO WS-LINEA-REP
               STRING WP-NRO ' ' WP-DIAS ' ' ALU-NOMBRE ' '
                      ORD-NRO-MAT '  ' ORD-ANIO ' ' ORD-MES '  '
                      ORD-TIPO-EVAL ' ' WP-NOTA ' ' WS-ESTADO-LIT
                      ' ' ORD-PRESENTANTE
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *************************************
      *    SEGUNDA PARTE: RESUMEN DEL     *
      *    ANIO POR MATERIA Y DOCENTE     *
      *************************************

       3000-RESUMEN-ANIO.

           INITIALIZE TABLA-MATERIAS
           INITIALIZE TABLA-DOCENTES

           OPEN INPUT RECLAMOS
           IF WS-FS-REC NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-REC
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3100-ACUMULA UNTIL WS-SCAN-FIN
               CLOSE RECLAMOS
           END-IF

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE SPACES TO WS-LINEA-REP
           STRING 'RESUMEN DE RECLAMOS DEL ANIO ' WS-ANIO-RPT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           PERFORM 3200-TITULO-COLUMNAS
           MOVE SPACES TO WS-LINEA-REP
           MOVE 'POR MATERIA' TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 99
               IF RMA-PRESENT(WS-IDX) > 0
                   MOVE WS-IDX TO WS-RRN-MATE
                   READ MATERIAS
                       INVALID KEY
                           MOVE 'MATERIA ?' TO MAT-DESCRIPCION
                   END-READ
                   MOVE MAT-DESCRIPCION TO WS-FILA-DESC
                   MOVE RMA-FILA(WS-IDX) TO WS-FILA
                   PERFORM 3300-LINEA-RESUMEN
               END-IF
           END-PERFORM

           PERFORM 3200-TITULO-COLUMNAS
           MOVE SPACES TO WS-LINEA-REP
           MOVE 'POR DOCENTE' TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
               IF RDO-PRESENT(WS-IDX) > 0
                   MOVE WS-IDX TO WS-RRN-DOC
                   READ DOCENTES
                       INVALID KEY
                           MOVE 'DOCENTE ?' TO DOC-NOMBRE
                   END-READ
                   MOVE DOC-NOMBRE TO WS-FILA-DESC
                   MOVE RDO-FILA(WS-IDX) TO WS-FILA
                   PERFORM 3300-LINEA-RESUMEN
               END-IF
           END-PERFORM
           IF RSD-PRESENT > 0
               MOVE 'SIN DOCENTE ASIGNADO' TO WS-FILA-DESC
               MOVE WS-SIN-DOCENTE TO WS-FILA
               PERFORM 3300-LINEA-RESUMEN
           END-IF

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE WS-CANT-ANIO TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'RECLAMOS PRESENTADOS EN EL ANIO: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *SE TOMA EL ANIO DE LA NOTA RECLAMADA; LOS DIAS DE RESOLUCION
      *VAN DE LA PRESENTACION A LA ACEPTACION O EL RECHAZO.

       3100-ACUMULA.

           READ RECLAMOS
           IF WS-FS-REC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF REC-ANIO = WS-ANIO-RPT
                  AND REC-NRO-MAT >= 1 AND REC-NRO-MAT <= 99
                   ADD 1 TO WS-CANT-ANIO
                   MOVE 0 TO WS-DIAS
                   IF REC-FECHA-RESOL > 0
                       COMPUTE WS-DIAS =
                           FUNCTION INTEGER-OF-DATE(REC-FECHA-RESOL)
                         - FUNCTION INTEGER-OF-DATE(REC-FECHA-PRES)
                   END-IF
                   MOVE RMA-FILA(REC-NRO-MAT) TO WS-FILA
                   PERFORM 3150-SUMA-FILA
                   MOVE WS-FILA TO RMA-FILA(REC-NRO-MAT)
                   IF REC-NRO-DOC = 0
                       MOVE WS-SIN-DOCENTE TO WS-FILA
                       PERFORM 3150-SUMA-FILA
                       MOVE WS-FILA TO WS-SIN-DOCENTE
                   ELSE
                       MOVE RDO-FILA(REC-NRO-DOC) TO WS-FILA
                       PERFORM 3150-SUMA-FILA
                       MOVE WS-FILA TO RDO-FILA(REC-NRO-DOC)
                   END-IF
               END-IF
           END-IF.

       3150-SUMA-FILA.

           ADD 1 TO FIL-PRESENT
           EVALUATE TRUE
               WHEN REC-ACEPTADO
                   ADD 1 TO FIL-ACEPTA
                   ADD WS-DIAS TO FIL-DIAS-RESOL
               WHEN REC-RECHAZADO
                   ADD 1 TO FIL-RECHAZA
                   ADD WS-DIAS TO FIL-DIAS-RESOL
               WHEN OTHER
                   ADD 1 TO FIL-EN-CURSO
           END-EVALUATE.

       3200-TITULO-COLUMNAS.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE SPACES TO WS-LINEA-REP
           STRING '                          PRESENT ACEPTA RECHAZA'
                  ' EN CURSO DIAS PROM'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

       3300-LINEA-RESUMEN.

           COMPUTE WS-RESUELTOS = FIL-ACEPTA + FIL-RECHAZA
           IF WS-RESUELTOS > 0
               COMPUTE WS-PROM-DIAS ROUNDED =
                       FIL-DIAS-RESOL / WS-RESUELTOS
           ELSE
               MOVE 0 TO WS-PROM-DIAS
           END-IF

           MOVE FIL-PRESENT  TO WP-CANT
           MOVE FIL-ACEPTA   TO WP-CANT-1
           MOVE FIL-RECHAZA  TO WP-CANT-2
           MOVE FIL-EN-CURSO TO WP-CANT-3
           MOVE WS-PROM-DIAS TO WP-PROM-DIAS
           MOVE SPACES TO WS-LINEA-REP
           STRING WS-FILA-DESC '    ' WP-CANT '   ' WP-CANT-1 '    '
                  WP-CANT-2 '     ' WP-CANT-3 '    ' WP-PROM-DIAS
                  DELIMITED BY SIZE INTO WS-LINEA-REP
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

           CLOSE RECLORD
           IF WS-FS-ORD NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO RECLORD: ' WS-FS-ORD
           END-IF.

           CLOSE ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
           END-IF.

           CLOSE MATERIAS
           IF WS-FS-MATE NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO MATERIAS: ' WS-FS-MATE
           END-IF.

           CLOSE DOCENTES
           IF WS-FS-DOC NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO DOCENTES: ' WS-FS-DOC
           END-IF.

           CLOSE LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMRECLA' TO LK-RPC-PROGRAMA
               MOVE WS-ANIO-RPT TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               MOVE 'DDRCLLST' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMRECLA.
