      ******************************************************************
      * Author:
      * Date:
      * Purpose: Listado de morosidad por curso - recorre la cuenta
      *          corriente de aranceles (CUOTAS.dat) hasta el periodo
      *          de corte declarado y lista, curso por curso, a los
      *          alumnos con cuotas adeudadas: meses adeudados, primer
      *          mes impago, importe pendiente y el responsable con
      *          su telefono (primer activo de RESPONSABLES.dat), para
      *          que secretaria llame a las familias antes de los
      *          boletines del trimestre. Se puede fijar un minimo de
      *          meses adeudados para entrar en el listado. Subtotal
      *          por curso y total general.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMOROS.

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
           SELECT CUOTAS         ASSIGN TO "DDCUOTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CUO.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT CURSOS         ASSIGN TO "DDCUR"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-CUR
                                      FILE STATUS IS WS-FS-CUR.

           SELECT RESPONSABLES   ASSIGN TO "DDRESP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RSP.

           SELECT LISTADO        ASSIGN TO "DDMORLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD CUOTAS.
           COPY REGCUOTA.

       FD ALUMNOS.
           COPY REGALUM.

       FD CURSOS.
           COPY REGCURSO.

       FD RESPONSABLES.
           COPY REGRESP.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-CUO       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-CUR       PIC X(02).
       01  WS-FS-RSP       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-RRN-CUR      PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-CUR-ABIERTO  PIC X VALUE 'N'.
             88 WS-CUR-OK             VALUE 'S'.
       01  WS-LST-ABIERTO  PIC X VALUE 'N'.
             88 WS-LST-OK             VALUE 'S'.

       01  WS-PERIODO.
           05 WS-PER-MES    PIC 9(02).
           05 WS-PER-ANIO   PIC 9(04).
       01  WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(06).

      *CORTE Y PERIODO DE CADA CARGO EN FORMA AAAAMM, COMPARABLES.
       01  WS-CORTE-AM     PIC 9(06).
       01  WS-CARGO-AM     PIC 9(06).
       01  WS-MIN-MESES    PIC 9(02).

      *DEUDA, MESES ADEUDADOS Y PRIMER MES IMPAGO POR ALUMNO, MAS LOS
      *DATOS DEL MAESTRO Y EL TELEFONO DEL RESPONSABLE.
       01  TABLA-DEUDORES.
           05 DEU-FILA OCCURS 9999 TIMES.
               10 TAB-DEUDA       PIC 9(07)V9(02).
               10 TAB-MESES       PIC 9(03).
               10 TAB-DESDE       PIC 9(06).
       01  TABLA-ALUMNOS.
           05 ALU-FILA OCCURS 9999 TIMES.
               10 TAB-ALU-CURSO   PIC 9(02).
               10 TAB-ALU-NOMBRE  PIC X(23).
               10 TAB-ALU-ESTADO  PIC X(01).
               10 TAB-ALU-EXISTE  PIC X(01).
       01  TABLA-TELEFONOS.
           05 TEL-FILA OCCURS 9999 TIMES.
               10 TAB-RSP-NOMBRE  PIC X(25).
               10 TAB-RSP-TEL     PIC X(12).

       01  WS-IDX-ALU      PIC 9(05).
       01  WS-IDX-CUR      PIC 9(03).

       01  WS-CUR-CANT     PIC 9(04).
       01  WS-CUR-DEUDA    PIC 9(09)V9(02).
       01  WS-TOT-CANT     PIC 9(05) VALUE 0.
       01  WS-TOT-DEUDA    PIC 9(09)V9(02) VALUE 0.
       01  WS-MARCA-BAJA   PIC X(07).

       01  WP-CANT         PIC ZZZZ9.
       01  WP-MESES        PIC ZZ9.
       01  WP-DEUDA        PIC Z.ZZZ.ZZ9,99.
       01  WP-TOTAL        PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-RUTRPC       PIC X(08) VALUE 'RUTREPCA'.

       COPY LKREPCA.

      ********VARIABLES DE IMPRESION *************

       01  WS-LINEA-REP    PIC X(132).
       01  WS-FECHA-CORRIDA.
           03 WS-ANIO-COR   PIC 9(04).
           03 WS-MES-COR    PIC 9(02).
           03 WS-DIA-COR    PIC 9(02).

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
               PERFORM 2000-CARGA-TABLAS
           END-IF

           IF NOT WS-FIN-PROCESO
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

           DISPLAY 'LISTADO DE MOROSIDAD POR CURSO'
           DISPLAY 'PERIODO DE CORTE (MMAAAA): '
           ACCEPT WS-PERIODO-N
           DISPLAY 'MINIMO DE MESES ADEUDADOS PARA LISTAR (99): '
           ACCEPT WS-MIN-MESES

           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY 'PERIODO INVALIDO.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF WS-MIN-MESES = 0
               MOVE 1 TO WS-MIN-MESES
           END-IF

           COMPUTE WS-CORTE-AM = WS-PER-ANIO * 100 + WS-PER-MES

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-COR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-COR
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA-COR

           IF NOT WS-FIN-PROCESO
               OPEN INPUT CURSOS
               IF WS-FS-CUR NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUR
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-CUR-OK TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN OUTPUT LISTADO
               IF WS-FS-LST NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LST
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-LST-OK TO TRUE
               END-IF
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMMOROS' TO LK-VER-PROGRAMA
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
      *    CARGA DE TABLAS EN MEMORIA     *
      *************************************

       2000-CARGA-TABLAS.

           MOVE ZEROES TO TABLA-DEUDORES
           MOVE SPACES TO TABLA-ALUMNOS
           MOVE SPACES TO TABLA-TELEFONOS

           PERFORM 2100-CARGA-CUOTAS

           IF NOT WS-FIN-PROCESO
               PERFORM 2300-CARGA-ALUMNOS
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 2500-CARGA-RESPONSABLES
           END-IF.

      *SOLO CUENTAN LOS CARGOS CON SALDO PENDIENTE HASTA EL CORTE;
      *LOS PAGOS YA ESTAN APLICADOS SOBRE EL PENDIENTE DE CADA CARGO.

       2100-CARGA-CUOTAS.

           OPEN INPUT CUOTAS
           IF WS-FS-CUO EQUAL '05' OR '35'
               OPEN OUTPUT CUOTAS
               CLOSE CUOTAS
               OPEN INPUT CUOTAS
           END-IF

           IF WS-FS-CUO NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUO
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2200-UNA-CUOTA UNTIL WS-SCAN-FIN
               CLOSE CUOTAS
           END-IF.

       2200-UNA-CUOTA.

           READ CUOTAS
           IF WS-FS-CUO NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               COMPUTE WS-CARGO-AM = CUO-ANIO * 100 + CUO-MES
               IF CUO-CARGO AND CUO-ADEUDADO
                  AND CUO-PENDIENTE > 0
                  AND WS-CARGO-AM <= WS-CORTE-AM
                  AND CUO-NRO-ALU >= 1 AND CUO-NRO-ALU <= 9999
                   ADD CUO-PENDIENTE TO TAB-DEUDA(CUO-NRO-ALU)
                   ADD 1 TO TAB-MESES(CUO-NRO-ALU)
                   IF TAB-DESDE(CUO-NRO-ALU) = 0
                      OR WS-CARGO-AM < TAB-DESDE(CUO-NRO-ALU)
                       MOVE WS-CARGO-AM TO TAB-DESDE(CUO-NRO-ALU)
                   END-IF
               END-IF
           END-IF.

       2300-CARGA-ALUMNOS.

           OPEN INPUT ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2400-UN-ALUMNO UNTIL WS-SCAN-FIN
               CLOSE ALUMNOS
           END-IF.

       2400-UN-ALUMNO.

           READ ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ALU-NRO-ALU >= 1 AND ALU-NRO-ALU <= 9999
                   MOVE ALU-CURSO  TO TAB-ALU-CURSO(ALU-NRO-ALU)
                   MOVE ALU-NOMBRE TO TAB-ALU-NOMBRE(ALU-NRO-ALU)
                   MOVE ALU-ESTADO TO TAB-ALU-ESTADO(ALU-NRO-ALU)
                   MOVE 'S' TO TAB-ALU-EXISTE(ALU-NRO-ALU)
               END-IF
           END-IF.

      *EL PRIMER RESPONSABLE ACTIVO DE CADA ALUMNO, COMO EN LAS
      *CARTAS DE PGMCARTA.

       2500-CARGA-RESPONSABLES.

           OPEN INPUT RESPONSABLES
           IF WS-FS-RSP EQUAL '05' OR '35'
               OPEN OUTPUT RESPONSABLES
               CLOSE RESPONSABLES
               OPEN INPUT RESPONSABLES
           END-IF

           IF WS-FS-RSP NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-RSP
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2600-UN-RESPONSABLE UNTIL WS-SCAN-FIN
               CLOSE RESPONSABLES
           END-IF.

       2600-UN-RESPONSABLE.

           READ RESPONSABLES
           IF WS-FS-RSP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF RSP-ACTIVO
                  AND RSP-NRO-ALU >= 1 AND RSP-NRO-ALU <= 9999
                  AND TAB-RSP-NOMBRE(RSP-NRO-ALU) = SPACES
                   MOVE RSP-NOMBRE   TO TAB-RSP-NOMBRE(RSP-NRO-ALU)
                   MOVE RSP-TELEFONO TO TAB-RSP-TEL(RSP-NRO-ALU)
               END-IF
           END-IF.

      *************************************
      *    DEUDORES CURSO POR CURSO       *
      *************************************
      *EL CURSO 00 AGRUPA A LOS ALUMNOS SIN CURSO ASIGNADO (BAJAS
      *CON DEUDA, POR EJEMPLO).

       3000-LISTADO.

           MOVE SPACES TO WS-LINEA-REP
           STRING 'MOROSIDAD DE ARANCELES AL PERIODO '
                  WS-PER-MES '/' WS-PER-ANIO
                  '  (MINIMO ' WS-MIN-MESES ' MESES)'
                  '   FECHA DE CORRIDA: '
                  WS-DIA-COR '/' WS-MES-COR '/' WS-ANIO-COR
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           PERFORM VARYING WS-IDX-CUR FROM 0 BY 1
                   UNTIL WS-IDX-CUR > 99
               PERFORM 3100-UN-CURSO
           END-PERFORM.

       3100-UN-CURSO.

           MOVE 0 TO WS-CUR-CANT
           MOVE 0 TO WS-CUR-DEUDA

           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > 9999
               IF TAB-ALU-EXISTE(WS-IDX-ALU) = 'S'
                  AND TAB-ALU-CURSO(WS-IDX-ALU) = WS-IDX-CUR
                  AND TAB-MESES(WS-IDX-ALU) >= WS-MIN-MESES
                  AND TAB-DEUDA(WS-IDX-ALU) > 0
                   IF WS-CUR-CANT = 0
                       PERFORM 3200-ENCABEZA-CURSO
                   END-IF
                   PERFORM 3300-LINEA-DEUDOR
               END-IF
           END-PERFORM

           IF WS-CUR-CANT > 0
               MOVE WS-CUR-CANT TO WP-CANT
               MOVE WS-CUR-DEUDA TO WP-TOTAL
               MOVE SPACES TO WS-LINEA-REP
               STRING '   DEUDORES DEL CURSO: ' WP-CANT
                      '   DEUDA DEL CURSO: ' WP-TOTAL
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
               ADD WS-CUR-CANT  TO WS-TOT-CANT
               ADD WS-CUR-DEUDA TO WS-TOT-DEUDA
           END-IF.

       3200-ENCABEZA-CURSO.

           IF WS-IDX-CUR = 0
               MOVE 'SIN CURSO ' TO CUR-DESCRIPCION
           ELSE
               MOVE WS-IDX-CUR TO WS-RRN-CUR
               READ CURSOS
                   INVALID KEY
                       MOVE SPACES TO CUR-DESCRIPCION
               END-READ
           END-IF

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'CURSO ' WS-IDX-CUR(2:2) ' ' CUR-DESCRIPCION
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNO NOMBRE                   MESES DESDE  '
                  '      ADEUDADO  RESPONSABLE               '
                  'TELEFONO'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

       3300-LINEA-DEUDOR.

           ADD 1 TO WS-CUR-CANT
           ADD TAB-DEUDA(WS-IDX-ALU) TO WS-CUR-DEUDA

           MOVE SPACES TO WS-MARCA-BAJA
           IF TAB-ALU-ESTADO(WS-IDX-ALU) = 'B'
               MOVE '(BAJA)' TO WS-MARCA-BAJA
           END-IF

           MOVE TAB-MESES(WS-IDX-ALU) TO WP-MESES
           MOVE TAB-DEUDA(WS-IDX-ALU) TO WP-DEUDA

           MOVE SPACES TO WS-LINEA-REP
           STRING WS-IDX-ALU(2:4) '   ' TAB-ALU-NOMBRE(WS-IDX-ALU)
                  '  ' WP-MESES
                  '  ' TAB-DESDE(WS-IDX-ALU)(5:2)
                  '/' TAB-DESDE(WS-IDX-ALU)(1:4)
                  '  ' WP-DEUDA
                  '  ' TAB-RSP-NOMBRE(WS-IDX-ALU)
                  ' ' TAB-RSP-TEL(WS-IDX-ALU)
                  ' ' WS-MARCA-BAJA
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    TOTALES DEL LISTADO            *
      *************************************

       4000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-TOT-CANT TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNOS CON DEUDA : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-TOT-DEUDA TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DEUDA TOTAL       : ' WP-TOTAL
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

           IF WS-CUR-OK
               CLOSE CURSOS
               IF WS-FS-CUR NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO CURSOS: '
                           WS-FS-CUR
               END-IF
           END-IF

           IF WS-LST-OK
               CLOSE LISTADO
               IF WS-FS-LST NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: '
                           WS-FS-LST
               END-IF
           END-IF

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMMOROS' TO LK-RPC-PROGRAMA
               MOVE WS-PERIODO-N TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'MIN MESES ' WS-MIN-MESES
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDMORLST' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMMOROS.
