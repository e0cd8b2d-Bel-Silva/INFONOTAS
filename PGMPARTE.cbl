      ******************************************************************
      * Author:
      * Date:
      * Purpose: Parte mensual de asistencia para la autoridad - para
      *          un mes ya cerrado en PERIODOS.dat toma los dias
      *          habiles del calendario (RUTCALEN: dias de clase del
      *          termino, sin feriados 'F' ni fines de semana) y los
      *          cruza con ASISTENCIA.dat y el curso de cada alumno
      *          activo (ALU-CURSO). Por curso/division informa
      *          matricula, inasistencias ('A' y 'J'; el dia sin
      *          registro o con 'P'/'T' cuenta como asistido),
      *          asistencia media diaria y porcentaje de asistencia,
      *          con los totales del establecimiento. Graba ademas el
      *          archivo posicional para la carga ('1' cabecera, '2'
      *          por curso, '9' cola), como PGMMINIS. Un mes todavia
      *          abierto no se informa: los partes no se rehacen.
      *          Con varias escuelas (ESCUELAS.dat) el parte sale por
      *          escuela: un bloque cabecera/detalle/cola por cada
      *          una (la del curso, con codigo y CUE en la cabecera)
      *          y el listado abre con el resumen consolidado del
      *          distrito. Con escuela de trabajo (RUTESCUE) sale solo
      *          el bloque de esa escuela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPARTE.

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
           SELECT ASISTENCIA     ASSIGN TO "DDASIS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ASI.

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

           SELECT PARTE          ASSIGN TO "DDPARTE"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PTE.

           SELECT LISTADO        ASSIGN TO "DDPTELST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

           SELECT LISTTMP        ASSIGN TO "DDPTETMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LTM.

       DATA DIVISION.
       FILE SECTION.
       FD ASISTENCIA.
           COPY REGASIST.

       FD ALUMNOS.
           COPY REGALUM.

       FD CURSOS.
           COPY REGCURSO.

      *LAYOUT POSICIONAL DEL PARTE: '1' CABECERA, '2' DETALLE POR
      *CURSO/DIVISION, '9' COLA CON CANTIDAD Y TOTALES. MEDIA CON DOS
      *DECIMALES (002150 = 21,50), PORCENTAJE IGUAL (09345 = 93,45).
       FD PARTE.
           01 REG-PTE-DETALLE.
              05 PTE-TIPO          PIC X(01).
              05 PTE-PERIODO       PIC 9(06).
              05 PTE-NRO-CURSO     PIC 9(02).
              05 PTE-DESCRIPCION   PIC X(10).
              05 PTE-MATRICULA     PIC 9(04).
              05 PTE-DIAS-HABILES  PIC 9(02).
              05 PTE-ASISTENCIAS   PIC 9(07).
              05 PTE-INASISTENCIAS PIC 9(07).
              05 PTE-MEDIA         PIC 9(04)V9(02).
              05 PTE-PORCENTAJE    PIC 9(03)V9(02).
      *CABECERA Y COLA RELLENADAS AL LARGO DEL DETALLE (50) PARA
      *QUE EL ARCHIVO CONSERVE UN UNICO LRECL.
           01 REG-PTE-CABECERA.
              05 CAB-TIPO          PIC X(01).
              05 CAB-FECHA         PIC 9(08).
              05 CAB-PERIODO       PIC 9(06).
              05 CAB-ORIGEN        PIC X(10).
              05 CAB-DIAS-HABILES  PIC 9(02).
              05 CAB-ESCUELA       PIC 9(02).
              05 CAB-CUE           PIC X(09).
              05 FILLER            PIC X(12).
           01 REG-PTE-COLA.
              05 COLA-TIPO         PIC X(01).
              05 COLA-CANTIDAD     PIC 9(05).
              05 COLA-MATRICULA    PIC 9(06).
              05 COLA-ASISTENCIAS  PIC 9(08).
              05 COLA-INASISTENCIAS PIC 9(08).
              05 FILLER            PIC X(22).

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

      *DETALLE DEL LISTADO POR ESCUELA; SE COPIA AL FINAL DEL
      *LISTADO DEBAJO DEL RESUMEN DEL DISTRITO.
       FD LISTTMP.
           01 REG-LISTTMP        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-ASI       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-CUR       PIC X(02).
       01  WS-FS-PTE       PIC X(02).
       01  WS-FS-LST       PIC X(02).
       01  WS-FS-LTM       PIC X(02).

       01  WS-RRN-CUR      PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-PERIODO.
           05 WS-PER-MES    PIC 9(02).
           05 WS-PER-ANIO   PIC 9(04).
       01  WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(06).

       01  WS-ANIO-MES     PIC 9(06).
       01  WS-FECHA-DESDE  PIC 9(08).
       01  WS-FECHA        PIC 9(08).
       01  WS-IDX-DIA      PIC 9(02).
       01  WS-IDX-CUR      PIC 9(03).
       01  WS-NRO-ALU      PIC 9(04).

      *DIAS DEL MES: 'S' = DIA HABIL (DE CLASE), 'F' = FERIADO.
       01  TABLA-DIAS.
           05 TAB-DIA-CLASE OCCURS 31 TIMES PIC X(01).

      *TIPO DE ASISTENCIA POR ALUMNO Y DIA DEL MES (ESPACIO = SIN
      *REGISTRO). UNA 'J' NO SE PISA: EL DIA QUEDA JUSTIFICADO
      *AUNQUE LA 'A' SE HAYA CARGADO DESPUES.
       01  TABLA-ESTADO.
           05 EST-ALU OCCURS 9999 TIMES.
               10 EST-DIA OCCURS 31 TIMES PIC X(01).

      *ACUMULADOS POR CURSO/DIVISION (NRO DE CURSO = SUBINDICE).
       01  TABLA-CURSOS.
           05 TAB-CUR OCCURS 99 TIMES.
               10 TAB-MATRICULA    PIC 9(04).
               10 TAB-INAS-A       PIC 9(06).
               10 TAB-INAS-J       PIC 9(06).
               10 TAB-CUR-ESC      PIC 9(02).

      *ACUMULADOS POR ESCUELA (CODIGO = SUBINDICE) PARA EL RESUMEN
      *DEL DISTRITO.
       01  TABLA-ESCUELAS.
           05 TAB-ESC OCCURS 99 TIMES.
               10 TAB-ESC-MATRIC   PIC 9(06).
               10 TAB-ESC-SIN-CUR  PIC 9(05).
               10 TAB-ESC-CURSOS   PIC 9(05).
               10 TAB-ESC-INAS-A   PIC 9(08).
               10 TAB-ESC-INAS-J   PIC 9(08).
               10 TAB-ESC-ASIST    PIC 9(08).
               10 TAB-ESC-NOMBRE   PIC X(30).
               10 TAB-ESC-CUE      PIC X(09).

       01  WS-ESCUELA       PIC 9(02) VALUE 0.
       01  WS-NOMBRE-ESC    PIC X(30).
       01  WS-ESC-EN-CURSO  PIC 9(03).
       01  WS-ESC-ALU       PIC 9(02).
       01  WS-CANT-ESCUELAS PIC 9(02) VALUE 0.
       01  WS-DIS-CURSOS    PIC 9(05) VALUE 0.
       01  WS-DIS-MATRIC    PIC 9(06) VALUE 0.
       01  WS-DIS-INAS-A    PIC 9(08) VALUE 0.
       01  WS-DIS-INAS-J    PIC 9(08) VALUE 0.
       01  WS-DIS-ASIST     PIC 9(08) VALUE 0.
       01  WP-ESC           PIC Z9.

       01  WS-DIAS-HABILES  PIC 9(02) VALUE 0.
       01  WS-CANT-FERIADOS PIC 9(02) VALUE 0.
       01  WS-SIN-CALEN     PIC X(01) VALUE 'N'.
       01  WS-POSIBLES      PIC 9(08).
       01  WS-ASISTENCIAS   PIC 9(08).
       01  WS-INASISTENCIAS PIC 9(08).
       01  WS-MEDIA         PIC 9(04)V9(02).
       01  WS-PORCENTAJE    PIC 9(03)V9(02).

       01  WS-CANT-CURSOS   PIC 9(05) VALUE 0.
       01  WS-CANT-SIN-CUR  PIC 9(05) VALUE 0.
       01  WS-TOT-MATRIC    PIC 9(06) VALUE 0.
       01  WS-TOT-INAS-A    PIC 9(08) VALUE 0.
       01  WS-TOT-INAS-J    PIC 9(08) VALUE 0.
       01  WS-TOT-ASIST     PIC 9(08) VALUE 0.

       01  WP-CANT          PIC ZZZZ9.
       01  WP-DIAS          PIC Z9.
       01  WP-MATRIC        PIC ZZZZZ9.
       01  WP-INAS-A        PIC ZZZZZZZ9.
       01  WP-INAS-J        PIC ZZZZZZZ9.
       01  WP-ASIST         PIC ZZZZZZZ9.
       01  WP-MEDIA         PIC ZZZZ9,99.
       01  WP-PORC          PIC ZZ9,99.

      *********COMUNICACION ******************

       01  WS-RUTIF  PIC X(08)  VALUE 'RUTIFECH'.
       01  WS-RUTCAL PIC X(08)  VALUE 'RUTCALEN'.
       01  WS-RUTPER PIC X(08)  VALUE 'RUTPERIO'.
       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKCALEN.

       COPY LKPERIO.

       COPY LKREPCA.

       01  WS-RUTESC PIC X(08)  VALUE 'RUTESCUE'.

       COPY LKESCUE.

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

           DISPLAY 'PARTE MENSUAL DE ASISTENCIA'

           MOVE 1 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           MOVE LK-ESC-NOMBRE TO WS-NOMBRE-ESC
           DISPLAY 'ESCUELA: ' WS-NOMBRE-ESC

           DISPLAY 'PERIODO A INFORMAR (MMAAAA): '
           ACCEPT WS-PERIODO-N

           MOVE WS-PER-MES  TO LK-MES
           MOVE WS-PER-ANIO TO LK-ANIO
           CALL WS-RUTIF USING LK-AREA
           IF LK-CONTROL NOT EQUAL 10
               DISPLAY '   PERIODO INVALIDO: ' LK-RETORNO
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

      *EL PARTE ES OFICIAL: SOLO SE INFORMA UN MES YA CERRADO, ASI
      *LA ASISTENCIA INFORMADA NO CAMBIA DESPUES DE PRESENTADA.
           IF NOT WS-FIN-PROCESO
               MOVE 2 TO LK-OPCION-PER
               MOVE WS-PERIODO-N TO LK-PER-PERIODO
               CALL WS-RUTPER USING LK-COM-PERIODO
               IF LK-RESULTADO-PER NOT EQUAL 20
                   DISPLAY 'PERIODO ' WS-PER-MES '/' WS-PER-ANIO
                           ' ABIERTO EN PERIODOS.dat. CERRARLO'
                           ' ANTES DE EMITIR EL PARTE.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               COMPUTE WS-ANIO-MES = WS-PER-ANIO * 100 + WS-PER-MES
               COMPUTE WS-FECHA-DESDE = WS-ANIO-MES * 100 + 1
               PERFORM 1100-CARGA-DIAS
               IF WS-SIN-CALEN = 'S'
                   DISPLAY 'SIN CALENDARIO CARGADO PARA ' WS-PER-ANIO
                           '. CARGARLO EN CREACALE.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   IF WS-DIAS-HABILES = 0
                       DISPLAY 'EL MES NO TIENE DIAS HABILES.'
                               ' SIN PARTE.'
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1200-CARGA-ASISTENCIA
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

               OPEN OUTPUT PARTE
               IF WS-FS-PTE NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-PTE
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN OUTPUT LISTADO
               IF WS-FS-LST NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LST
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN OUTPUT LISTTMP
               IF WS-FS-LTM NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LTM
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE ZEROES TO TABLA-CURSOS
               MOVE ZEROES TO TABLA-ESCUELAS
               MOVE 0 TO ALU-NRO-ALU
               START ALUMNOS KEY IS GREATER THAN ALU-NRO-ALU
                   INVALID KEY
                       SET WS-SCAN-FIN TO TRUE
                   NOT INVALID KEY
                       SET WS-SCAN-SIGUE TO TRUE
               END-START
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMPARTE' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'CURSOS  ' TO LK-VER-ARCHIVO
           MOVE VLY-CURSOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'ASISTEN ' TO LK-VER-ARCHIVO
           MOVE VLY-ASISTEN TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    CABECERA DEL BLOQUE DE ESCUELA *
      *************************************

       1500-CABECERA-ESCUELA.

           MOVE SPACES TO REG-PTE-CABECERA
           MOVE '1' TO CAB-TIPO
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAB-FECHA
           MOVE WS-PERIODO-N TO CAB-PERIODO
           MOVE 'INFONOTAS ' TO CAB-ORIGEN
           MOVE WS-DIAS-HABILES TO CAB-DIAS-HABILES
           MOVE WS-ESC-EN-CURSO TO CAB-ESCUELA
           MOVE TAB-ESC-CUE(WS-ESC-EN-CURSO) TO CAB-CUE
           WRITE REG-PTE-CABECERA
           IF WS-FS-PTE NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR CABECERA: ' WS-FS-PTE
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           STRING 'PARTE MENSUAL DE ASISTENCIA - PERIODO '
                  WS-PER-MES '/' WS-PER-ANIO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-ESC-EN-CURSO TO WP-ESC
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ESCUELA: ' WP-ESC ' '
                  TAB-ESC-NOMBRE(WS-ESC-EN-CURSO)
                  '   CUE: ' TAB-ESC-CUE(WS-ESC-EN-CURSO)
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-DIAS-HABILES TO WP-DIAS
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DIAS HABILES DEL MES: ' WP-DIAS
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-FERIADOS TO WP-DIAS
           MOVE SPACES TO WS-LINEA-REP
           STRING 'FERIADOS DEL MES    : ' WP-DIAS
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'CURSO          MATRIC  INASIST.  JUSTIF.'
                  '   ASISTENC     A. MEDIA    %ASIST'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    DIAS HABILES DEL MES SEGUN EL  *
      *    CALENDARIO (RUTCALEN)          *
      *************************************

       1100-CARGA-DIAS.

           MOVE SPACES TO TABLA-DIAS
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 31
               COMPUTE WS-FECHA = WS-FECHA-DESDE + WS-IDX-DIA - 1
               MOVE 3 TO LK-OPCION-CAL
               MOVE WS-FECHA TO LK-CAL-FECHA
               MOVE WS-PER-ANIO TO LK-CAL-ANIO
               CALL WS-RUTCAL USING LK-COM-CALEN
               EVALUATE TRUE
                   WHEN LK-RESULTADO-CAL = 40
                       CONTINUE
                   WHEN LK-RESULTADO-CAL = 30
                       MOVE 'S' TO WS-SIN-CALEN
                   WHEN LK-CAL-DIA-FERIADO
                       MOVE 'F' TO TAB-DIA-CLASE(WS-IDX-DIA)
                       ADD 1 TO WS-CANT-FERIADOS
                   WHEN LK-CAL-DIA-CLASE
                       MOVE 'S' TO TAB-DIA-CLASE(WS-IDX-DIA)
                       ADD 1 TO WS-DIAS-HABILES
               END-EVALUATE
           END-PERFORM.

      *************************************
      *    ASISTENCIA DEL MES POR ALUMNO  *
      *************************************

       1200-CARGA-ASISTENCIA.

           MOVE SPACES TO TABLA-ESTADO

           OPEN INPUT ASISTENCIA
           IF WS-FS-ASI EQUAL '05' OR '35'
               OPEN OUTPUT ASISTENCIA
               CLOSE ASISTENCIA
               OPEN INPUT ASISTENCIA
           END-IF

           IF WS-FS-ASI NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ASI
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1250-SCAN-ASISTENCIA UNTIL WS-SCAN-FIN
               CLOSE ASISTENCIA
               IF WS-FS-ASI NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO ASISTENCIA: '
                           WS-FS-ASI
               END-IF
           END-IF.

       1250-SCAN-ASISTENCIA.

           READ ASISTENCIA
           IF WS-FS-ASI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASI-NRO-ALU > 0
                  AND ASI-FECHA(1:6) = WS-ANIO-MES
                  AND ASI-FECHA(7:2) >= '01'
                  AND ASI-FECHA(7:2) <= '31'
                   MOVE ASI-FECHA(7:2) TO WS-IDX-DIA
                   IF EST-DIA(ASI-NRO-ALU WS-IDX-DIA) NOT EQUAL 'J'
                       MOVE ASI-TIPO
                            TO EST-DIA(ASI-NRO-ALU WS-IDX-DIA)
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    RECORRE EL MAESTRO DE ALUMNOS  *
      *************************************

       2000-PROCESOS.

           IF WS-SCAN-SIGUE
               READ ALUMNOS NEXT
               IF WS-FS-ALU NOT EQUAL '00'
                   SET WS-SCAN-FIN TO TRUE
               END-IF
           END-IF

           IF WS-SCAN-FIN
               PERFORM 2900-ESCUELA-CURSO
                       VARYING WS-IDX-CUR FROM 1 BY 1
                       UNTIL WS-IDX-CUR > 99
               PERFORM 3050-BLOQUE-ESCUELA
                       VARYING WS-ESC-EN-CURSO FROM 1 BY 1
                       UNTIL WS-ESC-EN-CURSO > 99
               PERFORM 3800-RESUMEN-DISTRITO
               SET WS-FIN-PROCESO TO TRUE
           ELSE
      *SIN ESCUELA EN EL MAESTRO = 01, LA SEDE.
               IF ALU-ESCUELA IS NUMERIC AND ALU-ESCUELA > 0
                   MOVE ALU-ESCUELA TO WS-ESC-ALU
               ELSE
                   MOVE 1 TO WS-ESC-ALU
               END-IF
               IF ALU-ACTIVO
                  AND (WS-ESCUELA = 0 OR WS-ESC-ALU = WS-ESCUELA)
                   PERFORM 2100-ACUMULA-ALUMNO
               END-IF
           END-IF.

      *LA MATRICULA ES LA DE LOS ALUMNOS ACTIVOS CON CURSO; LAS
      *INASISTENCIAS SOLO SE CUENTAN EN DIAS HABILES.

       2100-ACUMULA-ALUMNO.

           IF ALU-CURSO = 0
               ADD 1 TO TAB-ESC-SIN-CUR(WS-ESC-ALU)
           ELSE
               MOVE ALU-NRO-ALU TO WS-NRO-ALU
               ADD 1 TO TAB-MATRICULA(ALU-CURSO)
               PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                       UNTIL WS-IDX-DIA > 31
                   IF TAB-DIA-CLASE(WS-IDX-DIA) = 'S'
                       EVALUATE EST-DIA(WS-NRO-ALU WS-IDX-DIA)
                           WHEN 'A'
                               ADD 1 TO TAB-INAS-A(ALU-CURSO)
                           WHEN 'J'
                               ADD 1 TO TAB-INAS-J(ALU-CURSO)
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

      *************************************
      *    ESCUELA DE CADA CURSO CON      *
      *    MATRICULA                      *
      *************************************
      *EL NUMERO DE CURSO ES UNICO EN LA INSTALACION Y EL CURSO
      *PERTENECE A UNA ESCUELA (CUR-ESCUELA, SIN ESCUELA = 01).

       2900-ESCUELA-CURSO.

           IF TAB-MATRICULA(WS-IDX-CUR) > 0
               MOVE 1 TO TAB-CUR-ESC(WS-IDX-CUR)
               MOVE WS-IDX-CUR TO WS-RRN-CUR
               READ CURSOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUR-ESCUELA IS NUMERIC AND CUR-ESCUELA > 0
                           MOVE CUR-ESCUELA TO TAB-CUR-ESC(WS-IDX-CUR)
                       END-IF
               END-READ
               ADD TAB-MATRICULA(WS-IDX-CUR)
                   TO TAB-ESC-MATRIC(TAB-CUR-ESC(WS-IDX-CUR))
           END-IF.

      *************************************
      *    UN BLOQUE POR ESCUELA          *
      *************************************

       3050-BLOQUE-ESCUELA.

           IF TAB-ESC-MATRIC(WS-ESC-EN-CURSO) > 0
              OR TAB-ESC-SIN-CUR(WS-ESC-EN-CURSO) > 0
               MOVE 2 TO LK-OPCION-ESC
               MOVE WS-ESC-EN-CURSO TO LK-ESC-CODIGO
               CALL WS-RUTESC USING LK-COM-ESCUELA
               IF LK-RESULTADO-ESC = 10
                   MOVE LK-ESC-NOMBRE
                        TO TAB-ESC-NOMBRE(WS-ESC-EN-CURSO)
                   MOVE LK-ESC-CUE TO TAB-ESC-CUE(WS-ESC-EN-CURSO)
               ELSE
                   MOVE 'ESCUELA SIN REGISTRAR'
                        TO TAB-ESC-NOMBRE(WS-ESC-EN-CURSO)
                   MOVE SPACES TO TAB-ESC-CUE(WS-ESC-EN-CURSO)
               END-IF
               ADD 1 TO WS-CANT-ESCUELAS

               MOVE 0 TO WS-CANT-CURSOS
               MOVE 0 TO WS-TOT-MATRIC
               MOVE 0 TO WS-TOT-INAS-A
               MOVE 0 TO WS-TOT-INAS-J
               MOVE 0 TO WS-TOT-ASIST
               MOVE TAB-ESC-SIN-CUR(WS-ESC-EN-CURSO) TO WS-CANT-SIN-CUR

               PERFORM 1500-CABECERA-ESCUELA
               PERFORM 3000-EMITE-CURSOS
                       VARYING WS-IDX-CUR FROM 1 BY 1
                       UNTIL WS-IDX-CUR > 99
               PERFORM 3500-COLA-Y-TOTALES

               MOVE WS-CANT-CURSOS TO TAB-ESC-CURSOS(WS-ESC-EN-CURSO)
               MOVE WS-TOT-INAS-A  TO TAB-ESC-INAS-A(WS-ESC-EN-CURSO)
               MOVE WS-TOT-INAS-J  TO TAB-ESC-INAS-J(WS-ESC-EN-CURSO)
               MOVE WS-TOT-ASIST   TO TAB-ESC-ASIST(WS-ESC-EN-CURSO)
               ADD WS-CANT-CURSOS  TO WS-DIS-CURSOS
               ADD WS-TOT-MATRIC   TO WS-DIS-MATRIC
               ADD WS-TOT-INAS-A   TO WS-DIS-INAS-A
               ADD WS-TOT-INAS-J   TO WS-DIS-INAS-J
               ADD WS-TOT-ASIST    TO WS-DIS-ASIST

               MOVE SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *************************************
      *    UNA LINEA Y UN DETALLE POR     *
      *    CURSO/DIVISION CON MATRICULA   *
      *************************************

       3000-EMITE-CURSOS.

           IF TAB-MATRICULA(WS-IDX-CUR) > 0
              AND TAB-CUR-ESC(WS-IDX-CUR) = WS-ESC-EN-CURSO
               MOVE WS-IDX-CUR TO WS-RRN-CUR
               READ CURSOS
                   INVALID KEY
                       MOVE 'CURSO ?   ' TO CUR-DESCRIPCION
               END-READ

               COMPUTE WS-POSIBLES =
                       TAB-MATRICULA(WS-IDX-CUR) * WS-DIAS-HABILES
               COMPUTE WS-INASISTENCIAS = TAB-INAS-A(WS-IDX-CUR)
                                        + TAB-INAS-J(WS-IDX-CUR)
               COMPUTE WS-ASISTENCIAS = WS-POSIBLES - WS-INASISTENCIAS
               COMPUTE WS-MEDIA ROUNDED =
                       WS-ASISTENCIAS / WS-DIAS-HABILES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-ASISTENCIAS * 100 / WS-POSIBLES

               ADD 1 TO WS-CANT-CURSOS
               ADD TAB-MATRICULA(WS-IDX-CUR) TO WS-TOT-MATRIC
               ADD TAB-INAS-A(WS-IDX-CUR) TO WS-TOT-INAS-A
               ADD TAB-INAS-J(WS-IDX-CUR) TO WS-TOT-INAS-J
               ADD WS-ASISTENCIAS TO WS-TOT-ASIST

               MOVE SPACES TO REG-PTE-DETALLE
               MOVE '2' TO PTE-TIPO
               MOVE WS-PERIODO-N TO PTE-PERIODO
               MOVE WS-RRN-CUR TO PTE-NRO-CURSO
               MOVE CUR-DESCRIPCION TO PTE-DESCRIPCION
               MOVE TAB-MATRICULA(WS-IDX-CUR) TO PTE-MATRICULA
               MOVE WS-DIAS-HABILES TO PTE-DIAS-HABILES
               MOVE WS-ASISTENCIAS TO PTE-ASISTENCIAS
               MOVE WS-INASISTENCIAS TO PTE-INASISTENCIAS
               MOVE WS-MEDIA TO PTE-MEDIA
               MOVE WS-PORCENTAJE TO PTE-PORCENTAJE
               WRITE REG-PTE-DETALLE
               IF WS-FS-PTE NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR DETALLE: ' WS-FS-PTE
               END-IF

               MOVE TAB-MATRICULA(WS-IDX-CUR) TO WP-MATRIC
               MOVE TAB-INAS-A(WS-IDX-CUR) TO WP-INAS-A
               MOVE TAB-INAS-J(WS-IDX-CUR) TO WP-INAS-J
               MOVE WS-ASISTENCIAS TO WP-ASIST
               MOVE WS-MEDIA TO WP-MEDIA
               MOVE WS-PORCENTAJE TO WP-PORC
               PERFORM 3100-LINEA-PARTE
           END-IF.

       3100-LINEA-PARTE.

           MOVE SPACES TO WS-LINEA-REP
           STRING WS-RRN-CUR ' ' CUR-DESCRIPCION '  ' WP-MATRIC
                  '  ' WP-INAS-A ' ' WP-INAS-J '   ' WP-ASIST
                  '     ' WP-MEDIA '    ' WP-PORC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    TOTAL DEL ESTABLECIMIENTO Y    *
      *    COLA DEL ARCHIVO               *
      *************************************

       3500-COLA-Y-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           IF WS-TOT-MATRIC > 0
               COMPUTE WS-MEDIA ROUNDED =
                       WS-TOT-ASIST / WS-DIAS-HABILES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-TOT-ASIST * 100
                       / (WS-TOT-MATRIC * WS-DIAS-HABILES)
           ELSE
               MOVE 0 TO WS-MEDIA
               MOVE 0 TO WS-PORCENTAJE
           END-IF

           MOVE 0 TO WS-RRN-CUR
           MOVE 'TOTAL     ' TO CUR-DESCRIPCION
           MOVE WS-TOT-MATRIC TO WP-MATRIC
           MOVE WS-TOT-INAS-A TO WP-INAS-A
           MOVE WS-TOT-INAS-J TO WP-INAS-J
           MOVE WS-TOT-ASIST TO WP-ASIST
           MOVE WS-MEDIA TO WP-MEDIA
           MOVE WS-PORCENTAJE TO WP-PORC
           PERFORM 3100-LINEA-PARTE

           MOVE SPACES TO REG-PTE-COLA
           MOVE '9' TO COLA-TIPO
           MOVE WS-CANT-CURSOS TO COLA-CANTIDAD
           MOVE WS-TOT-MATRIC TO COLA-MATRICULA
           MOVE WS-TOT-ASIST TO COLA-ASISTENCIAS
           COMPUTE COLA-INASISTENCIAS = WS-TOT-INAS-A + WS-TOT-INAS-J
           WRITE REG-PTE-COLA
           IF WS-FS-PTE NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR COLA: ' WS-FS-PTE
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-CURSOS TO WP-CANT
           DISPLAY 'CURSOS INFORMADOS: ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CURSOS INFORMADOS          : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-TOT-MATRIC TO WP-MATRIC
           DISPLAY 'MATRICULA TOTAL: ' WP-MATRIC
           MOVE SPACES TO WS-LINEA-REP
           STRING 'MATRICULA TOTAL            : ' WP-MATRIC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

      *LOS ACTIVOS SIN CURSO NO ENTRAN EN EL PARTE: SE LISTAN PARA
      *ASIGNARLES DIVISION EN CREAALUM.
           MOVE WS-CANT-SIN-CUR TO WP-CANT
           DISPLAY 'ALUMNOS ACTIVOS SIN CURSO: ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNOS ACTIVOS SIN CURSO  : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    RESUMEN DEL DISTRITO AL FRENTE *
      *    DEL LISTADO                    *
      *************************************

       3800-RESUMEN-DISTRITO.

           MOVE SPACES TO WS-LINEA-REP
           STRING 'PARTE MENSUAL DE ASISTENCIA - RESUMEN DEL DISTRITO'
                  ' - PERIODO ' WS-PER-MES '/' WS-PER-ANIO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

           MOVE WS-DIAS-HABILES TO WP-DIAS
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DIAS HABILES DEL MES: ' WP-DIAS
                  '   ' WS-NOMBRE-ESC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ESCUELA                          MATRIC  INASIST.'
                  '  JUSTIF.   ASISTENC     A. MEDIA    %ASIST'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

           PERFORM 3850-LINEA-ESCUELA
                   VARYING WS-ESC-EN-CURSO FROM 1 BY 1
                   UNTIL WS-ESC-EN-CURSO > 99

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

           MOVE WS-DIS-MATRIC TO WS-TOT-MATRIC
           MOVE WS-DIS-INAS-A TO WS-TOT-INAS-A
           MOVE WS-DIS-INAS-J TO WS-TOT-INAS-J
           MOVE WS-DIS-ASIST  TO WS-TOT-ASIST
           MOVE 'TOTAL DISTRITO' TO WS-NOMBRE-ESC
           MOVE 0 TO WP-ESC
           PERFORM 3900-LINEA-RESUMEN

           MOVE WS-CANT-ESCUELAS TO WP-ESC
           MOVE WS-DIS-CURSOS TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ESCUELAS INFORMADAS: ' WP-ESC
                  '   CURSOS INFORMADOS: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

      *A CONTINUACION EL PARTE DE CADA ESCUELA.
           CLOSE LISTTMP
           OPEN INPUT LISTTMP
           IF WS-FS-LTM EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3880-COPIA-DETALLE UNTIL WS-SCAN-FIN
           END-IF.

       3850-LINEA-ESCUELA.

           IF TAB-ESC-MATRIC(WS-ESC-EN-CURSO) > 0
              OR TAB-ESC-SIN-CUR(WS-ESC-EN-CURSO) > 0
               MOVE TAB-ESC-MATRIC(WS-ESC-EN-CURSO) TO WS-TOT-MATRIC
               MOVE TAB-ESC-INAS-A(WS-ESC-EN-CURSO) TO WS-TOT-INAS-A
               MOVE TAB-ESC-INAS-J(WS-ESC-EN-CURSO) TO WS-TOT-INAS-J
               MOVE TAB-ESC-ASIST(WS-ESC-EN-CURSO)  TO WS-TOT-ASIST
               MOVE TAB-ESC-NOMBRE(WS-ESC-EN-CURSO) TO WS-NOMBRE-ESC
               MOVE WS-ESC-EN-CURSO TO WP-ESC
               PERFORM 3900-LINEA-RESUMEN
           END-IF.

       3880-COPIA-DETALLE.

           READ LISTTMP INTO WS-LINEA-REP
           IF WS-FS-LTM NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               PERFORM 9150-ESCRIBIR-RESUMEN
           END-IF.

       3900-LINEA-RESUMEN.

           IF WS-TOT-MATRIC > 0
               COMPUTE WS-MEDIA ROUNDED =
                       WS-TOT-ASIST / WS-DIAS-HABILES
               COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-TOT-ASIST * 100
                       / (WS-TOT-MATRIC * WS-DIAS-HABILES)
           ELSE
               MOVE 0 TO WS-MEDIA
               MOVE 0 TO WS-PORCENTAJE
           END-IF

           MOVE WS-TOT-MATRIC TO WP-MATRIC
           MOVE WS-TOT-INAS-A TO WP-INAS-A
           MOVE WS-TOT-INAS-J TO WP-INAS-J
           MOVE WS-TOT-ASIST TO WP-ASIST
           MOVE WS-MEDIA TO WP-MEDIA
           MOVE WS-PORCENTAJE TO WP-PORC

           MOVE SPACES TO WS-LINEA-REP
           STRING WP-ESC ' ' WS-NOMBRE-ESC WP-MATRIC
                  '  ' WP-INAS-A ' ' WP-INAS-J '   ' WP-ASIST
                  '     ' WP-MEDIA '    ' WP-PORC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN.

      ******ESCRIBE UNA LINEA EN EL LISTADO SPOOLEADO*****

       9100-ESCRIBIR-LISTADO.

           WRITE REG-LISTTMP FROM WS-LINEA-REP
           IF WS-FS-LTM NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE LISTADO: ' WS-FS-LTM
           END-IF.

       9150-ESCRIBIR-RESUMEN.

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

           CLOSE PARTE
           IF WS-FS-PTE NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO PARTE: ' WS-FS-PTE
           END-IF.

           CLOSE LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.

           CLOSE LISTTMP.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8 AND WS-DIS-CURSOS > 0
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMPARTE' TO LK-RPC-PROGRAMA
               MOVE WS-PERIODO-N TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'ESCUELA ' WS-ESCUELA
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDPARTE ' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMPARTE.
