      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generador de planillas mensuales de asistencia
      *          numeradas - para un mes y un curso (o todos los
      *          cursos activos) emite una hoja por curso/division con
      *          los alumnos activos en orden alfabetico y una columna
      *          por dia habil del calendario (RUTCALEN); los feriados
      *          van sombreados. El curso de cada dia sale de la
      *          historia fechada CURSOHIS.dat, asi el alumno que
      *          entra o sale de la division a mitad de mes figura
      *          solo en sus dias. Cada hoja recibe un numero
      *          correlativo registrado en PLANASIS.dat; CREAASIS pide
      *          ese numero y controla contra la hoja lo que se carga.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPLASI.

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
           SELECT PLANASIS       ASSIGN TO "DDPLAS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PLA.

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

           SELECT CURSOHIS       ASSIGN TO "DDCURHIS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CHI.

           SELECT LISTADO        ASSIGN TO "DDPLSLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD PLANASIS.
           COPY REGPLAS.

       FD ALUMNOS.
           COPY REGALUM.

       FD CURSOS.
           COPY REGCURSO.

       FD CURSOHIS.
           COPY REGCURHI.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-PLA       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-CUR       PIC X(02).
       01  WS-FS-CHI       PIC X(02).
       01  WS-FS-LST       PIC X(02).

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

       01  WS-CURSO-SEL    PIC 9(02).
       01  WS-FECHA-DESDE  PIC 9(08).
       01  WS-FECHA        PIC 9(08).
       01  WS-IDX-DIA      PIC 9(02).
       01  WS-IDX-COL      PIC 9(02).
       01  WS-IDX-CUR      PIC 9(03).
       01  WS-IDX-HIS      PIC 9(01).
       01  WS-POS          PIC 9(03).

      *COLUMNAS DE LA HOJA: DIAS HABILES Y FERIADOS DE LUNES A
      *VIERNES DEL MES ('C' = CLASE, 'F' = FERIADO SOMBREADO).
       01  WS-COL-CANT     PIC 9(02) VALUE 0.
       01  WS-CANT-HABILES PIC 9(02) VALUE 0.
       01  WS-SIN-CALEN    PIC X(01) VALUE 'N'.
       01  TABLA-COLUMNAS.
           05 TAB-COL OCCURS 31 TIMES.
               10 COL-DIA       PIC 9(02).
               10 COL-TIPO      PIC X(01).
               10 COL-LETRA     PIC X(01).
       01  WS-LETRAS-SEM   PIC X(07) VALUE 'LMXJVSD'.

      *HISTORIA FECHADA DE CURSO POR ALUMNO (CURSOHIS.dat, HASTA 5
      *MOVIMIENTOS), MISMO CRITERIO QUE PGMINFOR: GANA EL EVENTO CON
      *MAYOR FECHA-DESDE NO POSTERIOR AL DIA.
       01  TABLA-CURHIS.
           05 CHI-FILA OCCURS 9999 TIMES.
               10 TAB-CHI-CANT PIC 9(01).
               10 TAB-CHI-ENT OCCURS 5 TIMES.
                   15 TAB-CHI-FECHA PIC 9(08).
                   15 TAB-CHI-CURSO PIC 9(02).
       01  WS-NRO-ALU      PIC 9(04).
       01  WS-MEJOR-FECHA  PIC 9(08).
       01  WS-CURSO-DIA    PIC 9(02).
       01  WS-DIAS-EN-CURSO PIC 9(02).

      *CURSO DEL ALUMNO EN CADA COLUMNA DE LA HOJA.
       01  TABLA-CURSO-COL.
           05 TAB-CURSO-COL OCCURS 31 TIMES PIC 9(02).

       01  WS-HOJA-ABIERTA PIC X(01).
       01  WS-ULT-NRO      PIC 9(06).
       01  WS-NRO-PLANILLA PIC 9(06).
       01  WS-CANT-HOJA    PIC 9(03).

       01  WS-CANT-PLANILLAS PIC 9(04) VALUE 0.
       01  WP-CANT         PIC ZZZ9.

      *********COMUNICACION ******************

       01  WS-RUTIF  PIC X(08)  VALUE 'RUTIFECH'.
       01  WS-RUTCAL PIC X(08)  VALUE 'RUTCALEN'.

       COPY LKCALEN.

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
               PERFORM 2000-PROCESOS
                       VARYING WS-IDX-CUR FROM 1 BY 1
                       UNTIL WS-IDX-CUR > 99
               PERFORM 5000-TOTALES
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

           DISPLAY 'GENERACION DE PLANILLAS DE ASISTENCIA'
           DISPLAY 'PERIODO (MMAAAA): '
           ACCEPT WS-PERIODO-N
           DISPLAY 'CURSO (00 = TODOS LOS CURSOS ACTIVOS): '
           ACCEPT WS-CURSO-SEL

           MOVE WS-PER-MES  TO LK-MES
           MOVE WS-PER-ANIO TO LK-ANIO
           CALL WS-RUTIF USING LK-AREA
           IF LK-CONTROL NOT EQUAL 10
               DISPLAY '   PERIODO INVALIDO: ' LK-RETORNO
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
               COMPUTE WS-FECHA-DESDE = WS-PER-ANIO * 10000
                                      + WS-PER-MES * 100 + 1
               PERFORM 1100-CARGA-DIAS
               IF WS-COL-CANT = 0
                   DISPLAY 'EL MES NO TIENE DIAS HABILES.'
                           ' SIN PLANILLAS.'
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
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
               PERFORM 1200-CARGA-CURSOHIS
               PERFORM 1300-ULTIMO-NUMERO
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN EXTEND PLANASIS
               IF WS-FS-PLA NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-PLA
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
           MOVE 'PGMPLASI' TO LK-VER-PROGRAMA
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
      *    COLUMNAS DEL MES SEGUN EL      *
      *    CALENDARIO (RUTCALEN)          *
      *************************************
      *SIN CALENDARIO CARGADO PARA EL ANIO SE TOMAN LOS DIAS DE
      *LUNES A VIERNES, COMO EN EL CONTROL DE TERMINO DE RUTOPERA.

       1100-CARGA-DIAS.

           MOVE 0 TO WS-COL-CANT
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
                   WHEN LK-CAL-DIA-SEM > 5
                       CONTINUE
                   WHEN LK-RESULTADO-CAL = 30
                       MOVE 'S' TO WS-SIN-CALEN
                       PERFORM 1150-AGREGA-COLUMNA
                   WHEN LK-CAL-DIA-FERIADO
                       PERFORM 1150-AGREGA-COLUMNA
                   WHEN LK-CAL-DIA-CLASE
                       PERFORM 1150-AGREGA-COLUMNA
               END-EVALUATE
           END-PERFORM

           IF WS-SIN-CALEN = 'S'
               DISPLAY 'SIN CALENDARIO CARGADO PARA ' WS-PER-ANIO
                       '. SE TOMAN LOS DIAS DE LUNES A VIERNES.'
           END-IF.

       1150-AGREGA-COLUMNA.

           ADD 1 TO WS-COL-CANT
           MOVE WS-IDX-DIA TO COL-DIA(WS-COL-CANT)
           MOVE WS-LETRAS-SEM(LK-CAL-DIA-SEM:1)
                TO COL-LETRA(WS-COL-CANT)
           IF LK-CAL-DIA-FERIADO
               MOVE 'F' TO COL-TIPO(WS-COL-CANT)
           ELSE
               MOVE 'C' TO COL-TIPO(WS-COL-CANT)
               ADD 1 TO WS-CANT-HABILES
           END-IF.

      *************************************
      *    HISTORIA FECHADA DE CURSO      *
      *************************************

       1200-CARGA-CURSOHIS.

           PERFORM VARYING WS-NRO-ALU FROM 1 BY 1
                   UNTIL WS-NRO-ALU = 9999
               MOVE 0 TO TAB-CHI-CANT(WS-NRO-ALU)
           END-PERFORM
           MOVE 0 TO TAB-CHI-CANT(9999)

           OPEN INPUT CURSOHIS
           IF WS-FS-CHI EQUAL '05' OR '35'
               OPEN OUTPUT CURSOHIS
               CLOSE CURSOHIS
               OPEN INPUT CURSOHIS
           END-IF

           IF WS-FS-CHI NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CHI
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1250-SCAN-CURSOHIS UNTIL WS-SCAN-FIN
               CLOSE CURSOHIS
           END-IF.

       1250-SCAN-CURSOHIS.

           READ CURSOHIS
           IF WS-FS-CHI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CHI-NRO-ALU >= 1 AND CHI-NRO-ALU <= 9999
                  AND TAB-CHI-CANT(CHI-NRO-ALU) < 5
                   ADD 1 TO TAB-CHI-CANT(CHI-NRO-ALU)
                   MOVE CHI-FECHA-DESDE TO
                        TAB-CHI-FECHA(CHI-NRO-ALU
                            TAB-CHI-CANT(CHI-NRO-ALU))
                   MOVE CHI-NRO-CURSO TO
                        TAB-CHI-CURSO(CHI-NRO-ALU
                            TAB-CHI-CANT(CHI-NRO-ALU))
               END-IF
           END-IF.

      *************************************
      *    MAYOR NUMERO YA ASIGNADO       *
      *************************************

       1300-ULTIMO-NUMERO.

           MOVE 0 TO WS-ULT-NRO

           OPEN INPUT PLANASIS
           IF WS-FS-PLA EQUAL '05' OR '35'
               OPEN OUTPUT PLANASIS
               CLOSE PLANASIS
               OPEN INPUT PLANASIS
           END-IF

           IF WS-FS-PLA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-PLA
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1350-SCAN-PLANASIS UNTIL WS-SCAN-FIN
               CLOSE PLANASIS
           END-IF.

       1350-SCAN-PLANASIS.

           READ PLANASIS
           IF WS-FS-PLA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF PLA-NRO > WS-ULT-NRO
                   MOVE PLA-NRO TO WS-ULT-NRO
               END-IF
           END-IF.

      *************************************
      *    UNA HOJA POR CURSO/DIVISION    *
      *************************************

       2000-PROCESOS.

           IF WS-CURSO-SEL = 0 OR WS-CURSO-SEL = WS-IDX-CUR
               MOVE WS-IDX-CUR TO WS-RRN-CUR
               READ CURSOS
                   INVALID KEY
                       MOVE 'B' TO CUR-ESTADO
               END-READ

               IF CUR-ACTIVO
                   PERFORM 3000-EMITE-HOJA
               ELSE
                   IF WS-CURSO-SEL NOT EQUAL 0
                       DISPLAY 'CURSO ' WS-CURSO-SEL
                               ' INEXISTENTE O EN BAJA.'
                   END-IF
               END-IF
           END-IF.

      *RECORRE EL MAESTRO POR NOMBRE; LA HOJA SE ABRE CON EL PRIMER
      *ALUMNO QUE TENGA AL MENOS UN DIA EN EL CURSO.

       3000-EMITE-HOJA.

           MOVE 'N' TO WS-HOJA-ABIERTA
           MOVE 0 TO WS-CANT-HOJA

           MOVE LOW-VALUES TO ALU-NOMBRE
           START ALUMNOS KEY IS NOT LESS THAN ALU-NOMBRE
               INVALID KEY
                   SET WS-SCAN-FIN TO TRUE
               NOT INVALID KEY
                   SET WS-SCAN-SIGUE TO TRUE
           END-START

           PERFORM 3100-UN-ALUMNO UNTIL WS-SCAN-FIN

           IF WS-HOJA-ABIERTA = 'S'
               PERFORM 3500-CIERRA-HOJA
           END-IF.

       3100-UN-ALUMNO.

           READ ALUMNOS NEXT
           IF WS-FS-ALU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ALU-ACTIVO
                  AND ALU-NRO-ALU >= 1 AND ALU-NRO-ALU <= 9999
                   PERFORM 3150-CURSOS-DEL-MES
                   IF WS-DIAS-EN-CURSO > 0
                       IF WS-HOJA-ABIERTA NOT EQUAL 'S'
                           PERFORM 3200-ABRE-HOJA
                       END-IF
                       PERFORM 3300-RENGLON-ALUMNO
                   END-IF
               END-IF
           END-IF.

      *CURSO VIGENTE EN CADA COLUMNA. SIN HISTORIA SE USA EL CURSO
      *DEL MAESTRO; CON HISTORIA, UN DIA ANTERIOR AL PRIMER EVENTO
      *QUEDA SIN CURSO (EL ALUMNO TODAVIA NO ESTABA INSCRIPTO).

       3150-CURSOS-DEL-MES.

           MOVE ALU-NRO-ALU TO WS-NRO-ALU
           MOVE 0 TO WS-DIAS-EN-CURSO

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > WS-COL-CANT
               COMPUTE WS-FECHA = WS-FECHA-DESDE
                                + COL-DIA(WS-IDX-COL) - 1
               IF TAB-CHI-CANT(WS-NRO-ALU) = 0
                   MOVE ALU-CURSO TO WS-CURSO-DIA
               ELSE
                   MOVE 0 TO WS-CURSO-DIA
                   MOVE 0 TO WS-MEJOR-FECHA
                   PERFORM VARYING WS-IDX-HIS FROM 1 BY 1
                           UNTIL WS-IDX-HIS > TAB-CHI-CANT(WS-NRO-ALU)
                       IF TAB-CHI-FECHA(WS-NRO-ALU WS-IDX-HIS)
                          <= WS-FECHA
                          AND TAB-CHI-FECHA(WS-NRO-ALU WS-IDX-HIS)
                              >= WS-MEJOR-FECHA
                           MOVE TAB-CHI-FECHA(WS-NRO-ALU WS-IDX-HIS)
                                TO WS-MEJOR-FECHA
                           MOVE TAB-CHI-CURSO(WS-NRO-ALU WS-IDX-HIS)
                                TO WS-CURSO-DIA
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WS-CURSO-DIA TO TAB-CURSO-COL(WS-IDX-COL)
               IF WS-CURSO-DIA = WS-IDX-CUR
                   ADD 1 TO WS-DIAS-EN-CURSO
               END-IF
           END-PERFORM.

      *************************************
      *    ENCABEZADO DE LA HOJA          *
      *************************************

       3200-ABRE-HOJA.

           MOVE 'S' TO WS-HOJA-ABIERTA
           ADD 1 TO WS-ULT-NRO
           MOVE WS-ULT-NRO TO WS-NRO-PLANILLA
           ADD 1 TO WS-CANT-PLANILLAS

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'PLANILLA DE ASISTENCIA NRO ' WS-NRO-PLANILLA
                  '   CURSO ' WS-RRN-CUR ' ' CUR-DESCRIPCION
                  '   PERIODO ' WS-PER-MES '/' WS-PER-ANIO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

      *DOS RENGLONES DE TITULO: DIA DEL MES Y LETRA DEL DIA.
           MOVE SPACES TO WS-LINEA-REP
           MOVE 'NRO  ALUMNO' TO WS-LINEA-REP(1:11)
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > WS-COL-CANT
               COMPUTE WS-POS = 30 + (WS-IDX-COL - 1) * 3
               MOVE COL-DIA(WS-IDX-COL) TO WS-LINEA-REP(WS-POS:2)
           END-PERFORM
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > WS-COL-CANT
               COMPUTE WS-POS = 31 + (WS-IDX-COL - 1) * 3
               MOVE COL-LETRA(WS-IDX-COL) TO WS-LINEA-REP(WS-POS:1)
           END-PERFORM
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    RENGLON DEL ALUMNO: CASILLERO  *
      *    EN BLANCO, FERIADO SOMBREADO O *
      *    GUION FUERA DEL CURSO          *
      *************************************

       3300-RENGLON-ALUMNO.

           ADD 1 TO WS-CANT-HOJA

           MOVE SPACES TO WS-LINEA-REP
           STRING ALU-NRO-ALU ' ' ALU-NOMBRE
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > WS-COL-CANT
               COMPUTE WS-POS = 30 + (WS-IDX-COL - 1) * 3
               EVALUATE TRUE
                   WHEN COL-TIPO(WS-IDX-COL) = 'F'
                       MOVE '##' TO WS-LINEA-REP(WS-POS:2)
                   WHEN TAB-CURSO-COL(WS-IDX-COL) NOT EQUAL
                        WS-IDX-CUR
                       MOVE '--' TO WS-LINEA-REP(WS-POS:2)
                   WHEN OTHER
                       MOVE '__' TO WS-LINEA-REP(WS-POS:2)
               END-EVALUATE
           END-PERFORM
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    PIE Y REGISTRO DE LA HOJA      *
      *************************************

       3500-CIERRA-HOJA.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNOS DE LA HOJA: ' WS-CANT-HOJA
                  '   DIAS HABILES: ' WS-CANT-HABILES
                  '   FIRMA DEL PRECEPTOR: ____________'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'REFERENCIAS: ## FERIADO   -- FUERA DEL CURSO'
                  ' ESE DIA   P/A/T/J SEGUN CREAASIS'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-NRO-PLANILLA TO PLA-NRO
           MOVE WS-RRN-CUR      TO PLA-NRO-CURSO
           MOVE WS-PERIODO-N    TO PLA-PERIODO
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLA-FECHA-EMI
           MOVE WS-CANT-HOJA    TO PLA-CANT-ALU
           SET PLA-EMITIDA      TO TRUE

           WRITE REG-PLANASIS
           IF WS-FS-PLA IS NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-PLA
           END-IF.

      *************************************
      *    TOTALES DE LA CORRIDA          *
      *************************************

       5000-TOTALES.

           MOVE WS-CANT-PLANILLAS TO WP-CANT
           DISPLAY 'PLANILLAS EMITIDAS: ' WP-CANT.

      ******ESCRIBE UNA LINEA EN EL LISTADO SPOOLEADO*****

       9100-ESCRIBIR-LISTADO.

           WRITE REG-LISTADO FROM WS-LINEA-REP
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE LISTADO: ' WS-FS-LST
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE PLANASIS
           IF WS-FS-PLA NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO PLANASIS: ' WS-FS-PLA
           END-IF.

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



       END PROGRAM PGMPLASI.
