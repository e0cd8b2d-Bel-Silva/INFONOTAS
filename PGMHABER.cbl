      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extracto mensual de horas docentes para liquidacion
      *          de haberes - para el periodo MMAAAA graba un registro
      *          posicional por docente activo de DOCENTES.dat con los
      *          modulos semanales que dicta segun HORARIOS.dat y
      *          ASIGDOC.dat del anio, los modulos del mes que le
      *          tocaban en dias de clase (RUTCALEN), los que no dicto
      *          por licencia (LICENCIAS.dat), los que cubrio como
      *          suplente (SUPLENCIAS.dat) y el neto a liquidar, mas
      *          registro cabecera '1' y cola '9' con la cantidad y el
      *          total de modulos, como PGMMINIS. Las asignaciones y
      *          los docentes en baja ('B') no se liquidan. Emite el
      *          listado de control para la firma de Personal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMHABER.

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
           SELECT HORARIOS       ASSIGN TO "DDHORA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-HOR.

           SELECT ASIGDOC        ASSIGN TO "DDASIG"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ASIG.

           SELECT LICENCIAS      ASSIGN TO "DDLICE"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LIC.

           SELECT SUPLENCIAS     ASSIGN TO "DDSUPL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-SUP.

           SELECT DOCENTES       ASSIGN TO "DDDOC"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-DOC
                                      FILE STATUS IS WS-FS-DOC.

           SELECT HABERES        ASSIGN TO "DDHABER"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-HAB.

           SELECT LISTADO        ASSIGN TO "DDHABLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD HORARIOS.
           COPY REGHORA.

       FD ASIGDOC.
           COPY REGASIG.

       FD LICENCIAS.
           COPY REGLICE.

       FD SUPLENCIAS.
           COPY REGSUPL.

       FD DOCENTES.
           COPY REGDOCE.

      *LAYOUT POSICIONAL PARA PERSONAL: '1' CABECERA, '2' DETALLE
      *POR DOCENTE, '9' COLA CON CANTIDAD Y TOTAL DE MODULOS.
       FD HABERES.
           01 REG-HAB-DETALLE.
              05 HAB-TIPO          PIC X(01).
              05 HAB-NRO-DOC       PIC 9(03).
              05 HAB-NOMBRE        PIC X(25).
              05 HAB-PERIODO       PIC 9(06).
              05 HAB-MOD-SEMANA    PIC 9(03).
              05 HAB-MOD-MES       PIC 9(04).
              05 HAB-MOD-AUSENTE   PIC 9(04).
              05 HAB-MOD-SUPLENCIA PIC 9(04).
              05 HAB-MOD-LIQUIDAR  PIC 9(04).
      *CABECERA Y COLA RELLENADAS AL LARGO DEL DETALLE (54) PARA
      *QUE EL ARCHIVO CONSERVE UN UNICO LRECL.
           01 REG-HAB-CABECERA.
              05 CAB-TIPO          PIC X(01).
              05 CAB-FECHA         PIC 9(08).
              05 CAB-PERIODO       PIC 9(06).
              05 CAB-ORIGEN        PIC X(10).
              05 FILLER            PIC X(29).
           01 REG-HAB-COLA.
              05 COLA-TIPO         PIC X(01).
              05 COLA-CANTIDAD     PIC 9(05).
              05 COLA-MODULOS      PIC 9(07).
              05 FILLER            PIC X(41).

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-HOR       PIC X(02).
       01  WS-FS-ASIG      PIC X(02).
       01  WS-FS-LIC       PIC X(02).
       01  WS-FS-SUP       PIC X(02).
       01  WS-FS-DOC       PIC X(02).
       01  WS-FS-HAB       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-RRN-DOC      PIC 9(03).

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

       01  WS-FECHA-DESDE  PIC 9(08).
       01  WS-FECHA-HASTA  PIC 9(08).
       01  WS-FECHA        PIC 9(08).
       01  WS-NRO-DOC      PIC 9(03).
       01  WS-IDX-DOC      PIC 9(04).
       01  WS-IDX-DIA      PIC 9(02).

      *DOCENTE ASIGNADO A CADA MATERIA EN EL ANIO (ASIGDOC.dat,
      *SOLO ASIGNACIONES ACTIVAS).
       01  TABLA-DOC-MAT.
           05 TAB-DOC-MAT OCCURS 99 TIMES PIC 9(03).

      *DIAS DEL MES: DIA DE SEMANA Y SI HUBO CLASE.
       01  TABLA-DIAS.
           05 TAB-DIA OCCURS 31 TIMES.
               10 TAB-DIA-SEM      PIC 9(01).
               10 TAB-DIA-CLASE    PIC X(01).

      *POR DOCENTE: MODULOS POR DIA DE SEMANA (1 A 6), DIAS DEL MES
      *EN LICENCIA Y ACUMULADOS DEL MES.
       01  TABLA-HORAS.
           05 TAB-HORAS OCCURS 999 TIMES.
               10 TAB-MOD-DIA      PIC 9(02) OCCURS 6 TIMES.
               10 TAB-MOD-SEMANA   PIC 9(03).
               10 TAB-LIC-DIA      PIC X(01) OCCURS 31 TIMES.
               10 TAB-MOD-MES      PIC 9(04).
               10 TAB-MOD-AUSENTE  PIC 9(04).
               10 TAB-MOD-SUPLENCIA PIC 9(04).

       01  WS-CANT-ENVIADOS PIC 9(05) VALUE 0.
       01  WS-CANT-EXCL     PIC 9(05) VALUE 0.
       01  WS-TOT-MODULOS   PIC 9(07) VALUE 0.
       01  WS-CANT-DIAS-CLASE PIC 9(02) VALUE 0.
       01  WP-CANT          PIC ZZZZ9.
       01  WP-TOTAL         PIC ZZZZZZ9.
       01  WP-MOD-SEM       PIC ZZ9.
       01  WP-MOD-MES       PIC ZZZ9.
       01  WP-MOD-AUS       PIC ZZZ9.
       01  WP-MOD-SUP       PIC ZZZ9.
       01  WP-MOD-LIQ       PIC ZZZ9.

      *********COMUNICACION ******************

       01  WS-RUTIF  PIC X(08)  VALUE 'RUTIFECH'.
       01  WS-RUTCAL PIC X(08)  VALUE 'RUTCALEN'.
       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKCALEN.

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


       PROCEDURE DIVISION.

      ****************************************************
      ****************************************************
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           IF NOT WS-FIN-PROCESO
               PERFORM 2000-PROCESOS
                       VARYING WS-IDX-DOC FROM 1 BY 1
                       UNTIL WS-IDX-DOC > 999
               PERFORM 2700-COLA-Y-TOTALES
           END-IF

           PERFORM 9999-CIERRE.

       MAIN-PROGRAM-FINAL.
           EXIT.
               GOBACK.


      ***********************************************************
      *    CUERPO INICIO APERTURA ARCHIVOS E INICIO DE VARIBLES *
      ***********************************************************

       1000-INICIO.

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'EXTRACTO DE HORAS DOCENTES PARA HABERES'
           DISPLAY 'PERIODO A LIQUIDAR (MMAAAA): '
           ACCEPT WS-PERIODO-N

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
               COMPUTE WS-FECHA-HASTA = WS-FECHA-DESDE + 30

               OPEN INPUT DOCENTES
               IF WS-FS-DOC NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-DOC
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN OUTPUT HABERES
               IF WS-FS-HAB NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-HAB
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
               MOVE ZEROES TO TABLA-HORAS
               PERFORM 1100-CARGA-DIAS
               PERFORM 1200-CARGA-ASIGNACIONES
               PERFORM 1300-CARGA-GRILLA
               PERFORM 1400-CARGA-LICENCIAS
               PERFORM 1500-CARGA-SUPLENCIAS
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE SPACES TO REG-HAB-CABECERA
               MOVE '1' TO CAB-TIPO
               MOVE FUNCTION CURRENT-DATE(1:8) TO CAB-FECHA
               MOVE WS-PERIODO-N TO CAB-PERIODO
               MOVE 'INFONOTAS ' TO CAB-ORIGEN
               WRITE REG-HAB-CABECERA
               IF WS-FS-HAB NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR CABECERA: ' WS-FS-HAB
               END-IF

               MOVE SPACES TO WS-LINEA-REP
               STRING 'CONTROL DE HORAS DOCENTES PARA HABERES -'
                      ' PERIODO ' WS-PER-MES '/' WS-PER-ANIO
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

               MOVE WS-CANT-DIAS-CLASE TO WP-MOD-SEM
               MOVE SPACES TO WS-LINEA-REP
               STRING 'DIAS DE CLASE DEL MES: ' WP-MOD-SEM
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

               MOVE SPACES TO WS-LINEA-REP
               STRING 'DOC NOMBRE                     SEM   MES'
                      '  AUS  SUP  LIQ'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *************************************
      *    DIAS DEL MES: DIA DE SEMANA Y  *
      *    DIA DE CLASE (RUTCALEN)        *
      *************************************
      *EL SABADO CUENTA SI CAE EN TERMINO Y NO ES FERIADO: LA
      *GRILLA ADMITE MODULOS DE 1 (LUNES) A 6 (SABADO).

       1100-CARGA-DIAS.

           MOVE SPACES TO TABLA-DIAS
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 31
               MOVE 0 TO TAB-DIA-SEM(WS-IDX-DIA)
               COMPUTE WS-FECHA = WS-FECHA-DESDE + WS-IDX-DIA - 1
               MOVE 3 TO LK-OPCION-CAL
               MOVE WS-FECHA TO LK-CAL-FECHA
               MOVE WS-PER-ANIO TO LK-CAL-ANIO
               CALL WS-RUTCAL USING LK-COM-CALEN
               IF LK-RESULTADO-CAL NOT EQUAL 40
                   MOVE LK-CAL-DIA-SEM TO TAB-DIA-SEM(WS-IDX-DIA)
                   EVALUATE TRUE
                       WHEN LK-CAL-DIA-SEM = 7
                           CONTINUE
                       WHEN LK-CAL-DIA-FERIADO
                           CONTINUE
                       WHEN LK-CAL-DIA-CLASE
                           MOVE 'S' TO TAB-DIA-CLASE(WS-IDX-DIA)
                       WHEN LK-RESULTADO-CAL = 30
                           MOVE 'S' TO TAB-DIA-CLASE(WS-IDX-DIA)
                       WHEN LK-CAL-DIA-SEM = 6
                        AND LK-CAL-TRIM > 0
                           MOVE 'S' TO TAB-DIA-CLASE(WS-IDX-DIA)
                   END-EVALUATE
                   IF TAB-DIA-CLASE(WS-IDX-DIA) = 'S'
                       ADD 1 TO WS-CANT-DIAS-CLASE
                   END-IF
               END-IF
           END-PERFORM.

      *************************************
      *    DOCENTE DE CADA MATERIA EN EL  *
      *    ANIO (ASIGDOC.dat)             *
      *************************************

       1200-CARGA-ASIGNACIONES.

           MOVE ZEROES TO TABLA-DOC-MAT

           OPEN INPUT ASIGDOC
           IF WS-FS-ASIG EQUAL '05' OR '35'
               OPEN OUTPUT ASIGDOC
               CLOSE ASIGDOC
               OPEN INPUT ASIGDOC
           END-IF

           IF WS-FS-ASIG NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ASIG
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1250-SCAN-ASIGDOC UNTIL WS-SCAN-FIN
               CLOSE ASIGDOC
           END-IF.

       1250-SCAN-ASIGDOC.

           READ ASIGDOC
           IF WS-FS-ASIG NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASG-ACTIVA
                  AND ASG-ANIO = WS-PER-ANIO
                  AND ASG-NRO-MAT >= 1 AND ASG-NRO-MAT <= 99
                   MOVE ASG-NRO-DOC TO TAB-DOC-MAT(ASG-NRO-MAT)
               END-IF
           END-IF.

      *************************************
      *    MODULOS SEMANALES POR DOCENTE  *
      *    (HORARIOS.dat DEL ANIO)        *
      *************************************

       1300-CARGA-GRILLA.

           OPEN INPUT HORARIOS
           IF WS-FS-HOR EQUAL '05' OR '35'
               OPEN OUTPUT HORARIOS
               CLOSE HORARIOS
               OPEN INPUT HORARIOS
           END-IF

           IF WS-FS-HOR NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-HOR
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1350-SCAN-HORARIOS UNTIL WS-SCAN-FIN
               CLOSE HORARIOS
           END-IF.

       1350-SCAN-HORARIOS.

           READ HORARIOS
           IF WS-FS-HOR NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF HOR-ACTIVO
                  AND HOR-ANIO = WS-PER-ANIO
                  AND HOR-NRO-MAT >= 1
                  AND HOR-DIA >= 1 AND HOR-DIA <= 6
                   MOVE TAB-DOC-MAT(HOR-NRO-MAT) TO WS-NRO-DOC
                   IF WS-NRO-DOC NOT EQUAL 0
                       ADD 1 TO TAB-MOD-DIA(WS-NRO-DOC, HOR-DIA)
                       ADD 1 TO TAB-MOD-SEMANA(WS-NRO-DOC)
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    DIAS DEL MES EN LICENCIA       *
      *************************************

       1400-CARGA-LICENCIAS.

           OPEN INPUT LICENCIAS
           IF WS-FS-LIC EQUAL '05' OR '35'
               OPEN OUTPUT LICENCIAS
               CLOSE LICENCIAS
               OPEN INPUT LICENCIAS
           END-IF

           IF WS-FS-LIC NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LIC
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1450-SCAN-LICENCIAS UNTIL WS-SCAN-FIN
               CLOSE LICENCIAS
           END-IF.

       1450-SCAN-LICENCIAS.

           READ LICENCIAS
           IF WS-FS-LIC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF LIC-ACTIVA
                  AND LIC-NRO-DOC >= 1
                  AND LIC-FECHA-DESDE <= WS-FECHA-HASTA
                  AND LIC-FECHA-HASTA >= WS-FECHA-DESDE
                   PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                           UNTIL WS-IDX-DIA > 31
                       COMPUTE WS-FECHA =
                               WS-FECHA-DESDE + WS-IDX-DIA - 1
                       IF WS-FECHA >= LIC-FECHA-DESDE
                          AND WS-FECHA <= LIC-FECHA-HASTA
                           MOVE 'S' TO
                                TAB-LIC-DIA(LIC-NRO-DOC, WS-IDX-DIA)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *************************************
      *    MODULOS CUBIERTOS COMO         *
      *    SUPLENTE EN EL MES             *
      *************************************

       1500-CARGA-SUPLENCIAS.

           OPEN INPUT SUPLENCIAS
           IF WS-FS-SUP EQUAL '05' OR '35'
               OPEN OUTPUT SUPLENCIAS
               CLOSE SUPLENCIAS
               OPEN INPUT SUPLENCIAS
           END-IF

           IF WS-FS-SUP NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-SUP
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1550-SCAN-SUPLENCIAS UNTIL WS-SCAN-FIN
               CLOSE SUPLENCIAS
           END-IF.

       1550-SCAN-SUPLENCIAS.

           READ SUPLENCIAS
           IF WS-FS-SUP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF SUP-ACTIVA
                  AND SUP-NRO-DOC-SUP >= 1
                  AND SUP-FECHA >= WS-FECHA-DESDE
                  AND SUP-FECHA <= WS-FECHA-HASTA
                   ADD 1 TO TAB-MOD-SUPLENCIA(SUP-NRO-DOC-SUP)
               END-IF
           END-IF.

      *************************************
      *    UN DETALLE POR DOCENTE         *
      *************************************

       2000-PROCESOS.

           MOVE WS-IDX-DOC TO WS-NRO-DOC

           IF TAB-MOD-SEMANA(WS-NRO-DOC) > 0
              OR TAB-MOD-SUPLENCIA(WS-NRO-DOC) > 0
               MOVE WS-NRO-DOC TO WS-RRN-DOC
               READ DOCENTES
                   INVALID KEY
                       MOVE 'DOCENTE INEXISTENTE      ' TO DOC-NOMBRE
                       MOVE 'B' TO DOC-ESTADO
               END-READ

      *LOS DOCENTES EN BAJA NO SE LIQUIDAN.
               IF DOC-BAJA
                   ADD 1 TO WS-CANT-EXCL
                   MOVE SPACES TO WS-LINEA-REP
                   STRING WS-NRO-DOC ' ' DOC-NOMBRE
                          '  EN BAJA - EXCLUIDO DE LA LIQUIDACION'
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   DISPLAY WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               ELSE
                   PERFORM 2100-CUENTA-MES
                   PERFORM 2550-GRABA-DETALLE
               END-IF
           END-IF.

      *MODULOS QUE LE TOCABAN EN CADA DIA DE CLASE DEL MES Y LOS
      *QUE NO DICTO POR ESTAR EN LICENCIA.
       2100-CUENTA-MES.

           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 31
               IF TAB-DIA-CLASE(WS-IDX-DIA) = 'S'
                  AND TAB-DIA-SEM(WS-IDX-DIA) >= 1
                  AND TAB-DIA-SEM(WS-IDX-DIA) <= 6
                   ADD TAB-MOD-DIA(WS-NRO-DOC,
                                   TAB-DIA-SEM(WS-IDX-DIA))
                       TO TAB-MOD-MES(WS-NRO-DOC)
                   IF TAB-LIC-DIA(WS-NRO-DOC, WS-IDX-DIA) = 'S'
                       ADD TAB-MOD-DIA(WS-NRO-DOC,
                                       TAB-DIA-SEM(WS-IDX-DIA))
                           TO TAB-MOD-AUSENTE(WS-NRO-DOC)
                   END-IF
               END-IF
           END-PERFORM.

       2550-GRABA-DETALLE.

           MOVE SPACES TO REG-HAB-DETALLE
           MOVE '2' TO HAB-TIPO
           MOVE WS-NRO-DOC TO HAB-NRO-DOC
           MOVE DOC-NOMBRE TO HAB-NOMBRE
           MOVE WS-PERIODO-N TO HAB-PERIODO
           MOVE TAB-MOD-SEMANA(WS-NRO-DOC) TO HAB-MOD-SEMANA
           MOVE TAB-MOD-MES(WS-NRO-DOC) TO HAB-MOD-MES
           MOVE TAB-MOD-AUSENTE(WS-NRO-DOC) TO HAB-MOD-AUSENTE
           MOVE TAB-MOD-SUPLENCIA(WS-NRO-DOC) TO HAB-MOD-SUPLENCIA
           COMPUTE HAB-MOD-LIQUIDAR = TAB-MOD-MES(WS-NRO-DOC)
                                    - TAB-MOD-AUSENTE(WS-NRO-DOC)
                                    + TAB-MOD-SUPLENCIA(WS-NRO-DOC)

           WRITE REG-HAB-DETALLE
           IF WS-FS-HAB NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-HAB
           ELSE
               ADD 1 TO WS-CANT-ENVIADOS
               ADD HAB-MOD-LIQUIDAR TO WS-TOT-MODULOS
               PERFORM 2600-LISTA-DETALLE
           END-IF.

       2600-LISTA-DETALLE.

           MOVE HAB-MOD-SEMANA    TO WP-MOD-SEM
           MOVE HAB-MOD-MES       TO WP-MOD-MES
           MOVE HAB-MOD-AUSENTE   TO WP-MOD-AUS
           MOVE HAB-MOD-SUPLENCIA TO WP-MOD-SUP
           MOVE HAB-MOD-LIQUIDAR  TO WP-MOD-LIQ

           MOVE SPACES TO WS-LINEA-REP
           STRING HAB-NRO-DOC ' ' HAB-NOMBRE
                  ' ' WP-MOD-SEM
                  ' ' WP-MOD-MES
                  ' ' WP-MOD-AUS
                  ' ' WP-MOD-SUP
                  ' ' WP-MOD-LIQ
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    COLA Y TOTALES DE CONTROL      *
      *************************************

       2700-COLA-Y-TOTALES.

           MOVE SPACES TO REG-HAB-COLA
           MOVE '9' TO COLA-TIPO
           MOVE WS-CANT-ENVIADOS TO COLA-CANTIDAD
           MOVE WS-TOT-MODULOS TO COLA-MODULOS
           WRITE REG-HAB-COLA
           IF WS-FS-HAB NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR COLA: ' WS-FS-HAB
           END-IF

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-ENVIADOS TO WP-CANT
           DISPLAY 'DOCENTES ENVIADOS: ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DOCENTES ENVIADOS        : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-TOT-MODULOS TO WP-TOTAL
           DISPLAY 'MODULOS A LIQUIDAR: ' WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING 'MODULOS A LIQUIDAR       : ' WP-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-EXCL TO WP-CANT
           DISPLAY 'DOCENTES EN BAJA EXCLUIDOS: ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DOCENTES EN BAJA EXCLUIDOS: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CONFORME PERSONAL: ______________________'
                  '   FECHA: ____/____/______'
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

           CLOSE DOCENTES
           IF WS-FS-DOC NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO DOCENTES: ' WS-FS-DOC
           END-IF.

           CLOSE HABERES
           IF WS-FS-HAB NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO HABERES: ' WS-FS-HAB
           END-IF.

           CLOSE LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMHABER' TO LK-RPC-PROGRAMA
               MOVE WS-PERIODO-N TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               MOVE 'DDHABER ' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMHABER.
