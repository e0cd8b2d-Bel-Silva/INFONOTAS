      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control de vigencia de los archivos derivados - cruza
      *          RUNCTL.dat, PERIODOS.dat, MESAS.dat y AUDITORIA.dat
      *          y avisa que derivados quedaron viejos respecto de sus
      *          fuentes porque no se volvio a correr el programa que
      *          los regenera:
      *            NOTASIDX  - CONVNOTI despues de cada PURGNOTA que
      *                        archivo notas y de cada PGMFUSIO;
      *            TRIMEST   - PGMTRIME (por trimestre) despues de
      *                        cada cierre de periodo de sus meses;
      *            PREVIAS   - PGMPREVI despues de cada PGMPROMO, de
      *                        cada cierre de mesa de CREAMESA y de
      *                        cada PGMFUSIO que renumero resultados;
      *            RESULTADO - el cierre posteado de PGMPROMO de un
      *                        anio frente a cambios de nota de ese
      *                        anio (CORRNOTA/PGMAPRUE) y cierres de
      *                        trimestre posteriores (ver PGMIMPAC).
      *          Las corridas se toman de los eventos 'F' posteados
      *          de RUNCTL; los momentos se comparan por fecha y hora.
      *          Emite el listado de vigencia y, si algo quedo viejo,
      *          graba una novedad y termina con RC 4 para que la
      *          cadena nocturna lo marque.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVIGEN.

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
           SELECT RUNCTL         ASSIGN TO "DDRUNC"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CTL.

           SELECT PERIODOS       ASSIGN TO "DDPERI"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PER.

           SELECT MESAS          ASSIGN TO "DDMESA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-MES.

           SELECT AUDITORIA      ASSIGN TO "DDAUDIT"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-AUD.

           SELECT LISTADO        ASSIGN TO "DDVIGLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL.
           COPY REGRUNC.

       FD PERIODOS.
           COPY REGPERI.

       FD MESAS.
           COPY REGMESA.

       FD AUDITORIA.
           COPY REGAUDIT.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-CTL       PIC X(02).
       01  WS-FS-PER       PIC X(02).
       01  WS-FS-MES       PIC X(02).
       01  WS-FS-AUD       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

      *MOMENTO DE UN EVENTO (AAAAMMDDHHMMSS) PARA COMPARAR.
       01  WS-MOMENTO.
           05 WS-MOM-FECHA  PIC 9(08).
           05 WS-MOM-HORA   PIC 9(06).
       01  WS-MOMENTO-N REDEFINES WS-MOMENTO PIC 9(14).

      *ULTIMA CORRIDA POSTEADA DE CADA PROGRAMA (0 = NUNCA).
       01  WS-ULT-CONVNOTI PIC 9(14) VALUE 0.
       01  WS-ULT-PURGA    PIC 9(14) VALUE 0.
       01  WS-ULT-FUSION   PIC 9(14) VALUE 0.
       01  WS-ULT-FUS-RES  PIC 9(14) VALUE 0.
       01  WS-ULT-PREVI    PIC 9(14) VALUE 0.
       01  WS-ULT-PROMO    PIC 9(14) VALUE 0.
       01  WS-ULT-MESA     PIC 9(14) VALUE 0.
       01  WS-FUENTE       PIC 9(14) VALUE 0.
       01  WS-DERIVADO     PIC 9(14) VALUE 0.

      *PERIODO DE RUNCTL/PERIODOS: MMAAAA, 12AAAA (PGMPROMO) O
      *0TAAAA (PGMTRIME).
       01  WS-PERIODO-AUX.
           05 WS-PER-MES    PIC 9(02).
           05 WS-PER-ANIO   PIC 9(04).
       01  WS-PERIODO-AUX-N REDEFINES WS-PERIODO-AUX PIC 9(06).

      *IMAGEN DE LA NOTA EN LA AUDITORIA DE CORRNOTA.
           COPY REGNOTA REPLACING ==REG-NOTAS== BY ==WS-NOTA-AUD==
                         LEADING ==NOT-== BY ==AUN-==.

      *CLAVE DE LA AUDITORIA DE PGMAPRUE: MATERIA + PERIODO MMAAAA.
       01  WS-CLAVE-APR.
           05 APR-NRO-MAT   PIC 9(02).
           05 APR-MES       PIC 9(02).
           05 APR-ANIO      PIC 9(04).
           05 FILLER        PIC X(02).

      *ANIOS CON CIERRE POSTEADO (PGMPROMO 12AAAA): MOMENTO DEL
      *CIERRE, ULTIMO PGMTRIME DEL ANIO Y ULTIMO CAMBIO DE NOTA.
       01  WS-ANI-MAX      PIC 9(02) VALUE 20.
       01  WS-ANI-CANT     PIC 9(02) VALUE 0.
       01  TABLA-ANIOS.
           05 ANI-ENT OCCURS 20 TIMES.
               10 ANI-ANIO        PIC 9(04).
               10 ANI-CIERRE      PIC 9(14).
               10 ANI-ULT-TRIME   PIC 9(14).
               10 ANI-ULT-CAMBIO  PIC 9(14).

      *TRIMESTRES: ULTIMO CIERRE DE PERIODO DE SUS MESES Y ULTIMA
      *CORRIDA POSTEADA DE PGMTRIME.
       01  WS-TRM-MAX      PIC 9(02) VALUE 60.
       01  WS-TRM-CANT     PIC 9(02) VALUE 0.
       01  TABLA-TRIMESTRES.
           05 TRM-ENT OCCURS 60 TIMES.
               10 TRM-ANIO        PIC 9(04).
               10 TRM-NRO         PIC 9(01).
               10 TRM-ULT-CIERRE  PIC 9(14).
               10 TRM-ULT-RUN     PIC 9(14).

      *MESAS CERRADAS (MESAS.dat) CON EL MOMENTO DEL CIERRE SEGUN LA
      *AUDITORIA DE CREAMESA (0 = CERRADA SIN RASTRO EN AUDITORIA).
       01  WS-MSA-MAX      PIC 9(03) VALUE 300.
       01  WS-MSA-CANT     PIC 9(03) VALUE 0.
       01  TABLA-MESAS.
           05 MSA-ENT OCCURS 300 TIMES.
               10 MSA-NRO-MESA    PIC 9(04).
               10 MSA-NRO-MAT     PIC 9(02).
               10 MSA-CIERRE      PIC 9(14).

       01  WS-IDX          PIC 9(03).
       01  WS-HALLADO      PIC X(01).
       01  WS-NRO-MESA-AUX PIC 9(04).
       01  WS-ANIO-AUX     PIC 9(04).
       01  WS-TRIM-AUX     PIC 9(01).

       01  WS-CANT-VIEJOS  PIC 9(03) VALUE 0.
       01  WS-ESTADO-DER   PIC X(14).

      *MOMENTO EN TEXTO PARA EL LISTADO.
       01  WS-MOM-IMP-N    PIC 9(14).
       01  WS-MOM-IMP REDEFINES WS-MOM-IMP-N.
           05 WS-IMP-FECHA  PIC 9(08).
           05 WS-IMP-HORA   PIC 9(06).
       01  WS-MOM-TEXTO    PIC X(15).
       01  WS-TXT-FUENTE   PIC X(15).
       01  WS-TXT-DERIVADO PIC X(15).

       01  WP-CANT         PIC ZZ9.

      *********COMUNICACION ******************

       01  WS-RUTCAL PIC X(08)  VALUE 'RUTCALEN'.
       01  WS-RUTNOV PIC X(08)  VALUE 'RUTNOVED'.
       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKCALEN.

       COPY LKNOVED.

       COPY LKREPCA.

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
               PERFORM 2000-LEE-RUNCTL
               PERFORM 3000-LEE-PERIODOS
               PERFORM 4000-LEE-MESAS
               PERFORM 5000-LEE-AUDITORIA
               PERFORM 6000-LISTADO
               PERFORM 7000-TOTALES
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

           DISPLAY 'CONTROL DE VIGENCIA DE ARCHIVOS DERIVADOS'

           MOVE ZEROES TO TABLA-ANIOS
           MOVE ZEROES TO TABLA-TRIMESTRES
           MOVE ZEROES TO TABLA-MESAS

           OPEN OUTPUT LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LST
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMVIGEN' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'MESAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-MESAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    CORRIDAS POSTEADAS (RUNCTL)    *
      *************************************

       2000-LEE-RUNCTL.

           OPEN INPUT RUNCTL
           IF WS-FS-CTL EQUAL '05' OR '35'
               OPEN OUTPUT RUNCTL
               CLOSE RUNCTL
               OPEN INPUT RUNCTL
           END-IF

           IF WS-FS-CTL NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CTL
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2100-SCAN-RUNCTL UNTIL WS-SCAN-FIN
               CLOSE RUNCTL
           END-IF.

      *SOLO CUENTAN LOS FINES POSTEADOS: UNA CORRIDA 'E' NO
      *REGENERO NADA. PURGNOTA SIN NOTAS ARCHIVADAS Y PGMFUSIO SIN
      *REGISTROS RENUMERADOS NO TOCARON LAS FUENTES.

       2100-SCAN-RUNCTL.

           READ RUNCTL
           IF WS-FS-CTL NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CTL-EV-FIN AND CTL-EST-POSTEADO
                   MOVE CTL-FECHA   TO WS-MOM-FECHA
                   MOVE CTL-HORA    TO WS-MOM-HORA
                   MOVE CTL-PERIODO TO WS-PERIODO-AUX-N
                   EVALUATE CTL-PROGRAMA
                       WHEN 'CONVNOTI'
                           IF WS-MOMENTO-N > WS-ULT-CONVNOTI
                               MOVE WS-MOMENTO-N TO WS-ULT-CONVNOTI
                           END-IF
                       WHEN 'PURGNOTA'
                           IF CTL-CANT-PROC > 0
                              AND WS-MOMENTO-N > WS-ULT-PURGA
                               MOVE WS-MOMENTO-N TO WS-ULT-PURGA
                           END-IF
                       WHEN 'PGMFUSIO'
                           IF CTL-CANT-PROC > 0
                              AND WS-MOMENTO-N > WS-ULT-FUSION
                               MOVE WS-MOMENTO-N TO WS-ULT-FUSION
                           END-IF
                           IF CTL-CANT-RECH > 0
                              AND WS-MOMENTO-N > WS-ULT-FUS-RES
                               MOVE WS-MOMENTO-N TO WS-ULT-FUS-RES
                           END-IF
                       WHEN 'PGMPREVI'
                           IF WS-MOMENTO-N > WS-ULT-PREVI
                               MOVE WS-MOMENTO-N TO WS-ULT-PREVI
                           END-IF
                       WHEN 'PGMPROMO'
                           IF WS-MOMENTO-N > WS-ULT-PROMO
                               MOVE WS-MOMENTO-N TO WS-ULT-PROMO
                           END-IF
                           PERFORM 2200-CIERRE-ANIO
                       WHEN 'PGMTRIME'
                           PERFORM 2300-CORRIDA-TRIME
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       2200-CIERRE-ANIO.

           MOVE WS-PER-ANIO TO WS-ANIO-AUX
           PERFORM 8100-BUSCA-ANIO
           IF WS-HALLADO = 'N' AND WS-ANI-CANT < WS-ANI-MAX
               ADD 1 TO WS-ANI-CANT
               MOVE WS-ANI-CANT TO WS-IDX
               MOVE WS-ANIO-AUX TO ANI-ANIO(WS-IDX)
               MOVE 'S' TO WS-HALLADO
           END-IF

           IF WS-HALLADO = 'S'
              AND WS-MOMENTO-N > ANI-CIERRE(WS-IDX)
               MOVE WS-MOMENTO-N TO ANI-CIERRE(WS-IDX)
           END-IF.

      *EL PERIODO DE PGMTRIME ES 0TAAAA: EL MES LLEVA EL TRIMESTRE.

       2300-CORRIDA-TRIME.

           MOVE WS-PER-ANIO TO WS-ANIO-AUX
           MOVE WS-PER-MES  TO WS-TRIM-AUX
           PERFORM 8200-AGREGA-TRIMESTRE
           IF WS-HALLADO = 'S'
              AND WS-MOMENTO-N > TRM-ULT-RUN(WS-IDX)
               MOVE WS-MOMENTO-N TO TRM-ULT-RUN(WS-IDX)
           END-IF

           PERFORM 8100-BUSCA-ANIO
           IF WS-HALLADO = 'S'
              AND WS-MOMENTO-N > ANI-ULT-TRIME(WS-IDX)
               MOVE WS-MOMENTO-N TO ANI-ULT-TRIME(WS-IDX)
           END-IF.

      *************************************
      *    CIERRES DE PERIODO, UBICADOS   *
      *    EN SU TRIMESTRE (RUTCALEN)     *
      *************************************

       3000-LEE-PERIODOS.

           OPEN INPUT PERIODOS
           IF WS-FS-PER EQUAL '05' OR '35'
               OPEN OUTPUT PERIODOS
               CLOSE PERIODOS
               OPEN INPUT PERIODOS
           END-IF

           IF WS-FS-PER NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-PER
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3100-SCAN-PERIODOS UNTIL WS-SCAN-FIN
               CLOSE PERIODOS
           END-IF.

      *UN MES FUERA DE TERMINO O DE UN ANIO SIN CALENDARIO NO
      *PERTENECE A NINGUN TRIMESTRE Y NO PIDE PGMTRIME.

       3100-SCAN-PERIODOS.

           READ PERIODOS
           IF WS-FS-PER NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF PER-EV-CIERRE
                   MOVE PER-PERIODO TO WS-PERIODO-AUX-N
                   MOVE 1           TO LK-OPCION-CAL
                   MOVE WS-PER-ANIO TO LK-CAL-ANIO
                   MOVE WS-PER-MES  TO LK-CAL-MES
                   CALL WS-RUTCAL USING LK-COM-CALEN
                   IF LK-RESULTADO-CAL = 10
                       MOVE PER-FECHA   TO WS-MOM-FECHA
                       MOVE PER-HORA    TO WS-MOM-HORA
                       MOVE WS-PER-ANIO TO WS-ANIO-AUX
                       MOVE LK-CAL-TRIM TO WS-TRIM-AUX
                       PERFORM 8200-AGREGA-TRIMESTRE
                       IF WS-HALLADO = 'S'
                          AND WS-MOMENTO-N > TRM-ULT-CIERRE(WS-IDX)
                           MOVE WS-MOMENTO-N
                                TO TRM-ULT-CIERRE(WS-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    MESAS DE EXAMEN CERRADAS       *
      *************************************

       4000-LEE-MESAS.

           OPEN INPUT MESAS
           IF WS-FS-MES EQUAL '05' OR '35'
               OPEN OUTPUT MESAS
               CLOSE MESAS
               OPEN INPUT MESAS
           END-IF

           IF WS-FS-MES NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MES
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 4100-SCAN-MESAS UNTIL WS-SCAN-FIN
               CLOSE MESAS
           END-IF.

       4100-SCAN-MESAS.

           READ MESAS
           IF WS-FS-MES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF MES-CERRADA AND WS-MSA-CANT < WS-MSA-MAX
                   ADD 1 TO WS-MSA-CANT
                   MOVE MES-NRO-MESA TO MSA-NRO-MESA(WS-MSA-CANT)
                   MOVE MES-NRO-MAT  TO MSA-NRO-MAT(WS-MSA-CANT)
                   MOVE 0            TO MSA-CIERRE(WS-MSA-CANT)
               END-IF
           END-IF.

      *************************************
      *    PISTA DE AUDITORIA: CIERRES DE *
      *    MESA, FUSIONES Y CAMBIOS DE    *
      *    NOTA POSTERIORES A UN CIERRE   *
      *************************************

       5000-LEE-AUDITORIA.

           OPEN INPUT AUDITORIA
           IF WS-FS-AUD EQUAL '05' OR '35'
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN INPUT AUDITORIA
           END-IF

           IF WS-FS-AUD NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-AUD
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 5100-SCAN-AUDITORIA UNTIL WS-SCAN-FIN
               CLOSE AUDITORIA
           END-IF.

      *LAS FUSIONES ANTERIORES A SU REGISTRO EN RUNCTL SOLO DEJARON
      *RASTRO EN LA AUDITORIA (UN MOVIMIENTO POR ARCHIVO REGRABADO).

       5100-SCAN-AUDITORIA.

           READ AUDITORIA
           IF WS-FS-AUD NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE AUD-FECHA TO WS-MOM-FECHA
               MOVE AUD-HORA  TO WS-MOM-HORA
               EVALUATE TRUE
      *CREAMESA TAMBIEN AUDITA CAMBIOS DE TRIBUNAL SOBRE MESAS
      *ACTIVAS: SOLO CUENTA EL QUE DEJA LA MESA CERRADA (ESTADO EN LA
      *POSICION 15 DE LA IMAGEN NUEVA).
                   WHEN AUD-PROGRAMA = 'CREAMESA'
                        AND AUD-ARCHIVO = 'MESAS   '
                        AND AUD-OP-CAMBIO
                        AND AUD-IMAGEN-NVA(15:1) = 'C'
                       PERFORM 5200-CIERRE-MESA
                   WHEN AUD-PROGRAMA = 'PGMFUSIO'
                        AND AUD-ARCHIVO = 'NOTAS   '
                       IF WS-MOMENTO-N > WS-ULT-FUSION
                           MOVE WS-MOMENTO-N TO WS-ULT-FUSION
                       END-IF
                   WHEN AUD-PROGRAMA = 'PGMFUSIO'
                        AND AUD-ARCHIVO = 'RESULTAD'
                       IF WS-MOMENTO-N > WS-ULT-FUS-RES
                           MOVE WS-MOMENTO-N TO WS-ULT-FUS-RES
                       END-IF
                   WHEN AUD-PROGRAMA = 'CORRNOTA'
                        AND AUD-ARCHIVO = 'NOTAS   '
                        AND AUD-OP-CAMBIO
                       MOVE AUD-IMAGEN-ANT TO WS-NOTA-AUD
                       MOVE AUN-ANIO TO WS-ANIO-AUX
                       PERFORM 5300-CAMBIO-NOTA
      *PGMAPRUE AUDITA CADA NOTA APROBADA CON SU IMAGEN (ESTADO EN LA
      *POSICION 17); EL RESUMEN 'REVISION' QUEDA SOLO CUANDO LA
      *REVISION NO ENTRO EN SU TABLA.
                   WHEN AUD-PROGRAMA = 'PGMAPRUE'
                        AND AUD-ARCHIVO = 'NOTAS   '
                        AND AUD-OP-CAMBIO
                        AND AUD-IMAGEN-NVA(1:8) NOT EQUAL 'REVISION'
                        AND AUD-IMAGEN-NVA(17:1) = 'V'
                       MOVE AUD-IMAGEN-NVA TO WS-NOTA-AUD
                       MOVE AUN-ANIO TO WS-ANIO-AUX
                       PERFORM 5300-CAMBIO-NOTA
                   WHEN AUD-PROGRAMA = 'PGMAPRUE'
                        AND AUD-ARCHIVO = 'NOTAS   '
                        AND AUD-IMAGEN-NVA(1:10) = 'REVISION V'
                       MOVE AUD-CLAVE TO WS-CLAVE-APR
                       IF APR-ANIO = 0
                           PERFORM 5400-APROBACION-TODOS
                               VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-ANI-CANT
                       ELSE
                           MOVE APR-ANIO TO WS-ANIO-AUX
                           PERFORM 5300-CAMBIO-NOTA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *LA CLAVE AUDITADA ES EL REGISTRO DE LA MESA: EMPIEZA POR EL
      *NUMERO DE MESA.

       5200-CIERRE-MESA.

           IF WS-MOMENTO-N > WS-ULT-MESA
               MOVE WS-MOMENTO-N TO WS-ULT-MESA
           END-IF

           MOVE AUD-CLAVE(1:4) TO WS-NRO-MESA-AUX
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MSA-CANT
               IF MSA-NRO-MESA(WS-IDX) = WS-NRO-MESA-AUX
                  AND WS-MOMENTO-N > MSA-CIERRE(WS-IDX)
                   MOVE WS-MOMENTO-N TO MSA-CIERRE(WS-IDX)
               END-IF
           END-PERFORM.

       5300-CAMBIO-NOTA.

           PERFORM 8100-BUSCA-ANIO
           IF WS-HALLADO = 'S'
              AND WS-MOMENTO-N > ANI-CIERRE(WS-IDX)
              AND WS-MOMENTO-N > ANI-ULT-CAMBIO(WS-IDX)
               MOVE WS-MOMENTO-N TO ANI-ULT-CAMBIO(WS-IDX)
           END-IF.

      *REVISION SIN PERIODO (000000): ALCANZA A TODOS LOS ANIOS.

       5400-APROBACION-TODOS.

           IF WS-MOMENTO-N > ANI-CIERRE(WS-IDX)
              AND WS-MOMENTO-N > ANI-ULT-CAMBIO(WS-IDX)
               MOVE WS-MOMENTO-N TO ANI-ULT-CAMBIO(WS-IDX)
           END-IF.

      *************************************
      *    LISTADO DE VIGENCIA            *
      *************************************

       6000-LISTADO.

           MOVE SPACES TO WS-LINEA-REP
           STRING 'CONTROL DE VIGENCIA DE ARCHIVOS DERIVADOS - '
                  FUNCTION CURRENT-DATE(1:8)
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'DERIVADO   DETALLE            ULTIMA FUENTE  '
                  '  ULTIMA REGENER.  ESTADO          CORRER'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           PERFORM 6100-NOTASIDX
           PERFORM 6200-TRIMEST
           PERFORM 6300-PREVIAS
           PERFORM 6400-RESULTADO.

      *1) INDICE DE NOTAS: PURGAS Y FUSIONES CONTRA CONVNOTI.

       6100-NOTASIDX.

           MOVE WS-ULT-PURGA TO WS-FUENTE
           IF WS-ULT-FUSION > WS-FUENTE
               MOVE WS-ULT-FUSION TO WS-FUENTE
           END-IF
           MOVE WS-ULT-CONVNOTI TO WS-DERIVADO

           PERFORM 8300-EVALUA-ESTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'NOTASIDX   PURGA/FUSION       ' WS-TXT-FUENTE
                  '  ' WS-TXT-DERIVADO '  ' WS-ESTADO-DER
                  '  CONVNOTI'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           IF WS-ESTADO-DER = 'DESACTUALIZADO'
               DISPLAY WS-LINEA-REP
           END-IF.

      *2) CIERRE DE TRIMESTRE: CIERRES DE PERIODO CONTRA PGMTRIME
      *   DEL MISMO ANIO/TRIMESTRE.

       6200-TRIMEST.

           PERFORM 6250-UN-TRIMESTRE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TRM-CANT.

       6250-UN-TRIMESTRE.

           IF TRM-ULT-CIERRE(WS-IDX) > 0
               MOVE TRM-ULT-CIERRE(WS-IDX) TO WS-FUENTE
               MOVE TRM-ULT-RUN(WS-IDX)    TO WS-DERIVADO

               PERFORM 8300-EVALUA-ESTADO

               MOVE SPACES TO WS-LINEA-REP
               STRING 'TRIMEST    CIERRE T' TRM-NRO(WS-IDX)
                      ' ' TRM-ANIO(WS-IDX) '     ' WS-TXT-FUENTE
                      '  ' WS-TXT-DERIVADO '  ' WS-ESTADO-DER
                      '  PGMTRIME'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
               IF WS-ESTADO-DER = 'DESACTUALIZADO'
                   DISPLAY WS-LINEA-REP
               END-IF
           END-IF.

      *3) LIBRO DE PREVIAS: PGMPROMO, CIERRES DE MESA Y FUSIONES
      *   CONTRA PGMPREVI; DETALLA LAS MESAS CERRADAS DESPUES.

       6300-PREVIAS.

           MOVE WS-ULT-PROMO TO WS-FUENTE
           IF WS-ULT-MESA > WS-FUENTE
               MOVE WS-ULT-MESA TO WS-FUENTE
           END-IF
           IF WS-ULT-FUS-RES > WS-FUENTE
               MOVE WS-ULT-FUS-RES TO WS-FUENTE
           END-IF
           MOVE WS-ULT-PREVI TO WS-DERIVADO

           PERFORM 8300-EVALUA-ESTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'PREVIAS    CIERRE/MESA/FUSION ' WS-TXT-FUENTE
                  '  ' WS-TXT-DERIVADO '  ' WS-ESTADO-DER
                  '  PGMPREVI'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           IF WS-ESTADO-DER = 'DESACTUALIZADO'
               DISPLAY WS-LINEA-REP
               PERFORM 6350-MESA-POSTERIOR
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MSA-CANT
           END-IF.

       6350-MESA-POSTERIOR.

           IF MSA-CIERRE(WS-IDX) > WS-ULT-PREVI
               MOVE MSA-CIERRE(WS-IDX) TO WS-MOM-IMP-N
               PERFORM 8400-TEXTO-MOMENTO
               MOVE SPACES TO WS-LINEA-REP
               STRING '             MESA ' MSA-NRO-MESA(WS-IDX)
                      ' MAT ' MSA-NRO-MAT(WS-IDX)
                      '   ' WS-MOM-TEXTO
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *4) RESULTADO DEL ANIO: EL CIERRE POSTEADO NO SE REPITE; UN
      *   CAMBIO DE NOTA O UN CIERRE DE TRIMESTRE POSTERIOR LO DEJA
      *   VIEJO Y EL IMPACTO SE ANALIZA CON PGMIMPAC.

       6400-RESULTADO.

           PERFORM 6450-UN-ANIO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ANI-CANT.

       6450-UN-ANIO.

           MOVE ANI-ULT-CAMBIO(WS-IDX) TO WS-FUENTE
           IF ANI-ULT-TRIME(WS-IDX) > WS-FUENTE
               MOVE ANI-ULT-TRIME(WS-IDX) TO WS-FUENTE
           END-IF
           MOVE ANI-CIERRE(WS-IDX) TO WS-DERIVADO

           PERFORM 8300-EVALUA-ESTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'RESULTADO  CIERRE ANIO ' ANI-ANIO(WS-IDX)
                  '    ' WS-TXT-FUENTE
                  '  ' WS-TXT-DERIVADO '  ' WS-ESTADO-DER
                  '  PGMIMPAC'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           IF WS-ESTADO-DER = 'DESACTUALIZADO'
               DISPLAY WS-LINEA-REP
           END-IF.

      *************************************
      *    TOTALES, NOVEDAD Y RC          *
      *************************************

       7000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-VIEJOS TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           IF WS-CANT-VIEJOS = 0
               STRING 'TODOS LOS DERIVADOS ESTAN AL DIA.'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING 'DERIVADOS DESACTUALIZADOS: ' WP-CANT
                      '. CORRER LOS PROGRAMAS INDICADOS.'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM 9100-ESCRIBIR-LISTADO
           DISPLAY WS-LINEA-REP

      *CON ALGO VIEJO LA CORRIDA TERMINA RC 4 PARA QUE LA CADENA
      *NOCTURNA LO MARQUE, Y EL AVISO QUEDA EN LA BANDEJA DE
      *NOVEDADES (CONSNOVE).
           IF WS-CANT-VIEJOS > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 1 TO LK-OPCION-NOV
               MOVE 'PGMVIGEN' TO LK-NOV-PROGRAMA
               MOVE 'A' TO LK-NOV-SEVERIDAD
               MOVE SPACES TO LK-NOV-TEXTO
               STRING 'DERIVADOS DESACTUALIZADOS: ' WP-CANT
                      DELIMITED BY SIZE INTO LK-NOV-TEXTO
               MOVE SPACES TO LK-NOV-REFERENCIA
               MOVE FUNCTION CURRENT-DATE(1:8)
                    TO LK-NOV-REFERENCIA(1:8)
               CALL WS-RUTNOV USING LK-COM-NOVEDAD
               IF LK-RESULTADO-NOV NOT EQUAL 10
                   DISPLAY 'NO SE PUDO GRABAR LA NOVEDAD.'
               END-IF
           END-IF.

      *************************************
      *    BUSQUEDAS EN LAS TABLAS        *
      *************************************

       8100-BUSCA-ANIO.

           MOVE 'N' TO WS-HALLADO
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-ANI-CANT OR WS-HALLADO = 'S'
               IF ANI-ANIO(WS-IDX) = WS-ANIO-AUX
                   MOVE 'S' TO WS-HALLADO
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.

      *DEJA WS-IDX EN LA ENTRADA DEL ANIO/TRIMESTRE, AGREGANDOLA SI
      *NO EXISTE (WS-HALLADO = 'N' SOLO CON LA TABLA LLENA).

       8200-AGREGA-TRIMESTRE.

           MOVE 'N' TO WS-HALLADO
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-TRM-CANT OR WS-HALLADO = 'S'
               IF TRM-ANIO(WS-IDX) = WS-ANIO-AUX
                  AND TRM-NRO(WS-IDX) = WS-TRIM-AUX
                   MOVE 'S' TO WS-HALLADO
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM

           IF WS-HALLADO = 'N' AND WS-TRM-CANT < WS-TRM-MAX
               ADD 1 TO WS-TRM-CANT
               MOVE WS-TRM-CANT TO WS-IDX
               MOVE WS-ANIO-AUX TO TRM-ANIO(WS-IDX)
               MOVE WS-TRIM-AUX TO TRM-NRO(WS-IDX)
               MOVE 0 TO TRM-ULT-CIERRE(WS-IDX)
               MOVE 0 TO TRM-ULT-RUN(WS-IDX)
               MOVE 'S' TO WS-HALLADO
           END-IF.

      *FUENTE POSTERIOR A LA ULTIMA REGENERACION (O NUNCA
      *REGENERADO) = DESACTUALIZADO; SIN FUENTE NO HAY NADA QUE
      *REGENERAR.

       8300-EVALUA-ESTADO.

           IF WS-FUENTE > WS-DERIVADO
               MOVE 'DESACTUALIZADO' TO WS-ESTADO-DER
               ADD 1 TO WS-CANT-VIEJOS
           ELSE
               MOVE 'AL DIA'         TO WS-ESTADO-DER
           END-IF

           MOVE WS-FUENTE TO WS-MOM-IMP-N
           PERFORM 8400-TEXTO-MOMENTO
           MOVE WS-MOM-TEXTO TO WS-TXT-FUENTE

           MOVE WS-DERIVADO TO WS-MOM-IMP-N
           PERFORM 8400-TEXTO-MOMENTO
           MOVE WS-MOM-TEXTO TO WS-TXT-DERIVADO.

       8400-TEXTO-MOMENTO.

           MOVE SPACES TO WS-MOM-TEXTO
           IF WS-MOM-IMP-N = 0
               MOVE 'NUNCA' TO WS-MOM-TEXTO
           ELSE
               STRING WS-IMP-FECHA ' ' WS-IMP-HORA
                      DELIMITED BY SIZE INTO WS-MOM-TEXTO
           END-IF.

      ******ESCRIBE UNA LINEA EN EL LISTADO SPOOLEADO*****

       9100-ESCRIBIR-LISTADO.

           WRITE REG-LISTADO FROM WS-LINEA-REP
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE LISTADO: ' WS-FS-LST
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.

           IF NOT WS-FIN-PROCESO
               CLOSE LISTADO
               IF WS-FS-LST NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
               END-IF
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMVIGEN' TO LK-RPC-PROGRAMA
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-PER-MES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PER-ANIO
               MOVE WS-PERIODO-AUX-N TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               MOVE 'DDVIGLST' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMVIGEN.
