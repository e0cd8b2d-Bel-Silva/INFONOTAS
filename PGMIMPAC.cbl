      ******************************************************************
      * Author:
      * Date:
      * Purpose: Impacto de cambios de nota posteriores al cierre -
      *          para un anio cuyo cierre de ciclo ya esta posteado en
      *          RUNCTL.dat (PGMPROMO, periodo 12AAAA) recorre
      *          AUDITORIA.dat buscando los cambios de NOTAS.dat de
      *          ese anio con fecha/hora posterior al cierre:
      *          correcciones de CORRNOTA (imagen anterior/nueva de la
      *          nota) y aprobaciones de PGMAPRUE (por nota, con la
      *          imagen de la nota aprobada; en las revisiones viejas
      *          o desbordadas la auditoria trae materia/periodo y los
      *          alumnos se toman de las notas vigentes de NOTAS.dat
      *          con ese filtro). Para cada
      *          alumno/materia afectado lista los derivados a
      *          rehacer o revisar: nota de cierre de trimestre
      *          (TRIMEST.dat), condicion final (RESULTADO.dat),
      *          previa (PREVIAS.dat), beca del anio o de la
      *          renovacion (BECAS.dat) y certificados analiticos
      *          emitidos entre el cierre y el cambio (CERTIF.dat).
      *          Graba una novedad por alumno con derivados a rehacer
      *          y termina con RC 4 si hubo alguno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMIMPAC.

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

           SELECT AUDITORIA      ASSIGN TO "DDAUDIT"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-AUD.

           SELECT NOTAS          ASSIGN TO "DDNOTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-NOTA.

           SELECT TRIMESTRES     ASSIGN TO "DDTRIM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-TRI.

           SELECT RESULTADO      ASSIGN TO "DDRES"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RES.

           SELECT PREVIAS        ASSIGN TO "DDPREV"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PRV.

           SELECT BECAS          ASSIGN TO "DDBECA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-BEC.

           SELECT CERTIF         ASSIGN TO "DDCERTIF"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CER.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT LISTADO        ASSIGN TO "DDIMPLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD RUNCTL.
           COPY REGRUNC.

       FD AUDITORIA.
           COPY REGAUDIT.

       FD NOTAS.
           COPY REGNOTA.
           COPY REGNOTTR.

       FD TRIMESTRES.
           COPY REGTRIM.

       FD RESULTADO.
           COPY REGRESUL.

       FD PREVIAS.
           COPY REGPREV.

       FD BECAS.
           COPY REGBECA.

       FD CERTIF.
           COPY REGCERT.

       FD ALUMNOS.
           COPY REGALUM.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-CTL       PIC X(02).
       01  WS-FS-AUD       PIC X(02).
       01  WS-FS-NOTA      PIC X(02).
       01  WS-FS-TRI       PIC X(02).
       01  WS-FS-RES       PIC X(02).
       01  WS-FS-PRV       PIC X(02).
       01  WS-FS-BEC       PIC X(02).
       01  WS-FS-CER       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-ANIO-RPT     PIC 9(04).
       01  WS-PERIODO-CIE  PIC 9(06).

      *MOMENTO DEL CIERRE POSTEADO (AAAAMMDDHHMMSS); EL PRIMER EVENTO
      *'F'/'P' DE PGMPROMO PARA EL PERIODO 12AAAA.
       01  WS-CIERRE.
           05 WS-CIE-FECHA  PIC 9(08) VALUE 0.
           05 WS-CIE-HORA   PIC 9(06) VALUE 0.
       01  WS-CIERRE-N REDEFINES WS-CIERRE PIC 9(14).
       01  WS-MOMENTO.
           05 WS-MOM-FECHA  PIC 9(08).
           05 WS-MOM-HORA   PIC 9(06).
       01  WS-MOMENTO-N REDEFINES WS-MOMENTO PIC 9(14).

      *IMAGEN DE LA NOTA EN LA AUDITORIA DE CORRNOTA.
           COPY REGNOTA REPLACING ==REG-NOTAS== BY ==WS-NOTA-AUD==
                         LEADING ==NOT-== BY ==AUN-==.
           COPY REGNOTA REPLACING ==REG-NOTAS== BY ==WS-NOTA-NVA==
                         LEADING ==NOT-== BY ==AUV-==.

      *CLAVE DE LA AUDITORIA DE PGMAPRUE: MATERIA + PERIODO MMAAAA.
       01  WS-CLAVE-APR.
           05 APR-NRO-MAT   PIC 9(02).
           05 APR-MES       PIC 9(02).
           05 APR-ANIO      PIC 9(04).
           05 FILLER        PIC X(02).

      *ALUMNO/MATERIA AFECTADOS Y DERIVADOS ENCONTRADOS.
       01  WS-IMP-MAX      PIC 9(03) VALUE 500.
       01  WS-IMP-CANT     PIC 9(03) VALUE 0.
       01  TABLA-IMPACTO.
           05 IMP-ENT OCCURS 500 TIMES.
               10 IMP-NRO-ALU     PIC 9(04).
               10 IMP-NRO-MAT     PIC 9(02).
               10 IMP-FECHA       PIC 9(08).
               10 IMP-PROGRAMA    PIC X(08).
               10 IMP-NOTA-ANT    PIC 9(02)V9(01).
               10 IMP-NOTA-NVA    PIC 9(02)V9(01).
               10 IMP-CANT-TRIM   PIC 9(01).
               10 IMP-RES-COND    PIC X(01).
               10 IMP-PRV-ESTADO  PIC X(01).
               10 IMP-BEC-ANIO    PIC 9(04).
               10 IMP-BEC-ESTADO  PIC X(01).
               10 IMP-CANT-CERT   PIC 9(02).
               10 IMP-ULT-CERT    PIC 9(06).
       01  WS-SWAP         PIC X(44).

       01  WS-IDX          PIC 9(03).
       01  WS-JDX          PIC 9(03).
       01  WS-HALLADO      PIC X(01).
       01  WS-ALU-ANT      PIC 9(04).
       01  WS-HAY-REHACER  PIC X(01).

       01  WS-CANT-CAMBIOS PIC 9(05) VALUE 0.
       01  WS-CANT-ALUMNOS PIC 9(05) VALUE 0.
       01  WS-CANT-NOVED   PIC 9(05) VALUE 0.
       01  WS-NRO-ALU-AUX  PIC 9(04).
       01  WS-NRO-MAT-AUX  PIC 9(02).
       01  WS-FECHA-AUX    PIC 9(08).
       01  WS-PROG-AUX     PIC X(08).
       01  WS-NOTA-ANT-AUX PIC 9(02)V9(01).
       01  WS-NOTA-NVA-AUX PIC 9(02)V9(01).

       01  WP-NOTA-ANT     PIC Z9,9.
       01  WP-NOTA-NVA     PIC Z9,9.
       01  WP-CANT         PIC ZZZZ9.

      *********COMUNICACION ******************

       01  WS-RUTIF  PIC X(08)  VALUE 'RUTIFECH'.
       01  WS-RUTNOV PIC X(08)  VALUE 'RUTNOVED'.
       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKNOVED.

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
               PERFORM 2000-CAMBIOS
               PERFORM 3000-DERIVADOS
               PERFORM 4000-LISTADO
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

           DISPLAY 'IMPACTO DE CAMBIOS DE NOTA POSTERIORES AL CIERRE'
           DISPLAY 'ANIO CERRADO (AAAA): '
           ACCEPT WS-ANIO-RPT

           MOVE 12          TO LK-MES
           MOVE WS-ANIO-RPT TO LK-ANIO
           CALL WS-RUTIF USING LK-AREA
           IF LK-CONTROL NOT EQUAL 10
               DISPLAY '   ANIO INVALIDO.'
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

               OPEN OUTPUT LISTADO
               IF WS-FS-LST NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LST
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               COMPUTE WS-PERIODO-CIE = 120000 + WS-ANIO-RPT
               PERFORM 1100-BUSCA-CIERRE
               IF WS-CIERRE-N = 0
                   DISPLAY 'EL ANIO ' WS-ANIO-RPT ' NO TIENE EL'
                           ' CIERRE POSTEADO EN RUNCTL (PGMPROMO).'
                           ' NADA QUE INFORMAR.'
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   DISPLAY 'CIERRE POSTEADO EL ' WS-CIE-FECHA
                           ' A LAS ' WS-CIE-HORA
               END-IF
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMIMPAC' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'RESULTAD' TO LK-VER-ARCHIVO
           MOVE VLY-RESULTAD TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    CIERRE POSTEADO DEL ANIO       *
      *************************************

       1100-BUSCA-CIERRE.

           OPEN INPUT RUNCTL
           IF WS-FS-CTL EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1150-SCAN-RUNCTL UNTIL WS-SCAN-FIN
               CLOSE RUNCTL
           END-IF.

       1150-SCAN-RUNCTL.

           READ RUNCTL
           IF WS-FS-CTL NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CTL-PROGRAMA = 'PGMPROMO'
                  AND CTL-PERIODO = WS-PERIODO-CIE
                  AND CTL-EV-FIN AND CTL-EST-POSTEADO
                   MOVE CTL-FECHA TO WS-MOM-FECHA
                   MOVE CTL-HORA  TO WS-MOM-HORA
                   IF WS-CIERRE-N = 0 OR WS-MOMENTO-N < WS-CIERRE-N
                       MOVE WS-MOMENTO TO WS-CIERRE
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    CAMBIOS DE NOTA POSTERIORES    *
      *    AL CIERRE (AUDITORIA.dat)      *
      *************************************

       2000-CAMBIOS.

           OPEN INPUT AUDITORIA
           IF WS-FS-AUD NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-AUD
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2100-UN-MOVIMIENTO UNTIL WS-SCAN-FIN
               CLOSE AUDITORIA
           END-IF.

       2100-UN-MOVIMIENTO.

           READ AUDITORIA
           IF WS-FS-AUD NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE AUD-FECHA TO WS-MOM-FECHA
               MOVE AUD-HORA  TO WS-MOM-HORA
               IF AUD-ARCHIVO = 'NOTAS   '
                  AND WS-MOMENTO-N > WS-CIERRE-N
                   EVALUATE TRUE
                       WHEN AUD-PROGRAMA = 'CORRNOTA'
                            AND AUD-OP-CAMBIO
                           PERFORM 2200-CORRECCION
                       WHEN AUD-PROGRAMA = 'PGMAPRUE'
                            AND AUD-OP-CAMBIO
                            AND AUD-IMAGEN-NVA(1:8) NOT EQUAL 'REVISION'
                            AND AUD-IMAGEN-NVA(17:1) = 'V'
                           PERFORM 2250-APROBACION-NOTA
                       WHEN AUD-PROGRAMA = 'PGMAPRUE'
                            AND AUD-IMAGEN-NVA(1:10) = 'REVISION V'
                           PERFORM 2300-APROBACION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       2200-CORRECCION.

           MOVE AUD-IMAGEN-ANT TO WS-NOTA-AUD
           MOVE AUD-IMAGEN-NVA TO WS-NOTA-NVA
           IF AUN-ANIO = WS-ANIO-RPT
               ADD 1 TO WS-CANT-CAMBIOS
               MOVE AUN-NRO-ALU  TO WS-NRO-ALU-AUX
               MOVE AUN-NRO-MAT  TO WS-NRO-MAT-AUX
               MOVE AUD-FECHA    TO WS-FECHA-AUX
               MOVE AUD-PROGRAMA TO WS-PROG-AUX
               MOVE AUN-NOTA     TO WS-NOTA-ANT-AUX
               MOVE AUV-NOTA     TO WS-NOTA-NVA-AUX
               PERFORM 2500-AGREGA-IMPACTO
           END-IF.

      *APROBACION POR NOTA: LA IMAGEN ES LA NOTA APROBADA; ANTES DE
      *APROBARSE NO ERA VIGENTE (NOTA ANTERIOR 0).

       2250-APROBACION-NOTA.

           MOVE AUD-IMAGEN-NVA TO WS-NOTA-NVA
           IF AUV-ANIO = WS-ANIO-RPT
               ADD 1 TO WS-CANT-CAMBIOS
               MOVE AUV-NRO-ALU  TO WS-NRO-ALU-AUX
               MOVE AUV-NRO-MAT  TO WS-NRO-MAT-AUX
               MOVE AUD-FECHA    TO WS-FECHA-AUX
               MOVE AUD-PROGRAMA TO WS-PROG-AUX
               MOVE 0            TO WS-NOTA-ANT-AUX
               MOVE AUV-NOTA     TO WS-NOTA-NVA-AUX
               PERFORM 2500-AGREGA-IMPACTO
           END-IF.

      *REVISIONES VIEJAS, O QUE NO ENTRARON EN LA TABLA DE PGMAPRUE:
      *LA AUDITORIA DE LA REVISION NO TRAE LOS ALUMNOS: SE TOMAN
      *TODAS LAS NOTAS VIGENTES DEL ANIO QUE CAEN EN EL FILTRO DE LA
      *REVISION (MATERIA 00 = TODAS, PERIODO 000000 = TODOS).

       2300-APROBACION.

           MOVE AUD-CLAVE TO WS-CLAVE-APR
           IF APR-ANIO = WS-ANIO-RPT
              OR (APR-MES = 0 AND APR-ANIO = 0)
               ADD 1 TO WS-CANT-CAMBIOS
               OPEN INPUT NOTAS
               IF WS-FS-NOTA NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-NOTA
               ELSE
                   PERFORM 2350-SCAN-NOTAS
                           UNTIL WS-FS-NOTA NOT EQUAL '00'
                   CLOSE NOTAS
               END-IF
           END-IF.

       2350-SCAN-NOTAS.

           READ NOTAS
           IF WS-FS-NOTA EQUAL '00'
               IF NOT TRL-ES-TRAILER
                  AND NOT-VIGENTE
                  AND NOT-ANIO = WS-ANIO-RPT
                  AND (APR-NRO-MAT = 0 OR APR-NRO-MAT = NOT-NRO-MAT)
                  AND (APR-MES = 0 OR APR-MES = NOT-MES)
                   MOVE NOT-NRO-ALU  TO WS-NRO-ALU-AUX
                   MOVE NOT-NRO-MAT  TO WS-NRO-MAT-AUX
                   MOVE AUD-FECHA    TO WS-FECHA-AUX
                   MOVE AUD-PROGRAMA TO WS-PROG-AUX
                   MOVE 0            TO WS-NOTA-ANT-AUX
                   MOVE NOT-NOTA     TO WS-NOTA-NVA-AUX
                   PERFORM 2500-AGREGA-IMPACTO
               END-IF
           END-IF.

      *UN ALUMNO/MATERIA FIGURA UNA SOLA VEZ CON EL ULTIMO CAMBIO.

       2500-AGREGA-IMPACTO.

           MOVE 'N' TO WS-HALLADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IMP-CANT OR WS-HALLADO = 'S'
               IF IMP-NRO-ALU(WS-IDX) = WS-NRO-ALU-AUX
                  AND IMP-NRO-MAT(WS-IDX) = WS-NRO-MAT-AUX
                   MOVE 'S' TO WS-HALLADO
                   MOVE WS-FECHA-AUX    TO IMP-FECHA(WS-IDX)
                   MOVE WS-PROG-AUX     TO IMP-PROGRAMA(WS-IDX)
                   MOVE WS-NOTA-NVA-AUX TO IMP-NOTA-NVA(WS-IDX)
               END-IF
           END-PERFORM

           IF WS-HALLADO = 'N'
               IF WS-IMP-CANT >= WS-IMP-MAX
                   DISPLAY 'TABLA DE IMPACTO LLENA. ALUMNO '
                           WS-NRO-ALU-AUX ' MATERIA ' WS-NRO-MAT-AUX
                           ' SIN INFORMAR.'
               ELSE
                   ADD 1 TO WS-IMP-CANT
                   INITIALIZE IMP-ENT(WS-IMP-CANT)
                   MOVE WS-NRO-ALU-AUX  TO IMP-NRO-ALU(WS-IMP-CANT)
                   MOVE WS-NRO-MAT-AUX  TO IMP-NRO-MAT(WS-IMP-CANT)
                   MOVE WS-FECHA-AUX    TO IMP-FECHA(WS-IMP-CANT)
                   MOVE WS-PROG-AUX     TO IMP-PROGRAMA(WS-IMP-CANT)
                   MOVE WS-NOTA-ANT-AUX TO IMP-NOTA-ANT(WS-IMP-CANT)
                   MOVE WS-NOTA-NVA-AUX TO IMP-NOTA-NVA(WS-IMP-CANT)
               END-IF
           END-IF.

      *************************************
      *    DERIVADOS DE CADA ALUMNO/      *
      *    MATERIA AFECTADO               *
      *************************************

       3000-DERIVADOS.

           OPEN INPUT TRIMESTRES
           IF WS-FS-TRI EQUAL '00'
               PERFORM 3100-SCAN-TRIMEST
                       UNTIL WS-FS-TRI NOT EQUAL '00'
               CLOSE TRIMESTRES
           END-IF

           OPEN INPUT RESULTADO
           IF WS-FS-RES EQUAL '00'
               PERFORM 3200-SCAN-RESULTADO
                       UNTIL WS-FS-RES NOT EQUAL '00'
               CLOSE RESULTADO
           END-IF

           OPEN INPUT PREVIAS
           IF WS-FS-PRV EQUAL '00'
               PERFORM 3300-SCAN-PREVIAS
                       UNTIL WS-FS-PRV NOT EQUAL '00'
               CLOSE PREVIAS
           END-IF

           OPEN INPUT BECAS
           IF WS-FS-BEC EQUAL '00'
               PERFORM 3400-SCAN-BECAS
                       UNTIL WS-FS-BEC NOT EQUAL '00'
               CLOSE BECAS
           END-IF

           OPEN INPUT CERTIF
           IF WS-FS-CER EQUAL '00'
               PERFORM 3500-SCAN-CERTIF
                       UNTIL WS-FS-CER NOT EQUAL '00'
               CLOSE CERTIF
           END-IF.

       3100-SCAN-TRIMEST.

           READ TRIMESTRES
           IF WS-FS-TRI EQUAL '00' AND TRI-ANIO = WS-ANIO-RPT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-IMP-CANT
                   IF IMP-NRO-ALU(WS-IDX) = TRI-NRO-ALU
                      AND IMP-NRO-MAT(WS-IDX) = TRI-NRO-MAT
                      AND IMP-CANT-TRIM(WS-IDX) < 9
                       ADD 1 TO IMP-CANT-TRIM(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       3200-SCAN-RESULTADO.

           READ RESULTADO
           IF WS-FS-RES EQUAL '00' AND RES-ANIO = WS-ANIO-RPT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-IMP-CANT
                   IF IMP-NRO-ALU(WS-IDX) = RES-NRO-ALU
                      AND IMP-NRO-MAT(WS-IDX) = RES-NRO-MAT
                       MOVE RES-CONDICION TO IMP-RES-COND(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       3300-SCAN-PREVIAS.

           READ PREVIAS
           IF WS-FS-PRV EQUAL '00'
              AND (PRV-ANIO-ORIGEN = WS-ANIO-RPT
                   OR PRV-ANIO-CUMPLE = WS-ANIO-RPT)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-IMP-CANT
                   IF IMP-NRO-ALU(WS-IDX) = PRV-NRO-ALU
                      AND IMP-NRO-MAT(WS-IDX) = PRV-NRO-MAT
                       MOVE PRV-ESTADO TO IMP-PRV-ESTADO(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *LA BECA DEL ANIO Y LA DE LA RENOVACION (ANIO SIGUIENTE) SE
      *DECIDIERON CON LAS NOTAS DEL ANIO CERRADO.

       3400-SCAN-BECAS.

           READ BECAS
           IF WS-FS-BEC EQUAL '00'
              AND (BEC-ANIO = WS-ANIO-RPT
                   OR BEC-ANIO = WS-ANIO-RPT + 1)
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-IMP-CANT
                   IF IMP-NRO-ALU(WS-IDX) = BEC-NRO-ALU
                      AND BEC-ANIO >= IMP-BEC-ANIO(WS-IDX)
                       MOVE BEC-ANIO   TO IMP-BEC-ANIO(WS-IDX)
                       MOVE BEC-ESTADO TO IMP-BEC-ESTADO(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *CERTIFICADO EMITIDO DESPUES DEL CIERRE Y NO DESPUES DEL CAMBIO:
      *SALIO CON LA NOTA ANTERIOR.

       3500-SCAN-CERTIF.

           READ CERTIF
           IF WS-FS-CER EQUAL '00' AND CER-FECHA >= WS-CIE-FECHA
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-IMP-CANT
                   IF IMP-NRO-ALU(WS-IDX) = CER-NRO-ALU
                      AND CER-FECHA <= IMP-FECHA(WS-IDX)
                      AND IMP-CANT-CERT(WS-IDX) < 99
                       ADD 1 TO IMP-CANT-CERT(WS-IDX)
                       MOVE CER-NRO TO IMP-ULT-CERT(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *************************************
      *    LISTADO POR ALUMNO/MATERIA     *
      *************************************

       4000-LISTADO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-IMP-CANT
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-IMP-CANT - WS-IDX
                   IF IMP-NRO-ALU(WS-JDX) > IMP-NRO-ALU(WS-JDX + 1)
                      OR (IMP-NRO-ALU(WS-JDX) = IMP-NRO-ALU(WS-JDX + 1)
                          AND IMP-NRO-MAT(WS-JDX) >
                              IMP-NRO-MAT(WS-JDX + 1))
                       MOVE IMP-ENT(WS-JDX) TO WS-SWAP
                       MOVE IMP-ENT(WS-JDX + 1) TO IMP-ENT(WS-JDX)
                       MOVE WS-SWAP TO IMP-ENT(WS-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CAMBIOS DE NOTA POSTERIORES AL CIERRE DEL ANIO '
                  WS-ANIO-RPT '  (CIERRE ' WS-CIE-FECHA(7:2) '/'
                  WS-CIE-FECHA(5:2) '/' WS-CIE-FECHA(1:4) ')'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE 0 TO WS-ALU-ANT
           MOVE 'N' TO WS-HAY-REHACER
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-IMP-CANT
               IF IMP-NRO-ALU(WS-IDX) NOT EQUAL WS-ALU-ANT
                   PERFORM 4300-CORTE-ALUMNO
                   PERFORM 4100-CABECERA-ALUMNO
               END-IF
               PERFORM 4200-DETALLE-MATERIA
           END-PERFORM
           PERFORM 4300-CORTE-ALUMNO.

       4100-CABECERA-ALUMNO.

           MOVE IMP-NRO-ALU(WS-IDX) TO WS-ALU-ANT
           MOVE 'N' TO WS-HAY-REHACER
           ADD 1 TO WS-CANT-ALUMNOS

           MOVE IMP-NRO-ALU(WS-IDX) TO ALU-NRO-ALU
           READ ALUMNOS
               INVALID KEY
                   MOVE 'ALUMNO ?' TO ALU-NOMBRE
           END-READ

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNO ' IMP-NRO-ALU(WS-IDX) ' ' ALU-NOMBRE
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           IF IMP-BEC-ESTADO(WS-IDX) NOT EQUAL SPACES
               MOVE 'S' TO WS-HAY-REHACER
               MOVE SPACES TO WS-LINEA-REP
               STRING '     REVISAR BECAS.dat: BECA '
                      IMP-BEC-ANIO(WS-IDX) ' ESTADO '
                      IMP-BEC-ESTADO(WS-IDX)
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

       4200-DETALLE-MATERIA.

           MOVE IMP-NOTA-ANT(WS-IDX) TO WP-NOTA-ANT
           MOVE IMP-NOTA-NVA(WS-IDX) TO WP-NOTA-NVA
           MOVE SPACES TO WS-LINEA-REP
           IF IMP-PROGRAMA(WS-IDX) = 'CORRNOTA'
               STRING '   MATERIA ' IMP-NRO-MAT(WS-IDX)
                      '  CORRNOTA ' IMP-FECHA(WS-IDX)(7:2) '/'
                      IMP-FECHA(WS-IDX)(5:2) '/'
                      IMP-FECHA(WS-IDX)(1:4)
                      '  NOTA ' WP-NOTA-ANT ' -> ' WP-NOTA-NVA
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING '   MATERIA ' IMP-NRO-MAT(WS-IDX)
                      '  PGMAPRUE ' IMP-FECHA(WS-IDX)(7:2) '/'
                      IMP-FECHA(WS-IDX)(5:2) '/'
                      IMP-FECHA(WS-IDX)(1:4)
                      '  NOTA APROBADA ' WP-NOTA-NVA
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM 9100-ESCRIBIR-LISTADO

           IF IMP-CANT-TRIM(WS-IDX) > 0
               MOVE 'S' TO WS-HAY-REHACER
               MOVE SPACES TO WS-LINEA-REP
               STRING '     REHACER TRIMEST.dat: '
                      IMP-CANT-TRIM(WS-IDX)
                      ' NOTA(S) DE CIERRE DE TRIMESTRE (PGMTRIME)'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF

           IF IMP-RES-COND(WS-IDX) NOT EQUAL SPACES
               MOVE 'S' TO WS-HAY-REHACER
               MOVE SPACES TO WS-LINEA-REP
               STRING '     REHACER RESULTADO.dat: CONDICION '
                      IMP-RES-COND(WS-IDX) ' (PGMPROMO)'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF

           IF IMP-PRV-ESTADO(WS-IDX) NOT EQUAL SPACES
               MOVE 'S' TO WS-HAY-REHACER
               MOVE SPACES TO WS-LINEA-REP
               STRING '     REVISAR PREVIAS.dat: ESTADO '
                      IMP-PRV-ESTADO(WS-IDX) ' (PGMPREVI)'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF

           IF IMP-CANT-CERT(WS-IDX) > 0
               MOVE 'S' TO WS-HAY-REHACER
               MOVE SPACES TO WS-LINEA-REP
               STRING '     REEMITIR CERTIF.dat: '
                      IMP-CANT-CERT(WS-IDX)
                      ' CERTIFICADO(S), ULTIMO NRO '
                      IMP-ULT-CERT(WS-IDX)
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *CIERRE DEL ALUMNO ANTERIOR: NOVEDAD SI QUEDO ALGO A REHACER.

       4300-CORTE-ALUMNO.

           IF WS-ALU-ANT NOT EQUAL 0
               IF WS-HAY-REHACER = 'S'
                   PERFORM 4400-NOVEDAD-ALUMNO
               ELSE
                   MOVE SPACES TO WS-LINEA-REP
                   MOVE '     SIN DERIVADOS A REHACER' TO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

       4400-NOVEDAD-ALUMNO.

           MOVE 1 TO LK-OPCION-NOV
           MOVE 'PGMIMPAC' TO LK-NOV-PROGRAMA
           MOVE 'A' TO LK-NOV-SEVERIDAD
           MOVE SPACES TO LK-NOV-TEXTO
           STRING 'REPROCESO CAMBIO NOTA ALU ' WS-ALU-ANT
                  ' ANIO ' WS-ANIO-RPT
                  DELIMITED BY SIZE INTO LK-NOV-TEXTO
           MOVE SPACES TO LK-NOV-REFERENCIA
           MOVE WS-ALU-ANT  TO LK-NOV-REFERENCIA(1:4)
           MOVE WS-ANIO-RPT TO LK-NOV-REFERENCIA(5:4)
           CALL WS-RUTNOV USING LK-COM-NOVEDAD
           IF LK-RESULTADO-NOV = 10
               ADD 1 TO WS-CANT-NOVED
           ELSE
               DISPLAY 'NO SE PUDO GRABAR LA NOVEDAD DEL ALUMNO '
                       WS-ALU-ANT
           END-IF.

      *************************************
      *    TOTALES DE LA CORRIDA          *
      *************************************

       5000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-CAMBIOS TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CAMBIOS POSTERIORES AL CIERRE: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           DISPLAY WS-LINEA-REP

           MOVE WS-CANT-ALUMNOS TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNOS AFECTADOS:             ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           DISPLAY WS-LINEA-REP

           MOVE WS-CANT-NOVED TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'NOVEDADES GRABADAS:            ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           DISPLAY WS-LINEA-REP

           IF WS-CANT-NOVED > 0
               MOVE 4 TO RETURN-CODE
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

           CLOSE ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
           END-IF.

           CLOSE LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8 AND WS-CIERRE-N NOT EQUAL 0
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMIMPAC' TO LK-RPC-PROGRAMA
               MOVE WS-PERIODO-CIE TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               MOVE 'DDIMPLST' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMIMPAC.
