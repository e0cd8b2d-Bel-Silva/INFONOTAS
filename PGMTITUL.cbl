      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de titulos secundarios - emite el titulo
      *          solo a egresados (misma regla que PGMEGRES: cada
      *          materia del plan del alumno aprobada en
      *          RESULTADO.dat; sin plan, las materias activas de
      *          MATERIAS.dat), le asigna un numero correlativo del
      *          libro de titulos TITULOS.dat e imprime la hoja de
      *          datos del titulo. Duplicados y anulaciones quedan
      *          asentados como en CERTIF.dat (PGMCERTI); la
      *          anulacion es de nivel supervisor. La opcion 4 graba
      *          el archivo posicional semestral que pide el registro
      *          provincial de titulos: cabecera '1' con el periodo y
      *          la cantidad, un detalle '2' por asiento del semestre
      *          y cola '9' con la cantidad por tipo. Cada asiento
      *          queda ademas en la auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTITUL.

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
           SELECT TITULOS        ASSIGN TO "DDTITUL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-TIT.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT MATERIAS       ASSIGN TO "DDMAT"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS SEQUENTIAL
                                      RELATIVE KEY IS WS-RRN-MATE
                                      FILE STATUS IS WS-FS-MATE.

           SELECT RESULTADO      ASSIGN TO "DDRES"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RES.

           SELECT PLANES         ASSIGN TO "DDPLAN"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PLA.

           SELECT HOJATIT        ASSIGN TO "DDTITHOJ"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-SAL.

           SELECT REGPROV        ASSIGN TO "DDTITPRV"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PRV.

       DATA DIVISION.
       FILE SECTION.
       FD TITULOS.
           COPY REGTITU.

       FD ALUMNOS.
           COPY REGALUM.

       FD MATERIAS.
           COPY REGMATE.

       FD RESULTADO.
           COPY REGRESUL.

       FD PLANES.
           COPY REGPLAN.

       FD HOJATIT.
           01 REG-HOJATIT        PIC X(132).

      *LAYOUT POSICIONAL DEL REGISTRO PROVINCIAL DE TITULOS: '1'
      *CABECERA, '2' DETALLE, '9' COLA. CABECERA Y COLA RELLENADAS
      *AL LARGO DEL DETALLE (76) PARA UN UNICO LRECL.
       FD REGPROV.
           01 REG-PRV-DETALLE.
              05 PRV-TIPO        PIC X(01).
              05 PRV-NRO-TITULO  PIC 9(06).
              05 PRV-TIPO-EMISION PIC X(01).
              05 PRV-NRO-ORIG    PIC 9(06).
              05 PRV-FECHA       PIC 9(08).
              05 PRV-NRO-ALU     PIC 9(04).
              05 PRV-NOMBRE      PIC X(23).
              05 PRV-DOCUMENTO   PIC 9(08).
              05 PRV-FECHA-NAC   PIC 9(08).
              05 PRV-NRO-PAIS    PIC 9(03).
              05 PRV-NRO-PLAN    PIC 9(02).
              05 PRV-ANIO-EGRESO PIC 9(04).
              05 PRV-ESCUELA     PIC 9(02).
           01 REG-PRV-CABECERA.
              05 PCA-TIPO        PIC X(01).
              05 PCA-FECHA       PIC 9(08).
              05 PCA-ANIO        PIC 9(04).
              05 PCA-SEMESTRE    PIC 9(01).
              05 PCA-ORIGEN      PIC X(10).
              05 PCA-ESCUELA     PIC 9(02).
              05 PCA-CUE         PIC X(09).
              05 PCA-CANTIDAD    PIC 9(07).
              05 FILLER          PIC X(34).
           01 REG-PRV-COLA.
              05 PCO-TIPO        PIC X(01).
              05 PCO-CANTIDAD    PIC 9(07).
              05 PCO-ORIGINALES  PIC 9(07).
              05 PCO-DUPLICADOS  PIC 9(07).
              05 PCO-ANULACIONES PIC 9(07).
              05 FILLER          PIC X(47).

       WORKING-STORAGE SECTION.

       01  WS-FS-TIT       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-MATE      PIC X(02).
       01  WS-FS-RES       PIC X(02).
       01  WS-FS-PLA       PIC X(02).
       01  WS-FS-SAL       PIC X(02).
       01  WS-FS-PRV       PIC X(02).

       01  WS-RRN-MATE     PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-OPCION        PIC 9.
             88 WS-OP-EMITIR      VALUE 1.
             88 WS-OP-DUPLICADO   VALUE 2.
             88 WS-OP-ANULAR      VALUE 3.
             88 WS-OP-EXTRACTO    VALUE 4.
             88 WS-OP-SALIR       VALUE 9.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-NRO-ALU      PIC 9(04).
       01  WS-NOMBRE-ALU   PIC X(23).
       01  WS-DOCUMENTO-ED PIC 9(08).
       01  WS-FECHA-NAC    PIC 9(08).
       01  WS-ESCUELA-ALU  PIC 9(02).

       01  WS-NRO-TIT      PIC 9(06).
       01  WS-ULT-NRO      PIC 9(06).
       01  WS-NRO-BUSCADO  PIC 9(06).
       01  WS-TIPO-EMISION PIC X(01).
       01  WS-NRO-ORIG     PIC 9(06).
       01  WS-NRO-PLAN     PIC 9(02).
       01  WS-ANIO-EGRESO  PIC 9(04).
       01  WS-CONFIRMA     PIC X(01).

      *ASIENTO HALLADO POR 2400-BUSCA-TITULO.
           COPY REGTITU REPLACING ==REG-TITULO== BY ==WS-TIT-ENC==
                         LEADING ==TIT-== BY ==TEN-==.

       01  WS-BUSCA-TIT    PIC X.
             88 WS-TIT-HALLADO        VALUE 'T'.
             88 WS-TIT-NO-HALLADO     VALUE 'F'.

       01  WS-ANULA-TIT    PIC X.
             88 WS-TIT-ANULADO        VALUE 'S'.
             88 WS-TIT-VIGENTE        VALUE 'N'.

      *ORIGINALES Y ANULACIONES DEL ALUMNO: CON MAS ORIGINALES QUE
      *ANULACIONES TIENE UN TITULO VIGENTE.
       01  WS-CANT-ORIG    PIC 9(03).
       01  WS-CANT-ANUL    PIC 9(03).
       01  WS-NRO-VIGENTE  PIC 9(06).

      *CONTROL DE EGRESO: MATERIAS EXIGIDAS (PLAN DEL ALUMNO O
      *MATERIAS ACTIVAS) Y APROBADAS EN RESULTADO.dat.
       01  WS-IDX-MAT      PIC 9(03).
       01  WS-CANT-REQUERIDAS PIC 9(02).
       01  WS-CANT-APROB   PIC 9(02).
       01  TABLA-REQUERIDAS.
           05 TAB-REQ OCCURS 99 TIMES PIC X(01).
       01  TABLA-APROBADAS.
           05 TAB-APR OCCURS 99 TIMES PIC X(01).
       01  WS-EGRESO       PIC X.
             88 WS-ES-EGRESADO        VALUE 'S'.
             88 WS-NO-EGRESADO        VALUE 'N'.

      *EXTRACTO SEMESTRAL.
       01  WS-ANIO-EXT     PIC 9(04).
       01  WS-SEMESTRE     PIC 9(01).
       01  WS-FECHA-DESDE  PIC 9(08).
       01  WS-FECHA-HASTA  PIC 9(08).
       01  WS-EXT-MODO     PIC X.
             88 WS-EXT-CUENTA         VALUE 'C'.
             88 WS-EXT-GRABA          VALUE 'G'.
       01  WS-CANT-DET     PIC 9(07).
       01  WS-CANT-ORI-EXT PIC 9(07).
       01  WS-CANT-DUP-EXT PIC 9(07).
       01  WS-CANT-ANU-EXT PIC 9(07).
       01  WS-ESCUELA      PIC 9(02).
       01  WS-CUE          PIC X(09).
       01  WP-CANT         PIC ZZZZZZ9.

       01  WS-RUTAUD       PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.

       01  WS-RUTIN        PIC X(08) VALUE 'RUTNACIO'.

       COPY LKNACIO.

       01  WS-RUTESC       PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-NRO-OPE      PIC 9(03).
       01  WS-NIVEL-OPE    PIC 9(01).

       01  WS-RUTOPE       PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTSES       PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       01  WS-FECHA-CORRIDA.
           03 WS-ANIO-COR   PIC 9(04).
           03 WS-MES-COR    PIC 9(02).
           03 WS-DIA-COR    PIC 9(02).

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

           PERFORM 1500-SIGNON

           OPEN INPUT ALUMNOS.
           IF WS-FS-ALU IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN OUTPUT HOJATIT.
           IF WS-FS-SAL IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-SAL
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-COR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-COR
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA-COR.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMTITUL' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
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
           DISPLAY 'REGISTRO DE TITULOS'
           DISPLAY '1-EMITIR  2-DUPLICADO  3-ANULAR'
                   '  4-EXTRACTO SEMESTRAL  9-FIN'
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN WS-OP-EMITIR
                   PERFORM 2100-EMITIR
               WHEN WS-OP-DUPLICADO
                   PERFORM 2500-DUPLICADO
               WHEN WS-OP-ANULAR
                   IF WS-NIVEL-OPE < 2
                       DISPLAY 'ANULACION DE TITULO SOLO PARA NIVEL'
                               ' SUPERVISOR.'
                   ELSE
                       PERFORM 2600-ANULAR
                   END-IF
               WHEN WS-OP-EXTRACTO
                   PERFORM 4000-EXTRACTO
               WHEN WS-OP-SALIR
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      *************************************
      *    EMISION DE UN TITULO           *
      *************************************

       2100-EMITIR.

           DISPLAY 'NRO DE ALUMNO (9999): '
           ACCEPT WS-NRO-ALU

           MOVE WS-NRO-ALU TO ALU-NRO-ALU
           READ ALUMNOS
               INVALID KEY
                   DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO.'
               NOT INVALID KEY
                   PERFORM 2110-DATOS-ALUMNO
                   PERFORM 3000-CONTROLA-EGRESO
                   PERFORM 2150-BUSCA-VIGENTE
                   EVALUATE TRUE
                       WHEN WS-NO-EGRESADO
                           DISPLAY 'EL ALUMNO NO ES EGRESADO: '
                                   WS-CANT-APROB ' DE '
                                   WS-CANT-REQUERIDAS
                                   ' MATERIAS APROBADAS. EMISION'
                                   ' RECHAZADA.'
                       WHEN WS-CANT-ORIG > WS-CANT-ANUL
                           DISPLAY 'EL ALUMNO YA TIENE EL TITULO NRO '
                                   WS-NRO-VIGENTE
                                   '. USE LA OPCION DUPLICADO.'
                       WHEN OTHER
                           PERFORM 2200-ASIGNA-NUMERO
                           MOVE 'O' TO WS-TIPO-EMISION
                           MOVE 0   TO WS-NRO-ORIG
                           MOVE ALU-NRO-PLAN TO WS-NRO-PLAN
                           PERFORM 3500-IMPRIME-HOJA
                           PERFORM 2300-REGISTRA-ASIENTO
                   END-EVALUATE
           END-READ.

       2110-DATOS-ALUMNO.

           MOVE ALU-NOMBRE TO WS-NOMBRE-ALU
           IF ALU-DOCUMENTO IS NUMERIC
               MOVE ALU-DOCUMENTO TO WS-DOCUMENTO-ED
           ELSE
               MOVE 0 TO WS-DOCUMENTO-ED
           END-IF
           IF ALU-FECHA-NAC IS NUMERIC
               MOVE ALU-FECHA-NAC TO WS-FECHA-NAC
           ELSE
               MOVE 0 TO WS-FECHA-NAC
           END-IF
           IF ALU-ESCUELA IS NUMERIC
               MOVE ALU-ESCUELA TO WS-ESCUELA-ALU
           ELSE
               MOVE 0 TO WS-ESCUELA-ALU
           END-IF
           MOVE ALU-NRO-PAIS TO LK-NUM-NAC
           MOVE 2 TO LK-OPCION-NAC
           CALL WS-RUTIN USING LK-COM-NACIONALIDAD.

      *************************************
      *    TITULO VIGENTE DEL ALUMNO      *
      *************************************

       2150-BUSCA-VIGENTE.

           MOVE 0 TO WS-CANT-ORIG
           MOVE 0 TO WS-CANT-ANUL
           MOVE 0 TO WS-NRO-VIGENTE

           OPEN INPUT TITULOS
           IF WS-FS-TIT EQUAL '05' OR '35'
               OPEN OUTPUT TITULOS
               CLOSE TITULOS
               OPEN INPUT TITULOS
           END-IF

           IF WS-FS-TIT NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-TIT
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2160-SCAN-VIGENTE UNTIL WS-SCAN-FIN
               CLOSE TITULOS
           END-IF.

       2160-SCAN-VIGENTE.

           READ TITULOS
           IF WS-FS-TIT NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF TIT-NRO-ALU = WS-NRO-ALU
                   EVALUATE TRUE
                       WHEN TIT-ORIGINAL
                           ADD 1 TO WS-CANT-ORIG
                           MOVE TIT-NRO TO WS-NRO-VIGENTE
                       WHEN TIT-ANULACION
                           ADD 1 TO WS-CANT-ANUL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *************************************
      *    PROXIMO NUMERO DEL REGISTRO    *
      *************************************

       2200-ASIGNA-NUMERO.

           MOVE 0 TO WS-ULT-NRO

           OPEN INPUT TITULOS
           IF WS-FS-TIT EQUAL '05' OR '35'
               OPEN OUTPUT TITULOS
               CLOSE TITULOS
               OPEN INPUT TITULOS
           END-IF

           IF WS-FS-TIT NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-TIT
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2250-SCAN-TITULOS UNTIL WS-SCAN-FIN
               CLOSE TITULOS
           END-IF

           COMPUTE WS-NRO-TIT = WS-ULT-NRO + 1.

       2250-SCAN-TITULOS.

           READ TITULOS
           IF WS-FS-TIT NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF TIT-NRO > WS-ULT-NRO
                   MOVE TIT-NRO TO WS-ULT-NRO
               END-IF
           END-IF.

      *************************************
      *    ASIENTA EN EL LIBRO DE         *
      *    TITULOS (TITULOS.dat)          *
      *************************************

       2300-REGISTRA-ASIENTO.

           OPEN EXTEND TITULOS
           IF WS-FS-TIT NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-TIT
           ELSE
               MOVE WS-NRO-TIT  TO TIT-NRO
               MOVE WS-NRO-ALU  TO TIT-NRO-ALU
               MOVE FUNCTION CURRENT-DATE(1:8) TO TIT-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO TIT-HORA
               MOVE WS-NRO-OPE  TO TIT-OPERADOR
               MOVE WS-TIPO-EMISION TO TIT-TIPO
               MOVE WS-NRO-ORIG TO TIT-NRO-ORIG
               MOVE WS-NRO-PLAN TO TIT-NRO-PLAN
               MOVE WS-ANIO-EGRESO TO TIT-ANIO-EGRESO

               WRITE REG-TITULO
               IF WS-FS-TIT IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-TIT
               ELSE
                   IF TIT-ANULACION
                       DISPLAY 'TITULO NRO ' WS-NRO-TIT ' ANULADO.'
                   ELSE
                       DISPLAY 'TITULO NRO ' WS-NRO-TIT
                               ' REGISTRADO.'
                   END-IF
                   MOVE 1 TO LK-OPCION-AUD
                   MOVE 'PGMTITUL' TO LK-AUD-PROGRAMA
                   MOVE 'TITULOS ' TO LK-AUD-ARCHIVO
                   MOVE 'A'        TO LK-AUD-OPERACION
                   MOVE SPACES     TO LK-AUD-CLAVE
                   MOVE WS-NRO-TIT TO LK-AUD-CLAVE(1:6)
                   MOVE SPACES     TO LK-AUD-IMAGEN-ANT
                   MOVE REG-TITULO TO LK-AUD-IMAGEN-NVA
                   MOVE WS-NRO-OPE TO LK-AUD-OPERADOR
                   CALL WS-RUTAUD USING LK-COM-AUDITORIA
               END-IF

               CLOSE TITULOS
           END-IF.

      *************************************
      *    BUSCA UN TITULO ORIGINAL Y     *
      *    SI FUE ANULADO                 *
      *************************************

       2400-BUSCA-TITULO.

           SET WS-TIT-NO-HALLADO TO TRUE
           SET WS-TIT-VIGENTE TO TRUE

           OPEN INPUT TITULOS
           IF WS-FS-TIT EQUAL '05' OR '35'
               OPEN OUTPUT TITULOS
               CLOSE TITULOS
               OPEN INPUT TITULOS
           END-IF

           IF WS-FS-TIT NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-TIT
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2450-SCAN-BUSCA UNTIL WS-SCAN-FIN
               CLOSE TITULOS
           END-IF.

       2450-SCAN-BUSCA.

           READ TITULOS
           IF WS-FS-TIT NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN TIT-NRO = WS-NRO-BUSCADO AND TIT-ORIGINAL
                       SET WS-TIT-HALLADO TO TRUE
                       MOVE REG-TITULO TO WS-TIT-ENC
                   WHEN TIT-NRO-ORIG = WS-NRO-BUSCADO
                        AND TIT-ANULACION
                       SET WS-TIT-ANULADO TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *************************************
      *    DUPLICADO DE UN TITULO         *
      *************************************

       2500-DUPLICADO.

           DISPLAY 'NRO DE TITULO ORIGINAL (999999): '
           ACCEPT WS-NRO-BUSCADO

           PERFORM 2400-BUSCA-TITULO

           EVALUATE TRUE
               WHEN WS-TIT-NO-HALLADO
                   DISPLAY 'NO EXISTE ESE TITULO ORIGINAL EN EL'
                           ' REGISTRO.'
               WHEN WS-TIT-ANULADO
                   DISPLAY 'EL TITULO ESTA ANULADO. DUPLICADO'
                           ' RECHAZADO.'
               WHEN OTHER
                   MOVE TEN-NRO-ALU TO WS-NRO-ALU
                   MOVE WS-NRO-ALU TO ALU-NRO-ALU
                   READ ALUMNOS
                       INVALID KEY
                           MOVE 'ALUMNO INEXISTENTE     '
                                TO WS-NOMBRE-ALU
                           MOVE 0 TO WS-DOCUMENTO-ED
                           MOVE 0 TO WS-FECHA-NAC
                           MOVE 0 TO WS-ESCUELA-ALU
                           MOVE SPACES TO LK-NOM-NAC
                       NOT INVALID KEY
                           PERFORM 2110-DATOS-ALUMNO
                   END-READ

      *EL DUPLICADO CERTIFICA LO MISMO QUE EL ORIGINAL.
                   MOVE TEN-NRO-PLAN    TO WS-NRO-PLAN
                   MOVE TEN-ANIO-EGRESO TO WS-ANIO-EGRESO
                   MOVE WS-NRO-BUSCADO  TO WS-NRO-ORIG
                   PERFORM 2200-ASIGNA-NUMERO
                   MOVE 'D' TO WS-TIPO-EMISION
                   PERFORM 3500-IMPRIME-HOJA
                   PERFORM 2300-REGISTRA-ASIENTO
           END-EVALUATE.

      *************************************
      *    ANULACION DE UN TITULO         *
      *************************************
      *ANULA EL ORIGINAL Y CON EL SUS DUPLICADOS; EL ALUMNO QUEDA EN
      *CONDICIONES DE RECIBIR UN NUEVO ORIGINAL.

       2600-ANULAR.

           DISPLAY 'NRO DE TITULO ORIGINAL A ANULAR (999999): '
           ACCEPT WS-NRO-BUSCADO

           PERFORM 2400-BUSCA-TITULO

           EVALUATE TRUE
               WHEN WS-TIT-NO-HALLADO
                   DISPLAY 'NO EXISTE ESE TITULO ORIGINAL EN EL'
                           ' REGISTRO.'
               WHEN WS-TIT-ANULADO
                   DISPLAY 'EL TITULO YA ESTA ANULADO.'
               WHEN OTHER
                   DISPLAY 'CONFIRMA LA ANULACION DEL TITULO '
                           WS-NRO-BUSCADO ' DEL ALUMNO '
                           TEN-NRO-ALU ' (S/N): '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S'
                       MOVE TEN-NRO-ALU     TO WS-NRO-ALU
                       MOVE TEN-NRO-PLAN    TO WS-NRO-PLAN
                       MOVE TEN-ANIO-EGRESO TO WS-ANIO-EGRESO
                       MOVE WS-NRO-BUSCADO  TO WS-NRO-TIT
                       MOVE WS-NRO-BUSCADO  TO WS-NRO-ORIG
                       MOVE 'A' TO WS-TIPO-EMISION
                       PERFORM 2300-REGISTRA-ASIENTO
                   ELSE
                       DISPLAY 'ANULACION CANCELADA.'
                   END-IF
           END-EVALUATE.

      *************************************
      *    CONTROL DE EGRESO (MISMA REGLA *
      *    QUE PGMEGRES)                  *
      *************************************

       3000-CONTROLA-EGRESO.

           MOVE SPACES TO TABLA-REQUERIDAS
           MOVE SPACES TO TABLA-APROBADAS
           MOVE 0 TO WS-CANT-REQUERIDAS
           MOVE 0 TO WS-CANT-APROB
           MOVE 0 TO WS-ANIO-EGRESO
           SET WS-NO-EGRESADO TO TRUE

      *EL PLAN DEL ALUMNO DEFINE LAS MATERIAS EXIGIDAS; SIN PLAN
      *(O PLAN SIN FILAS) SE EXIGEN LAS MATERIAS ACTIVAS GLOBALES.
           IF ALU-NRO-PLAN >= 1 AND ALU-NRO-PLAN <= 99
               PERFORM 3100-CARGA-PLAN
           END-IF

           IF WS-CANT-REQUERIDAS = 0
               PERFORM 3200-CARGA-MATERIAS
           END-IF

           PERFORM 3300-CARGA-APROBADAS

           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > 99
               IF TAB-REQ(WS-IDX-MAT) = 'A'
                  AND TAB-APR(WS-IDX-MAT) = 'A'
                   ADD 1 TO WS-CANT-APROB
               END-IF
           END-PERFORM

           IF WS-CANT-REQUERIDAS > 0
              AND WS-CANT-APROB = WS-CANT-REQUERIDAS
               SET WS-ES-EGRESADO TO TRUE
           END-IF.

       3100-CARGA-PLAN.

           OPEN INPUT PLANES
           IF WS-FS-PLA EQUAL '05' OR '35'
               OPEN OUTPUT PLANES
               CLOSE PLANES
               OPEN INPUT PLANES
           END-IF

           IF WS-FS-PLA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-PLA
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3150-UNA-FILA-PLAN UNTIL WS-SCAN-FIN
               CLOSE PLANES
           END-IF.

       3150-UNA-FILA-PLAN.

           READ PLANES
           IF WS-FS-PLA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF PLA-ACTIVO
                  AND PLA-NRO-PLAN = ALU-NRO-PLAN
                  AND PLA-NRO-MAT >= 1 AND PLA-NRO-MAT <= 99
                   IF TAB-REQ(PLA-NRO-MAT) NOT EQUAL 'A'
                       MOVE 'A' TO TAB-REQ(PLA-NRO-MAT)
                       ADD 1 TO WS-CANT-REQUERIDAS
                   END-IF
               END-IF
           END-IF.

       3200-CARGA-MATERIAS.

           OPEN INPUT MATERIAS
           IF WS-FS-MATE NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MATE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3250-UNA-MATERIA UNTIL WS-SCAN-FIN
               CLOSE MATERIAS
           END-IF.

       3250-UNA-MATERIA.

           READ MATERIAS
           IF WS-FS-MATE NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF MAT-ACTIVA
                  AND MAT-NRO-MATERIA >= 1 AND MAT-NRO-MATERIA <= 99
                   MOVE 'A' TO TAB-REQ(MAT-NRO-MATERIA)
                   ADD 1 TO WS-CANT-REQUERIDAS
               END-IF
           END-IF.

      *EL ANIO DE EGRESO ES EL ULTIMO ANIO CON UNA MATERIA APROBADA.

       3300-CARGA-APROBADAS.

           OPEN INPUT RESULTADO
           IF WS-FS-RES EQUAL '05' OR '35'
               OPEN OUTPUT RESULTADO
               CLOSE RESULTADO
               OPEN INPUT RESULTADO
           END-IF

           IF WS-FS-RES NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-RES
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3350-UN-RESULTADO UNTIL WS-SCAN-FIN
               CLOSE RESULTADO
           END-IF.

       3350-UN-RESULTADO.

           READ RESULTADO
           IF WS-FS-RES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF RES-NRO-ALU = WS-NRO-ALU
                  AND RES-APROBADO
                  AND RES-NRO-MAT >= 1 AND RES-NRO-MAT <= 99
                   MOVE 'A' TO TAB-APR(RES-NRO-MAT)
                   IF RES-ANIO > WS-ANIO-EGRESO
                       MOVE RES-ANIO TO WS-ANIO-EGRESO
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    HOJA DE DATOS DEL TITULO       *
      *************************************

       3500-IMPRIME-HOJA.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           IF WS-TIPO-EMISION = 'D'
               STRING 'TITULO SECUNDARIO NRO ' WS-NRO-TIT
                      '  *** DUPLICADO DEL NRO ' WS-NRO-ORIG
                      ' ***'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING 'TITULO SECUNDARIO NRO ' WS-NRO-TIT
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'FECHA DE EMISION: '
                  WS-DIA-COR '/' WS-MES-COR '/' WS-ANIO-COR
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE 2 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           MOVE WS-ESCUELA-ALU TO LK-ESC-CODIGO
           CALL WS-RUTESC USING LK-COM-ESCUELA
           IF LK-RESULTADO-ESC NOT EQUAL 10
               MOVE SPACES TO LK-ESC-NOMBRE
               MOVE SPACES TO LK-ESC-CUE
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ESCUELA: ' WS-ESCUELA-ALU ' ' LK-ESC-NOMBRE
                  '  CUE: ' LK-ESC-CUE
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNO: ' WS-NRO-ALU '  ' WS-NOMBRE-ALU
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'DOCUMENTO: ' WS-DOCUMENTO-ED
                  '  FECHA DE NACIMIENTO: '
                  WS-FECHA-NAC(7:2) '/' WS-FECHA-NAC(5:2) '/'
                  WS-FECHA-NAC(1:4)
                  '  NACIONALIDAD: ' LK-NOM-NAC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'PLAN DE ESTUDIOS: ' WS-NRO-PLAN
                  '  ANIO DE EGRESO: ' WS-ANIO-EGRESO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'FIRMA DEL SECRETARIO: ______________'
                  '  FIRMA DEL DIRECTOR: ______________'
                  '  SELLO'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA.

      *************************************
      *    EXTRACTO SEMESTRAL PARA EL     *
      *    REGISTRO PROVINCIAL            *
      *************************************
      *PRIMERA PASADA CUENTA LOS ASIENTOS DEL SEMESTRE (LA CABECERA
      *LLEVA LA CANTIDAD), SEGUNDA PASADA GRABA LOS DETALLES. CON
      *ESCUELA DE TRABAJO (RUTESCUE) SOLO SALEN SUS ALUMNOS.

       4000-EXTRACTO.

           DISPLAY 'ANIO DEL EXTRACTO (AAAA): '
           ACCEPT WS-ANIO-EXT
           DISPLAY 'SEMESTRE (1 = ENE-JUN, 2 = JUL-DIC): '
           ACCEPT WS-SEMESTRE

           IF WS-SEMESTRE NOT EQUAL 1 AND WS-SEMESTRE NOT EQUAL 2
               DISPLAY 'SEMESTRE INVALIDO. EXTRACTO CANCELADO.'
           ELSE
               COMPUTE WS-FECHA-DESDE = WS-ANIO-EXT * 10000 + 101
               COMPUTE WS-FECHA-HASTA = WS-ANIO-EXT * 10000 + 630
               IF WS-SEMESTRE = 2
                   COMPUTE WS-FECHA-DESDE = WS-ANIO-EXT * 10000 + 701
                   COMPUTE WS-FECHA-HASTA =
                           WS-ANIO-EXT * 10000 + 1231
               END-IF

               MOVE 1 TO LK-OPCION-ESC
               MOVE WS-NRO-OPE TO LK-ESC-OPERADOR
               CALL WS-RUTESC USING LK-COM-ESCUELA
               MOVE LK-ESC-CODIGO TO WS-ESCUELA
               MOVE LK-ESC-CUE    TO WS-CUE

               PERFORM 4100-EXTRAE
           END-IF.

       4100-EXTRAE.

           MOVE 0 TO WS-CANT-DET
           MOVE 0 TO WS-CANT-ORI-EXT
           MOVE 0 TO WS-CANT-DUP-EXT
           MOVE 0 TO WS-CANT-ANU-EXT

           SET WS-EXT-CUENTA TO TRUE
           PERFORM 4200-PASADA-TITULOS

           OPEN OUTPUT REGPROV
           IF WS-FS-PRV NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-PRV
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REG-PRV-CABECERA
               MOVE '1'            TO PCA-TIPO
               MOVE WS-FECHA-CORRIDA TO PCA-FECHA
               MOVE WS-ANIO-EXT    TO PCA-ANIO
               MOVE WS-SEMESTRE    TO PCA-SEMESTRE
               MOVE 'INFONOTA  '   TO PCA-ORIGEN
               MOVE WS-ESCUELA     TO PCA-ESCUELA
               MOVE WS-CUE         TO PCA-CUE
               MOVE WS-CANT-DET    TO PCA-CANTIDAD
               WRITE REG-PRV-CABECERA
               IF WS-FS-PRV NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-PRV
               END-IF

               MOVE 0 TO WS-CANT-DET
               MOVE 0 TO WS-CANT-ORI-EXT
               MOVE 0 TO WS-CANT-DUP-EXT
               MOVE 0 TO WS-CANT-ANU-EXT
               SET WS-EXT-GRABA TO TRUE
               PERFORM 4200-PASADA-TITULOS

               MOVE SPACES TO REG-PRV-COLA
               MOVE '9'             TO PCO-TIPO
               MOVE WS-CANT-DET     TO PCO-CANTIDAD
               MOVE WS-CANT-ORI-EXT TO PCO-ORIGINALES
               MOVE WS-CANT-DUP-EXT TO PCO-DUPLICADOS
               MOVE WS-CANT-ANU-EXT TO PCO-ANULACIONES
               WRITE REG-PRV-COLA
               IF WS-FS-PRV NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-PRV
               END-IF

               CLOSE REGPROV

               MOVE WS-CANT-DET TO WP-CANT
               DISPLAY 'EXTRACTO ' WS-ANIO-EXT '-' WS-SEMESTRE
                       ' GRABADO. ASIENTOS: ' WP-CANT
               MOVE WS-CANT-ORI-EXT TO WP-CANT
               DISPLAY '   ORIGINALES:  ' WP-CANT
               MOVE WS-CANT-DUP-EXT TO WP-CANT
               DISPLAY '   DUPLICADOS:  ' WP-CANT
               MOVE WS-CANT-ANU-EXT TO WP-CANT
               DISPLAY '   ANULACIONES: ' WP-CANT
           END-IF.

       4200-PASADA-TITULOS.

           OPEN INPUT TITULOS
           IF WS-FS-TIT EQUAL '05' OR '35'
               OPEN OUTPUT TITULOS
               CLOSE TITULOS
               OPEN INPUT TITULOS
           END-IF

           IF WS-FS-TIT NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-TIT
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 4250-UN-ASIENTO UNTIL WS-SCAN-FIN
               CLOSE TITULOS
           END-IF.

       4250-UN-ASIENTO.

           READ TITULOS
           IF WS-FS-TIT NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF TIT-FECHA >= WS-FECHA-DESDE
                  AND TIT-FECHA <= WS-FECHA-HASTA
                   MOVE TIT-NRO-ALU TO ALU-NRO-ALU
                   READ ALUMNOS
                       INVALID KEY
                           MOVE SPACES TO REG-ALUMNO
                           MOVE TIT-NRO-ALU TO ALU-NRO-ALU
                           MOVE 0 TO ALU-ESCUELA
                   END-READ
                   IF ALU-ESCUELA IS NOT NUMERIC
                       MOVE 0 TO ALU-ESCUELA
                   END-IF
                   IF WS-ESCUELA = 0
                      OR ALU-ESCUELA = WS-ESCUELA
                       PERFORM 4300-CUENTA-ASIENTO
                       IF WS-EXT-GRABA
                           PERFORM 4400-GRABA-DETALLE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4300-CUENTA-ASIENTO.

           ADD 1 TO WS-CANT-DET
           EVALUATE TRUE
               WHEN TIT-ORIGINAL
                   ADD 1 TO WS-CANT-ORI-EXT
               WHEN TIT-DUPLICADO
                   ADD 1 TO WS-CANT-DUP-EXT
               WHEN OTHER
                   ADD 1 TO WS-CANT-ANU-EXT
           END-EVALUATE.

       4400-GRABA-DETALLE.

           MOVE SPACES TO REG-PRV-DETALLE
           MOVE '2'             TO PRV-TIPO
           MOVE TIT-NRO         TO PRV-NRO-TITULO
           MOVE TIT-TIPO        TO PRV-TIPO-EMISION
           MOVE TIT-NRO-ORIG    TO PRV-NRO-ORIG
           MOVE TIT-FECHA       TO PRV-FECHA
           MOVE TIT-NRO-ALU     TO PRV-NRO-ALU
           MOVE ALU-NOMBRE      TO PRV-NOMBRE
           MOVE TIT-NRO-PLAN    TO PRV-NRO-PLAN
           MOVE TIT-ANIO-EGRESO TO PRV-ANIO-EGRESO
           MOVE ALU-ESCUELA     TO PRV-ESCUELA

      *DNI, NACIMIENTO Y PAIS SIN INFORMAR EN EL MAESTRO VAN EN CEROS.
           IF ALU-DOCUMENTO IS NUMERIC
               MOVE ALU-DOCUMENTO TO PRV-DOCUMENTO
           ELSE
               MOVE 0 TO PRV-DOCUMENTO
           END-IF
           IF ALU-FECHA-NAC IS NUMERIC
               MOVE ALU-FECHA-NAC TO PRV-FECHA-NAC
           ELSE
               MOVE 0 TO PRV-FECHA-NAC
           END-IF
           IF ALU-NRO-PAIS IS NUMERIC
               MOVE ALU-NRO-PAIS TO PRV-NRO-PAIS
           ELSE
               MOVE 0 TO PRV-NRO-PAIS
           END-IF

           WRITE REG-PRV-DETALLE
           IF WS-FS-PRV NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-PRV
           END-IF.

      ******ESCRIBE UNA LINEA DE LA HOJA DEL TITULO*****

       9100-ESCRIBIR-HOJA.

           WRITE REG-HOJATIT FROM WS-LINEA-REP
           IF WS-FS-SAL NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE HOJA DE TITULO: '
                       WS-FS-SAL
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
           END-IF.

           CLOSE HOJATIT
           IF WS-FS-SAL NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO HOJATIT: ' WS-FS-SAL
           END-IF.



       END PROGRAM PGMTITUL.
