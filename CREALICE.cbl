      ******************************************************************
      * Author:
      * Date:
      * Purpose: Licencias de docentes y cobertura de suplencias -
      *          alta/baja de ausencias (LICENCIAS.dat: docente de
      *          DOCENTES.dat y rango de fechas) y planilla diaria de
      *          cobertura: por cada modulo de HORARIOS.dat que un
      *          docente en licencia dictaria ese dia (resuelto por
      *          ASIGDOC.dat) lista curso, aula y materia descubiertos
      *          y los docentes activos sin modulo a esa hora. El
      *          suplente elegido se registra en SUPLENCIAS.dat (y se
      *          puede anular) para que sus horas entren en los
      *          informes de horas. Todo cambio queda en la auditoria
      *          (RUTAUDIT). El dia de semana y los feriados salen de
      *          RUTCALEN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREALICE.

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
           SELECT LICENCIAS      ASSIGN TO "DDLICE"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LIC.

           SELECT LICETMP        ASSIGN TO "DDLICTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LTM.

           SELECT SUPLENCIAS     ASSIGN TO "DDSUPL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-SUP.

           SELECT SUPLTMP        ASSIGN TO "DDSUPTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-STM.

           SELECT HORARIOS       ASSIGN TO "DDHORA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-HOR.

           SELECT ASIGDOC        ASSIGN TO "DDASIG"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ASIG.

           SELECT CURSOS         ASSIGN TO "DDCUR"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-CUR
                                      FILE STATUS IS WS-FS-CUR.

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

           SELECT LISTADO        ASSIGN TO "DDLICLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD LICENCIAS.
           COPY REGLICE.

       FD LICETMP.
           COPY REGLICE REPLACING ==REG-LICENCIA== BY ==REG-LICETMP==
                         LEADING ==LIC-== BY ==LTM-==.

       FD SUPLENCIAS.
           COPY REGSUPL.

       FD SUPLTMP.
           COPY REGSUPL REPLACING ==REG-SUPLENCIA== BY ==REG-SUPLTMP==
                         LEADING ==SUP-== BY ==STM-==.

       FD HORARIOS.
           COPY REGHORA.

       FD ASIGDOC.
           COPY REGASIG.

       FD CURSOS.
           COPY REGCURSO.

       FD MATERIAS.
           COPY REGMATE.

       FD DOCENTES.
           COPY REGDOCE.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-LIC       PIC X(02).
       01  WS-FS-LTM       PIC X(02).
       01  WS-FS-SUP       PIC X(02).
       01  WS-FS-STM       PIC X(02).
       01  WS-FS-HOR       PIC X(02).
       01  WS-FS-ASIG      PIC X(02).
       01  WS-FS-CUR       PIC X(02).
       01  WS-FS-MATE      PIC X(02).
       01  WS-FS-DOC       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-RRN-CUR      PIC 9(02).
       01  WS-RRN-MATE     PIC 9(02).
       01  WS-RRN-DOC      PIC 9(03).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-OPCION        PIC 9.
             88 WS-OP-ALTA-LIC    VALUE 1.
             88 WS-OP-SUPLENTE    VALUE 2.
             88 WS-OP-BAJA-LIC    VALUE 3.
             88 WS-OP-ANULA-SUP   VALUE 4.
             88 WS-OP-PLANILLA    VALUE 5.
             88 WS-OP-SALIR       VALUE 9.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-DOCENTE-OK   PIC X.
             88 WS-DOCENTE-VALIDO     VALUE 'T'.
             88 WS-DOCENTE-INVALIDO   VALUE 'F'.
             88 WS-DOCENTE-EN-BAJA    VALUE 'B'.

       01  WS-DIA-OK       PIC X.
             88 WS-DIA-VALIDO         VALUE 'T'.
             88 WS-DIA-INVALIDO       VALUE 'F'.

       01  WS-SOLAPA       PIC X.
             88 WS-HAY-SOLAPAMIENTO   VALUE 'S'.
             88 WS-SIN-SOLAPAMIENTO   VALUE 'N'.

       01  WS-BUSCA-REG    PIC X.
             88 WS-REG-EXISTE         VALUE 'T'.
             88 WS-REG-NO-EXISTE      VALUE 'F'.

       01  WS-NRO-DOC       PIC 9(03).
       01  WS-NRO-SUP       PIC 9(03).
       01  WS-NRO-CURSO     PIC 9(02).
       01  WS-MODULO        PIC 9(02).
       01  WS-DIA           PIC 9(01).
       01  WS-FECHA         PIC 9(08).
       01  WS-FECHA-DESDE   PIC 9(08).
       01  WS-FECHA-HASTA   PIC 9(08).
       01  WS-MOTIVO-LIC    PIC X(20).
       01  WS-ANIO          PIC 9(04).

       01  WS-IDX-DOC       PIC 9(04).
       01  WS-IDX-MOD       PIC 9(03).
       01  WS-NRO-MOD       PIC 9(03).
       01  WS-IDX-HALLADO   PIC 9(03).

      *DOCENTE ASIGNADO A CADA MATERIA EN EL ANIO (ASIGDOC.dat).
       01  TABLA-DOC-MAT.
           05 TAB-DOC-MAT OCCURS 99 TIMES PIC 9(03).

      *PLANTEL DEL DIA: ESTADO DEL DOCENTE, SI ESTA EN LICENCIA EN
      *LA FECHA Y LOS MODULOS EN QUE YA ESTA OCUPADO (PROPIOS O DE
      *SUPLENCIA).
       01  TABLA-PLANTEL.
           05 TAB-DOC OCCURS 999 TIMES.
               10 TAB-DOC-ESTADO   PIC X(01).
               10 TAB-DOC-AUSENTE  PIC X(01).
               10 TAB-DOC-NOMBRE   PIC X(25).
               10 TAB-DOC-OCUPADO  PIC X(01) OCCURS 99 TIMES.

      *MODULOS DEL DIA QUE DICTARIA UN DOCENTE EN LICENCIA, CON EL
      *SUPLENTE DESIGNADO (000 = SIN CUBRIR).
       01  WS-MOD-CANT      PIC 9(03) VALUE 0.
       01  TABLA-MODULOS.
           05 MOD-FILA OCCURS 500 TIMES.
               10 MOD-MODULO     PIC 9(02).
               10 MOD-NRO-CURSO  PIC 9(02).
               10 MOD-NRO-MAT    PIC 9(02).
               10 MOD-AULA       PIC 9(03).
               10 MOD-DOC-AUS    PIC 9(03).
               10 MOD-DOC-SUP    PIC 9(03).

       01  WS-CANT-DESCUB   PIC 9(03) VALUE 0.
       01  WS-CANT-CUBIER   PIC 9(03) VALUE 0.
       01  WS-CANT-LIBRES   PIC 9(03) VALUE 0.
       01  WP-CANT          PIC ZZ9.

       01  WS-TEXTO-DIA     PIC X(09).

       01  WS-RUTAUD        PIC X(08) VALUE 'RUTAUDIT'.
       01  WS-IMAGEN-ANT    PIC X(40).

       COPY LKAUDIT.

       01  WS-RUTCAL        PIC X(08) VALUE 'RUTCALEN'.

       COPY LKCALEN.

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTSES        PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

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

      *SI LOS ARCHIVOS NO EXISTEN TODAVIA SE CREAN VACIOS, IGUAL
      *QUE HACE CREANOTA CON NOTAS.dat.
           OPEN INPUT LICENCIAS.
           IF WS-FS-LIC EQUAL '05' OR '35'
               OPEN OUTPUT LICENCIAS
               CLOSE LICENCIAS
               OPEN INPUT LICENCIAS
           END-IF.

           IF WS-FS-LIC IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LIC
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               CLOSE LICENCIAS
           END-IF.

           OPEN INPUT SUPLENCIAS.
           IF WS-FS-SUP EQUAL '05' OR '35'
               OPEN OUTPUT SUPLENCIAS
               CLOSE SUPLENCIAS
               OPEN INPUT SUPLENCIAS
           END-IF.

           IF WS-FS-SUP IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-SUP
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               CLOSE SUPLENCIAS
           END-IF.

           OPEN INPUT CURSOS.
           IF WS-FS-CUR IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUR
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN INPUT MATERIAS.
           IF WS-FS-MATE IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MATE
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN INPUT DOCENTES.
           IF WS-FS-DOC IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-DOC
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN OUTPUT LISTADO.
           IF WS-FS-LST IS NOT EQUAL '00'
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
           MOVE 'CREALICE' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'CURSOS  ' TO LK-VER-ARCHIVO
           MOVE VLY-CURSOS TO LK-VER-VERSION
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
           DISPLAY 'LICENCIAS DE DOCENTES Y SUPLENCIAS'
           DISPLAY '1-ALTA LICENCIA  2-DESIGNAR SUPLENTE'
                   '  3-BAJA LICENCIA  4-ANULAR SUPLENCIA'
           DISPLAY '5-PLANILLA DE COBERTURA DEL DIA  9-FIN'
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN WS-OP-ALTA-LIC
                   PERFORM 2100-ALTA-LICENCIA
               WHEN WS-OP-SUPLENTE
                   PERFORM 2200-DESIGNA-SUPLENTE
               WHEN WS-OP-BAJA-LIC
                   IF WS-NIVEL-OPE < 2
                       DISPLAY 'BAJAS SOLO PARA NIVEL SUPERVISOR.'
                   ELSE
                       PERFORM 2300-BAJA-LICENCIA
                   END-IF
               WHEN WS-OP-ANULA-SUP
                   IF WS-NIVEL-OPE < 2
                       DISPLAY 'BAJAS SOLO PARA NIVEL SUPERVISOR.'
                   ELSE
                       PERFORM 2400-ANULA-SUPLENCIA
                   END-IF
               WHEN WS-OP-PLANILLA
                   PERFORM 5000-PLANILLA-COBERTURA
               WHEN WS-OP-SALIR
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      *************************************
      *    ALTA DE LICENCIA               *
      *************************************

       2100-ALTA-LICENCIA.

           DISPLAY 'NRO DE DOCENTE (999): '
           ACCEPT WS-NRO-DOC
           DISPLAY 'FECHA DESDE (AAAAMMDD): '
           ACCEPT WS-FECHA-DESDE
           DISPLAY 'FECHA HASTA (AAAAMMDD): '
           ACCEPT WS-FECHA-HASTA
           DISPLAY 'MOTIVO: '
           ACCEPT WS-MOTIVO-LIC

           PERFORM 2500-VALIDA-DOCENTE

           SET WS-SIN-SOLAPAMIENTO TO TRUE
           IF WS-DOCENTE-VALIDO
               PERFORM 2150-CONTROLA-SOLAPAMIENTO
           END-IF

           EVALUATE TRUE
               WHEN WS-DOCENTE-INVALIDO
                   DISPLAY 'DOCENTE NO EXISTE. ALTA RECHAZADA.'
               WHEN WS-DOCENTE-EN-BAJA
                   DISPLAY 'DOCENTE EN BAJA. ALTA RECHAZADA.'
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DESDE)
                    NOT = 0
                   DISPLAY 'FECHA DESDE INVALIDA. ALTA RECHAZADA.'
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HASTA)
                    NOT = 0
                   DISPLAY 'FECHA HASTA INVALIDA. ALTA RECHAZADA.'
               WHEN WS-FECHA-HASTA < WS-FECHA-DESDE
                   DISPLAY 'FECHA HASTA ANTERIOR A FECHA DESDE. ALTA'
                           ' RECHAZADA.'
               WHEN WS-HAY-SOLAPAMIENTO
                   DISPLAY 'EL DOCENTE YA TIENE UNA LICENCIA EN ESE'
                           ' RANGO. ALTA RECHAZADA.'
               WHEN OTHER
                   PERFORM 2800-GRABAR-LICENCIA
           END-EVALUATE.

       2150-CONTROLA-SOLAPAMIENTO.

           OPEN INPUT LICENCIAS
           IF WS-FS-LIC NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LIC
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2170-SCAN-SOLAPAMIENTO UNTIL WS-SCAN-FIN
               CLOSE LICENCIAS
           END-IF.

       2170-SCAN-SOLAPAMIENTO.

           READ LICENCIAS
           IF WS-FS-LIC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF LIC-ACTIVA
                  AND LIC-NRO-DOC = WS-NRO-DOC
                  AND LIC-FECHA-DESDE <= WS-FECHA-HASTA
                  AND LIC-FECHA-HASTA >= WS-FECHA-DESDE
                   SET WS-HAY-SOLAPAMIENTO TO TRUE
                   SET WS-SCAN-FIN TO TRUE
               END-IF
           END-IF.

      *************************************
      *    DESIGNACION DEL SUPLENTE DE UN *
      *    MODULO DESCUBIERTO             *
      *************************************

       2200-DESIGNA-SUPLENTE.

           DISPLAY 'FECHA (AAAAMMDD): '
           ACCEPT WS-FECHA
           DISPLAY 'CURSO (99): '
           ACCEPT WS-NRO-CURSO
           DISPLAY 'MODULO (99): '
           ACCEPT WS-MODULO
           DISPLAY 'NRO DE DOCENTE SUPLENTE (999): '
           ACCEPT WS-NRO-SUP

           PERFORM 4000-RESUELVE-DIA

           IF WS-DIA-VALIDO
               PERFORM 4100-ARMA-DIA
               PERFORM 4800-BUSCA-MODULO

               EVALUATE TRUE
                   WHEN WS-IDX-HALLADO = 0
                       DISPLAY 'ESE MODULO NO ESTA DESCUBIERTO EN LA'
                               ' FECHA. DESIGNACION RECHAZADA.'
                   WHEN MOD-DOC-SUP(WS-IDX-HALLADO) NOT EQUAL 0
                       DISPLAY 'EL MODULO YA ESTA CUBIERTO POR EL'
                               ' DOCENTE '
                               MOD-DOC-SUP(WS-IDX-HALLADO)
                               '. DESIGNACION RECHAZADA.'
                   WHEN WS-NRO-SUP = 0
                       DISPLAY 'SUPLENTE NO EXISTE. DESIGNACION'
                               ' RECHAZADA.'
                   WHEN TAB-DOC-ESTADO(WS-NRO-SUP) NOT EQUAL 'A'
                       DISPLAY 'SUPLENTE INEXISTENTE O EN BAJA.'
                               ' DESIGNACION RECHAZADA.'
                   WHEN TAB-DOC-AUSENTE(WS-NRO-SUP) = 'S'
                       DISPLAY 'EL SUPLENTE ESTA EN LICENCIA ESE DIA.'
                               ' DESIGNACION RECHAZADA.'
                   WHEN TAB-DOC-OCUPADO(WS-NRO-SUP, WS-MODULO)
                        NOT EQUAL SPACE
                       DISPLAY 'EL SUPLENTE YA TIENE MODULO A ESA'
                               ' HORA. DESIGNACION RECHAZADA.'
                   WHEN OTHER
                       PERFORM 2850-GRABAR-SUPLENCIA
               END-EVALUATE
           END-IF.

      *************************************
      *    BAJA (LOGICA) DE LICENCIA      *
      *************************************

       2300-BAJA-LICENCIA.

           DISPLAY 'NRO DE DOCENTE (999): '
           ACCEPT WS-NRO-DOC
           DISPLAY 'FECHA DESDE DE LA LICENCIA (AAAAMMDD): '
           ACCEPT WS-FECHA-DESDE

           SET WS-REG-NO-EXISTE TO TRUE

           OPEN INPUT LICENCIAS
           OPEN OUTPUT LICETMP

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2350-COPIA-MARCANDO-LIC UNTIL WS-SCAN-FIN

           CLOSE LICENCIAS
           CLOSE LICETMP

           IF WS-REG-NO-EXISTE
               DISPLAY 'NO EXISTE ESA LICENCIA ACTIVA.'
           ELSE
               OPEN INPUT LICETMP
               OPEN OUTPUT LICENCIAS

               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2380-COPIA-VUELTA-LIC UNTIL WS-SCAN-FIN

               CLOSE LICENCIAS
               CLOSE LICETMP
               DISPLAY 'LICENCIA DADA DE BAJA. LAS SUPLENCIAS YA'
                       ' DESIGNADAS SE ANULAN POR SEPARADO.'
           END-IF.

       2350-COPIA-MARCANDO-LIC.

           READ LICENCIAS
           IF WS-FS-LIC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF LIC-NRO-DOC = WS-NRO-DOC
                  AND LIC-FECHA-DESDE = WS-FECHA-DESDE
                  AND LIC-ACTIVA
                   MOVE REG-LICENCIA TO WS-IMAGEN-ANT
                   SET LIC-BAJA TO TRUE
                   SET WS-REG-EXISTE TO TRUE
                   MOVE 'B' TO LK-AUD-OPERACION
                   MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
                   MOVE REG-LICENCIA  TO LK-AUD-IMAGEN-NVA
                   PERFORM 2900-AUDITORIA-LIC
               END-IF
               MOVE REG-LICENCIA TO REG-LICETMP
               WRITE REG-LICETMP
               IF WS-FS-LTM IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-LTM
               END-IF
           END-IF.

       2380-COPIA-VUELTA-LIC.

           READ LICETMP
           IF WS-FS-LTM NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE REG-LICETMP TO REG-LICENCIA
               WRITE REG-LICENCIA
               IF WS-FS-LIC IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-LIC
               END-IF
           END-IF.

      *************************************
      *    ANULACION (LOGICA) DE UNA      *
      *    SUPLENCIA                      *
      *************************************

       2400-ANULA-SUPLENCIA.

           DISPLAY 'FECHA (AAAAMMDD): '
           ACCEPT WS-FECHA
           DISPLAY 'CURSO (99): '
           ACCEPT WS-NRO-CURSO
           DISPLAY 'MODULO (99): '
           ACCEPT WS-MODULO

           SET WS-REG-NO-EXISTE TO TRUE

           OPEN INPUT SUPLENCIAS
           OPEN OUTPUT SUPLTMP

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2450-COPIA-MARCANDO-SUP UNTIL WS-SCAN-FIN

           CLOSE SUPLENCIAS
           CLOSE SUPLTMP

           IF WS-REG-NO-EXISTE
               DISPLAY 'NO EXISTE ESA SUPLENCIA ACTIVA.'
           ELSE
               OPEN INPUT SUPLTMP
               OPEN OUTPUT SUPLENCIAS

               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2480-COPIA-VUELTA-SUP UNTIL WS-SCAN-FIN

               CLOSE SUPLENCIAS
               CLOSE SUPLTMP
               DISPLAY 'SUPLENCIA ANULADA.'
           END-IF.

       2450-COPIA-MARCANDO-SUP.

           READ SUPLENCIAS
           IF WS-FS-SUP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF SUP-FECHA = WS-FECHA
                  AND SUP-NRO-CURSO = WS-NRO-CURSO
                  AND SUP-MODULO = WS-MODULO
                  AND SUP-ACTIVA
                   MOVE REG-SUPLENCIA TO WS-IMAGEN-ANT
                   SET SUP-BAJA TO TRUE
                   SET WS-REG-EXISTE TO TRUE
                   MOVE 'B' TO LK-AUD-OPERACION
                   MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
                   MOVE REG-SUPLENCIA TO LK-AUD-IMAGEN-NVA
                   PERFORM 2950-AUDITORIA-SUP
               END-IF
               MOVE REG-SUPLENCIA TO REG-SUPLTMP
               WRITE REG-SUPLTMP
               IF WS-FS-STM IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-STM
               END-IF
           END-IF.

       2480-COPIA-VUELTA-SUP.

           READ SUPLTMP
           IF WS-FS-STM NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE REG-SUPLTMP TO REG-SUPLENCIA
               WRITE REG-SUPLENCIA
               IF WS-FS-SUP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-SUP
               END-IF
           END-IF.

      *************************************
      *    VALIDA QUE EL DOCENTE EXISTA   *
      *************************************

       2500-VALIDA-DOCENTE.

           SET WS-DOCENTE-INVALIDO TO TRUE
           MOVE WS-NRO-DOC TO WS-RRN-DOC

           IF WS-NRO-DOC NOT EQUAL 0
               READ DOCENTES
                   INVALID KEY
                       SET WS-DOCENTE-INVALIDO TO TRUE
                   NOT INVALID KEY
                       IF DOC-BAJA
                           SET WS-DOCENTE-EN-BAJA TO TRUE
                       ELSE
                           SET WS-DOCENTE-VALIDO TO TRUE
                       END-IF
               END-READ
           END-IF.

      *************************************
      *    DOCENTE DE CADA MATERIA EN EL  *
      *    ANIO (ASIGDOC.dat)             *
      *************************************

       2700-CARGA-DOCENTES.

           MOVE ZEROES TO TABLA-DOC-MAT

           OPEN INPUT ASIGDOC
           IF WS-FS-ASIG EQUAL '05' OR '35'
               OPEN OUTPUT ASIGDOC
               CLOSE ASIGDOC
               OPEN INPUT ASIGDOC
           END-IF

           IF WS-FS-ASIG NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ASIG
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2750-SCAN-ASIGDOC UNTIL WS-SCAN-FIN
               CLOSE ASIGDOC
           END-IF.

       2750-SCAN-ASIGDOC.

           READ ASIGDOC
           IF WS-FS-ASIG NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASG-ACTIVA
                  AND ASG-ANIO = WS-ANIO
                  AND ASG-NRO-MAT >= 1 AND ASG-NRO-MAT <= 99
                   MOVE ASG-NRO-DOC TO TAB-DOC-MAT(ASG-NRO-MAT)
               END-IF
           END-IF.

      *************************************
      *    GRABA LA LICENCIA              *
      *************************************

       2800-GRABAR-LICENCIA.

           OPEN EXTEND LICENCIAS
           IF WS-FS-LIC NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LIC
           ELSE
               MOVE WS-NRO-DOC     TO LIC-NRO-DOC
               MOVE WS-FECHA-DESDE TO LIC-FECHA-DESDE
               MOVE WS-FECHA-HASTA TO LIC-FECHA-HASTA
               MOVE WS-MOTIVO-LIC  TO LIC-MOTIVO
               SET LIC-ACTIVA      TO TRUE

               WRITE REG-LICENCIA
               IF WS-FS-LIC IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-LIC
               ELSE
                   DISPLAY 'LICENCIA REGISTRADA.'
                   MOVE 'A'    TO LK-AUD-OPERACION
                   MOVE SPACES TO LK-AUD-IMAGEN-ANT
                   MOVE REG-LICENCIA TO LK-AUD-IMAGEN-NVA
                   PERFORM 2900-AUDITORIA-LIC
               END-IF

               CLOSE LICENCIAS
           END-IF.

      *************************************
      *    GRABA LA SUPLENCIA             *
      *************************************

       2850-GRABAR-SUPLENCIA.

           OPEN EXTEND SUPLENCIAS
           IF WS-FS-SUP NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-SUP
           ELSE
               MOVE WS-FECHA       TO SUP-FECHA
               MOVE WS-NRO-CURSO   TO SUP-NRO-CURSO
               MOVE WS-DIA         TO SUP-DIA
               MOVE WS-MODULO      TO SUP-MODULO
               MOVE MOD-NRO-MAT(WS-IDX-HALLADO) TO SUP-NRO-MAT
               MOVE MOD-AULA(WS-IDX-HALLADO)    TO SUP-AULA
               MOVE MOD-DOC-AUS(WS-IDX-HALLADO) TO SUP-NRO-DOC-AUS
               MOVE WS-NRO-SUP     TO SUP-NRO-DOC-SUP
               SET SUP-ACTIVA      TO TRUE

               WRITE REG-SUPLENCIA
               IF WS-FS-SUP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-SUP
               ELSE
                   DISPLAY 'SUPLENTE DESIGNADO: '
                           TAB-DOC-NOMBRE(WS-NRO-SUP)
                   MOVE 'A'    TO LK-AUD-OPERACION
                   MOVE SPACES TO LK-AUD-IMAGEN-ANT
                   MOVE REG-SUPLENCIA TO LK-AUD-IMAGEN-NVA
                   PERFORM 2950-AUDITORIA-SUP
               END-IF

               CLOSE SUPLENCIAS
           END-IF.

      *************************************
      *    GRABA MOVIMIENTO DE AUDITORIA  *
      *************************************

       2900-AUDITORIA-LIC.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'CREALICE' TO LK-AUD-PROGRAMA
           MOVE 'LICENCIA' TO LK-AUD-ARCHIVO
           MOVE SPACES TO LK-AUD-CLAVE
           MOVE WS-NRO-DOC TO LK-AUD-CLAVE(1:3)
           MOVE WS-FECHA-DESDE(3:6) TO LK-AUD-CLAVE(4:6)
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

       2950-AUDITORIA-SUP.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'CREALICE' TO LK-AUD-PROGRAMA
           MOVE 'SUPLENCI' TO LK-AUD-ARCHIVO
           MOVE SPACES TO LK-AUD-CLAVE
           MOVE WS-NRO-CURSO TO LK-AUD-CLAVE(1:2)
           MOVE WS-MODULO TO LK-AUD-CLAVE(3:2)
           MOVE WS-FECHA(3:6) TO LK-AUD-CLAVE(5:6)
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

      *************************************
      *    DIA DE SEMANA DE LA FECHA Y    *
      *    CONTROL DE DIA LECTIVO         *
      *************************************
      *EL SABADO SE ACEPTA: LA GRILLA ADMITE MODULOS DE 1 (LUNES)
      *A 6 (SABADO). SIN CALENDARIO CARGADO SE OPERA SIN CONTROL.

       4000-RESUELVE-DIA.

           SET WS-DIA-INVALIDO TO TRUE
           MOVE 3 TO LK-OPCION-CAL
           MOVE WS-FECHA TO LK-CAL-FECHA
           MOVE WS-FECHA(1:4) TO LK-CAL-ANIO
           CALL WS-RUTCAL USING LK-COM-CALEN

           EVALUATE TRUE
               WHEN LK-RESULTADO-CAL = 40
                   DISPLAY 'FECHA INVALIDA.'
               WHEN LK-CAL-DIA-SEM = 7
                   DISPLAY 'LA FECHA ES DOMINGO: NO HAY MODULOS.'
               WHEN LK-CAL-DIA-FERIADO
                   DISPLAY 'LA FECHA ES FERIADO SEGUN EL CALENDARIO.'
               WHEN LK-RESULTADO-CAL = 20 AND LK-CAL-TRIM = 0
                   DISPLAY 'LA FECHA ESTA FUERA DE TERMINO LECTIVO.'
               WHEN OTHER
                   SET WS-DIA-VALIDO TO TRUE
                   MOVE LK-CAL-DIA-SEM TO WS-DIA
                   MOVE WS-FECHA(1:4) TO WS-ANIO
           END-EVALUATE.

      *************************************
      *    ARMA LA SITUACION DEL DIA:     *
      *    PLANTEL, LICENCIAS, MODULOS Y  *
      *    SUPLENCIAS YA DESIGNADAS       *
      *************************************

       4100-ARMA-DIA.

           PERFORM 2700-CARGA-DOCENTES

           MOVE SPACES TO TABLA-PLANTEL
           PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                   UNTIL WS-IDX-DOC > 999
               MOVE WS-IDX-DOC TO WS-RRN-DOC
               READ DOCENTES
                   INVALID KEY
                       MOVE SPACE TO TAB-DOC-ESTADO(WS-IDX-DOC)
                   NOT INVALID KEY
                       MOVE DOC-ESTADO TO TAB-DOC-ESTADO(WS-IDX-DOC)
                       MOVE DOC-NOMBRE TO TAB-DOC-NOMBRE(WS-IDX-DOC)
               END-READ
           END-PERFORM

           OPEN INPUT LICENCIAS
           IF WS-FS-LIC NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LIC
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 4200-SCAN-LICENCIAS UNTIL WS-SCAN-FIN
               CLOSE LICENCIAS
           END-IF

           MOVE 0 TO WS-MOD-CANT
           OPEN INPUT HORARIOS
           IF WS-FS-HOR EQUAL '05' OR '35'
               OPEN OUTPUT HORARIOS
               CLOSE HORARIOS
               OPEN INPUT HORARIOS
           END-IF
           IF WS-FS-HOR NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-HOR
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 4300-SCAN-HORARIOS UNTIL WS-SCAN-FIN
               CLOSE HORARIOS
           END-IF

           OPEN INPUT SUPLENCIAS
           IF WS-FS-SUP NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-SUP
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 4400-SCAN-SUPLENCIAS UNTIL WS-SCAN-FIN
               CLOSE SUPLENCIAS
           END-IF.

       4200-SCAN-LICENCIAS.

           READ LICENCIAS
           IF WS-FS-LIC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF LIC-ACTIVA
                  AND LIC-NRO-DOC >= 1
                  AND WS-FECHA >= LIC-FECHA-DESDE
                  AND WS-FECHA <= LIC-FECHA-HASTA
                   MOVE 'S' TO TAB-DOC-AUSENTE(LIC-NRO-DOC)
               END-IF
           END-IF.

      *CADA MODULO DEL DIA OCUPA A SU DOCENTE; LOS DE UN DOCENTE EN
      *LICENCIA SE ANOTAN COMO DESCUBIERTOS.
       4300-SCAN-HORARIOS.

           READ HORARIOS
           IF WS-FS-HOR NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF HOR-ACTIVO
                  AND HOR-ANIO = WS-ANIO
                  AND HOR-DIA = WS-DIA
                  AND HOR-NRO-MAT >= 1
                  AND HOR-MODULO >= 1
                   MOVE TAB-DOC-MAT(HOR-NRO-MAT) TO WS-NRO-DOC
                   IF WS-NRO-DOC NOT EQUAL 0
                       MOVE 'H' TO
                            TAB-DOC-OCUPADO(WS-NRO-DOC, HOR-MODULO)
                       IF TAB-DOC-AUSENTE(WS-NRO-DOC) = 'S'
                          AND WS-MOD-CANT < 500
                           ADD 1 TO WS-MOD-CANT
                           MOVE HOR-MODULO
                                TO MOD-MODULO(WS-MOD-CANT)
                           MOVE HOR-NRO-CURSO
                                TO MOD-NRO-CURSO(WS-MOD-CANT)
                           MOVE HOR-NRO-MAT
                                TO MOD-NRO-MAT(WS-MOD-CANT)
                           MOVE HOR-AULA
                                TO MOD-AULA(WS-MOD-CANT)
                           MOVE WS-NRO-DOC
                                TO MOD-DOC-AUS(WS-MOD-CANT)
                           MOVE 0 TO MOD-DOC-SUP(WS-MOD-CANT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4400-SCAN-SUPLENCIAS.

           READ SUPLENCIAS
           IF WS-FS-SUP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF SUP-ACTIVA
                  AND SUP-FECHA = WS-FECHA
                  AND SUP-NRO-DOC-SUP >= 1
                  AND SUP-MODULO >= 1
                   MOVE 'S' TO
                        TAB-DOC-OCUPADO(SUP-NRO-DOC-SUP, SUP-MODULO)
                   PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                           UNTIL WS-IDX-MOD > WS-MOD-CANT
                       IF MOD-NRO-CURSO(WS-IDX-MOD) = SUP-NRO-CURSO
                          AND MOD-MODULO(WS-IDX-MOD) = SUP-MODULO
                           MOVE SUP-NRO-DOC-SUP
                                TO MOD-DOC-SUP(WS-IDX-MOD)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *************************************
      *    UBICA EL MODULO DESCUBIERTO    *
      *    PEDIDO (CURSO Y MODULO)        *
      *************************************

       4800-BUSCA-MODULO.

           MOVE 0 TO WS-IDX-HALLADO
           PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                   UNTIL WS-IDX-MOD > WS-MOD-CANT
                      OR WS-IDX-HALLADO NOT EQUAL 0
               IF MOD-NRO-CURSO(WS-IDX-MOD) = WS-NRO-CURSO
                  AND MOD-MODULO(WS-IDX-MOD) = WS-MODULO
                   MOVE WS-IDX-MOD TO WS-IDX-HALLADO
               END-IF
           END-PERFORM.

      *************************************
      *    PLANILLA DIARIA DE COBERTURA   *
      *************************************

       5000-PLANILLA-COBERTURA.

           DISPLAY 'FECHA (AAAAMMDD): '
           ACCEPT WS-FECHA

           PERFORM 4000-RESUELVE-DIA

           IF WS-DIA-VALIDO
               PERFORM 4100-ARMA-DIA

               MOVE 0 TO WS-CANT-DESCUB
               MOVE 0 TO WS-CANT-CUBIER

               EVALUATE WS-DIA
                   WHEN 1 MOVE 'LUNES    ' TO WS-TEXTO-DIA
                   WHEN 2 MOVE 'MARTES   ' TO WS-TEXTO-DIA
                   WHEN 3 MOVE 'MIERCOLES' TO WS-TEXTO-DIA
                   WHEN 4 MOVE 'JUEVES   ' TO WS-TEXTO-DIA
                   WHEN 5 MOVE 'VIERNES  ' TO WS-TEXTO-DIA
                   WHEN 6 MOVE 'SABADO   ' TO WS-TEXTO-DIA
                   WHEN OTHER MOVE 'DIA ?    ' TO WS-TEXTO-DIA
               END-EVALUATE

               MOVE SPACES TO WS-LINEA-REP
               STRING 'PLANILLA DE COBERTURA - ' WS-TEXTO-DIA
                      ' ' WS-FECHA(7:2) '/' WS-FECHA(5:2)
                      '/' WS-FECHA(1:4)
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

      *LOS MODULOS SE LISTAN EN ORDEN DE MODULO (HORA DEL DIA).
               PERFORM VARYING WS-NRO-MOD FROM 1 BY 1
                       UNTIL WS-NRO-MOD > 99
                   PERFORM VARYING WS-IDX-MOD FROM 1 BY 1
                           UNTIL WS-IDX-MOD > WS-MOD-CANT
                       IF MOD-MODULO(WS-IDX-MOD) = WS-NRO-MOD
                           PERFORM 5100-LINEA-MODULO
                       END-IF
                   END-PERFORM
               END-PERFORM

               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

               MOVE WS-MOD-CANT TO WP-CANT
               MOVE SPACES TO WS-LINEA-REP
               STRING 'MODULOS CON DOCENTE EN LICENCIA: ' WP-CANT
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

               MOVE WS-CANT-CUBIER TO WP-CANT
               MOVE SPACES TO WS-LINEA-REP
               STRING 'CUBIERTOS CON SUPLENTE          : ' WP-CANT
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

               MOVE WS-CANT-DESCUB TO WP-CANT
               MOVE SPACES TO WS-LINEA-REP
               STRING 'SIN CUBRIR                      : ' WP-CANT
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

       5100-LINEA-MODULO.

           MOVE MOD-NRO-CURSO(WS-IDX-MOD) TO WS-RRN-CUR
           READ CURSOS
               INVALID KEY
                   MOVE 'CURSO ?   ' TO CUR-DESCRIPCION
           END-READ

           MOVE MOD-NRO-MAT(WS-IDX-MOD) TO WS-RRN-MATE
           READ MATERIAS
               INVALID KEY
                   MOVE 'MATERIA INEXISTENTE      '
                        TO MAT-DESCRIPCION
           END-READ

           MOVE MOD-DOC-AUS(WS-IDX-MOD) TO WS-NRO-DOC

           MOVE SPACES TO WS-LINEA-REP
           STRING 'MODULO ' MOD-MODULO(WS-IDX-MOD)
                  '  CURSO ' CUR-DESCRIPCION
                  '  AULA ' MOD-AULA(WS-IDX-MOD)
                  '  ' MAT-DESCRIPCION
                  '  AUSENTE: ' TAB-DOC-NOMBRE(WS-NRO-DOC)
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           IF MOD-DOC-SUP(WS-IDX-MOD) NOT EQUAL 0
               ADD 1 TO WS-CANT-CUBIER
               MOVE MOD-DOC-SUP(WS-IDX-MOD) TO WS-NRO-SUP
               MOVE SPACES TO WS-LINEA-REP
               STRING '          CUBIERTO POR: ' WS-NRO-SUP
                      ' ' TAB-DOC-NOMBRE(WS-NRO-SUP)
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           ELSE
               ADD 1 TO WS-CANT-DESCUB
               MOVE SPACES TO WS-LINEA-REP
               STRING '          SIN CUBRIR - DOCENTES LIBRES A'
                      ' ESA HORA:'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

               MOVE 0 TO WS-CANT-LIBRES
               MOVE MOD-MODULO(WS-IDX-MOD) TO WS-MODULO
               PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                       UNTIL WS-IDX-DOC > 999
                   IF TAB-DOC-ESTADO(WS-IDX-DOC) = 'A'
                      AND TAB-DOC-AUSENTE(WS-IDX-DOC) NOT EQUAL 'S'
                      AND TAB-DOC-OCUPADO(WS-IDX-DOC, WS-MODULO)
                          = SPACE
                       PERFORM 5200-LINEA-LIBRE
                   END-IF
               END-PERFORM

               IF WS-CANT-LIBRES = 0
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '             (NINGUNO)'
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   DISPLAY WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

       5200-LINEA-LIBRE.

           ADD 1 TO WS-CANT-LIBRES
           MOVE WS-IDX-DOC TO WS-NRO-SUP
           MOVE SPACES TO WS-LINEA-REP
           STRING '             ' WS-NRO-SUP
                  ' ' TAB-DOC-NOMBRE(WS-IDX-DOC)
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

           CLOSE CURSOS
           IF WS-FS-CUR NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO CURSOS: ' WS-FS-CUR
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



       END PROGRAM CREALICE.
