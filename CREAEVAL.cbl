      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento de EVALUAC.dat (alta/baja) - cronograma
      *          de evaluaciones por curso: materia, fecha y tipo
      *          (escrita, oral, trabajo practico, recuperatorio). El
      *          alta rechaza la fecha que no es dia de clase segun
      *          CALENDARIO.dat (feriado, fin de semana o fuera de
      *          termino, via RUTCALEN), la materia sin modulo en la
      *          grilla del curso (HORARIOS.dat) para ese dia de
      *          semana, la misma materia ya evaluada ese dia, y el
      *          dia en que el curso ya tiene el maximo de
      *          evaluaciones permitido por el reglamento (PARAMGEN
      *          MAX-EVAL-DIA). Sin calendario cargado para el anio o
      *          sin grilla para el curso se avisa y se opera sin ese
      *          control, como en el arranque de RUTCALEN. Emite
      *          ademas el calendario mensual de evaluaciones de un
      *          curso para las familias.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREAEVAL.

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
           SELECT EVALUAC        ASSIGN TO "DDEVAL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-EVA.

           SELECT EVALTMP        ASSIGN TO "DDEVTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-TMP.

           SELECT HORARIOS       ASSIGN TO "DDHORA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-HOR.

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

           SELECT LISTADO        ASSIGN TO "DDEVALST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD EVALUAC.
           COPY REGEVAL.

       FD EVALTMP.
           COPY REGEVAL REPLACING ==REG-EVALUACION== BY ==REG-EVALTMP==
                         LEADING ==EVA-== BY ==ETM-==.

       FD HORARIOS.
           COPY REGHORA.

       FD CURSOS.
           COPY REGCURSO.

       FD MATERIAS.
           COPY REGMATE.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-EVA       PIC X(02).
       01  WS-FS-TMP       PIC X(02).
       01  WS-FS-HOR       PIC X(02).
       01  WS-FS-CUR       PIC X(02).
       01  WS-FS-MATE      PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-RRN-CUR      PIC 9(02).
       01  WS-RRN-MATE     PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-OPCION        PIC 9.
             88 WS-OP-ALTA        VALUE 1.
             88 WS-OP-BAJA        VALUE 3.
             88 WS-OP-CALENDARIO  VALUE 5.
             88 WS-OP-SALIR       VALUE 9.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-CURSO-OK     PIC X.
             88 WS-CURSO-VALIDO       VALUE 'T'.
             88 WS-CURSO-INVALIDO     VALUE 'F'.

       01  WS-BUSCA-MAT    PIC X.
             88 WS-MAT-ENCONTRADA     VALUE 'T'.
             88 WS-MAT-NO-ENCONTRADA  VALUE 'F'.
             88 WS-MAT-EN-BAJA        VALUE 'B'.

      *RESULTADO DEL CONTROL DE LA FECHA CONTRA EL CALENDARIO.
       01  WS-FECHA-OK     PIC X.
             88 WS-FECHA-CLASE        VALUE 'C'.
             88 WS-FECHA-SIN-CALEN    VALUE 'S'.
             88 WS-FECHA-FERIADO      VALUE 'F'.
             88 WS-FECHA-FINDE        VALUE 'W'.
             88 WS-FECHA-FUERA        VALUE 'N'.
             88 WS-FECHA-INVALIDA     VALUE 'I'.

       01  WS-GRILLA       PIC X.
             88 WS-GRILLA-CARGADA     VALUE 'S'.
             88 WS-GRILLA-SIN-CARGAR  VALUE 'N'.

       01  WS-EN-GRILLA    PIC X.
             88 WS-MAT-EN-GRILLA      VALUE 'S'.
             88 WS-MAT-FUERA-GRILLA   VALUE 'N'.

       01  WS-REPETIDA     PIC X.
             88 WS-MAT-YA-EVALUADA    VALUE 'S'.

       01  WS-BUSCA-EVA    PIC X.
             88 WS-EVA-EXISTE         VALUE 'T'.
             88 WS-EVA-NO-EXISTE      VALUE 'F'.

       01  WS-NRO-CURSO     PIC 9(02).
       01  WS-NRO-MAT       PIC 9(02).
       01  WS-FECHA         PIC 9(08).
       01  WS-FECHA-R       REDEFINES WS-FECHA.
           05 WS-FEC-ANIO   PIC 9(04).
           05 WS-FEC-MES    PIC 9(02).
           05 WS-FEC-DIA    PIC 9(02).
       01  WS-TIPO          PIC X(01).
             88 WS-TIPO-VALIDO        VALUE 'E' 'O' 'T' 'R'.
       01  WS-DIA-SEM       PIC 9(01).

      *MAXIMO DIARIO DE EVALUACIONES POR CURSO (PARAMGEN) Y LAS
      *YA PROGRAMADAS PARA EL CURSO EN LA FECHA PEDIDA.
       01  WS-MAX-EVAL-DIA  PIC 9(02).
       01  WS-CANT-DIA      PIC 9(02).
       01  WP-MAX           PIC Z9.

      *CALENDARIO MENSUAL: EVALUACIONES DEL CURSO EN EL MES,
      *IMPRESAS DIA POR DIA.
       01  WS-PERIODO-CAL   PIC 9(06).
       01  WS-PERIODO-CAL-R REDEFINES WS-PERIODO-CAL.
           05 WS-CAL-ANIO   PIC 9(04).
           05 WS-CAL-MES    PIC 9(02).
       01  WS-CANT-TAB      PIC 9(03).
       01  WS-IDX-TAB       PIC 9(03).
       01  WS-IDX-DIA       PIC 9(02).
       01  TABLA-MES.
           05 TAB-EVA OCCURS 200 TIMES.
              10 TAB-EVA-DIA   PIC 9(02).
              10 TAB-EVA-MAT   PIC 9(02).
              10 TAB-EVA-TIPO  PIC X(01).

       01  WS-CANT-LISTADA  PIC 9(03) VALUE 0.
       01  WP-CANT          PIC ZZ9.

       01  WS-TEXTO-DIA     PIC X(09).
       01  WS-TEXTO-TIPO    PIC X(16).

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTSES        PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       01  WS-RUTCAL        PIC X(08) VALUE 'RUTCALEN'.

       COPY LKCALEN.

       01  WS-RUTPAR        PIC X(08) VALUE 'RUTPARAM'.

       COPY LKPARAM.

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

           MOVE 1 TO LK-OPCION-PAR
           MOVE 'MAX-EVAL-DIA' TO LK-PAR-CLAVE
           CALL WS-RUTPAR USING LK-COM-PARAMETRO
           IF LK-RESULTADO-PAR = 10
               MOVE LK-PAR-VALOR TO WS-MAX-EVAL-DIA
               DISPLAY 'PARAMETRO MAX-EVAL-DIA: ' WS-MAX-EVAL-DIA
           ELSE
               DISPLAY 'MAXIMO DE EVALUACIONES POR CURSO EN UN'
                       ' MISMO DIA (99): '
               ACCEPT WS-MAX-EVAL-DIA
           END-IF

           IF WS-MAX-EVAL-DIA = 0
               DISPLAY 'MAXIMO DIARIO DE EVALUACIONES INVALIDO. FIN.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

      *SI EL ARCHIVO NO EXISTE TODAVIA SE CREA VACIO, IGUAL QUE
      *HACE CREAHORA CON HORARIOS.dat.
           OPEN INPUT EVALUAC.
           IF WS-FS-EVA EQUAL '05' OR '35'
               OPEN OUTPUT EVALUAC
               CLOSE EVALUAC
               OPEN INPUT EVALUAC
           END-IF.

           IF WS-FS-EVA IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-EVA
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               CLOSE EVALUAC
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
           MOVE 'CREAEVAL' TO LK-VER-PROGRAMA
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
           DISPLAY 'CRONOGRAMA DE EVALUACIONES'
           DISPLAY '1-ALTA  3-BAJA  5-CALENDARIO MENSUAL POR CURSO'
                   '  9-FIN'
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN WS-OP-ALTA
                   PERFORM 2100-ALTA
               WHEN WS-OP-BAJA
                   IF WS-NIVEL-OPE < 2
                       DISPLAY 'BAJAS SOLO PARA NIVEL SUPERVISOR.'
                   ELSE
                       PERFORM 2300-BAJA
                   END-IF
               WHEN WS-OP-CALENDARIO
                   PERFORM 5000-CALENDARIO-MES
               WHEN WS-OP-SALIR
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      *************************************
      *    ALTA CON CONTROL DE CALENDARIO,*
      *    GRILLA Y MAXIMO DIARIO         *
      *************************************

       2100-ALTA.

           DISPLAY 'INGRESE CURSO (99): '
           ACCEPT WS-NRO-CURSO
           DISPLAY 'INGRESE NRO DE MATERIA (99): '
           ACCEPT WS-NRO-MAT
           DISPLAY 'INGRESE FECHA (AAAAMMDD): '
           ACCEPT WS-FECHA
           DISPLAY 'TIPO (E=ESCRITA O=ORAL T=TRABAJO PRACTICO'
                   ' R=RECUPERATORIO): '
           ACCEPT WS-TIPO

           PERFORM 2500-VALIDA-CURSO
           PERFORM 2600-VALIDA-MATERIA

           EVALUATE TRUE
               WHEN WS-CURSO-INVALIDO
                   DISPLAY 'CURSO INEXISTENTE O EN BAJA. ALTA'
                           ' RECHAZADA.'
               WHEN WS-MAT-NO-ENCONTRADA
                   DISPLAY 'MATERIA NO EXISTE. ALTA RECHAZADA.'
               WHEN WS-MAT-EN-BAJA
                   DISPLAY 'MATERIA EN BAJA. ALTA RECHAZADA.'
               WHEN NOT WS-TIPO-VALIDO
                   DISPLAY 'TIPO DE EVALUACION INVALIDO. ALTA'
                           ' RECHAZADA.'
               WHEN OTHER
                   PERFORM 2150-CONTROLA-FECHA
           END-EVALUATE.

       2150-CONTROLA-FECHA.

           PERFORM 2700-VALIDA-CALENDARIO

           EVALUATE TRUE
               WHEN WS-FECHA-INVALIDA
                   DISPLAY 'FECHA INVALIDA. ALTA RECHAZADA.'
               WHEN WS-FECHA-FERIADO
                   DISPLAY 'LA FECHA ES FERIADO. ALTA RECHAZADA.'
               WHEN WS-FECHA-FINDE
                   DISPLAY 'LA FECHA CAE EN FIN DE SEMANA. ALTA'
                           ' RECHAZADA.'
               WHEN WS-FECHA-FUERA
                   DISPLAY 'LA FECHA ESTA FUERA DE TERMINO LECTIVO.'
                           ' ALTA RECHAZADA.'
               WHEN OTHER
                   IF WS-FECHA-SIN-CALEN
                       DISPLAY 'AVISO: SIN CALENDARIO CARGADO PARA EL'
                               ' ANIO. SE OPERA SIN CONTROL DE'
                               ' FERIADOS Y TERMINOS.'
                   END-IF
                   PERFORM 2160-CONTROLA-GRILLA
           END-EVALUATE.

       2160-CONTROLA-GRILLA.

           PERFORM 2750-VALIDA-HORARIO

           IF WS-GRILLA-CARGADA AND WS-MAT-FUERA-GRILLA
               DISPLAY 'LA MATERIA NO TIENE MODULO EN LA GRILLA DEL'
                       ' CURSO ESE DIA. ALTA RECHAZADA.'
           ELSE
               IF WS-GRILLA-SIN-CARGAR
                   DISPLAY 'AVISO: EL CURSO NO TIENE GRILLA HORARIA'
                           ' CARGADA PARA EL ANIO. SE OPERA SIN'
                           ' CONTROL DE GRILLA.'
               END-IF
               PERFORM 2800-CUENTA-DIA
               MOVE WS-MAX-EVAL-DIA TO WP-MAX
               EVALUATE TRUE
                   WHEN WS-MAT-YA-EVALUADA
                       DISPLAY 'LA MATERIA YA TIENE EVALUACION ESE'
                               ' DIA. ALTA RECHAZADA.'
                   WHEN WS-CANT-DIA >= WS-MAX-EVAL-DIA
                       DISPLAY 'EL CURSO YA TIENE ' WP-MAX
                               ' EVALUACIONES ESE DIA (MAXIMO DEL'
                               ' REGLAMENTO). ALTA RECHAZADA.'
                   WHEN OTHER
                       PERFORM 2900-GRABAR
               END-EVALUATE
           END-IF.

      *************************************
      *    BAJA (LOGICA) DE UNA EVALUACION*
      *************************************

       2300-BAJA.

           DISPLAY 'INGRESE CURSO (99): '
           ACCEPT WS-NRO-CURSO
           DISPLAY 'INGRESE NRO DE MATERIA (99): '
           ACCEPT WS-NRO-MAT
           DISPLAY 'INGRESE FECHA (AAAAMMDD): '
           ACCEPT WS-FECHA

           SET WS-EVA-NO-EXISTE TO TRUE

           OPEN INPUT EVALUAC
           OPEN OUTPUT EVALTMP

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2350-COPIA-MARCANDO UNTIL WS-SCAN-FIN

           CLOSE EVALUAC
           CLOSE EVALTMP

           IF WS-EVA-NO-EXISTE
               DISPLAY 'NO EXISTE ESA EVALUACION ACTIVA.'
           ELSE
               OPEN INPUT EVALTMP
               OPEN OUTPUT EVALUAC

               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2380-COPIA-VUELTA UNTIL WS-SCAN-FIN

               CLOSE EVALUAC
               CLOSE EVALTMP
               DISPLAY 'EVALUACION DADA DE BAJA.'
           END-IF.

       2350-COPIA-MARCANDO.

           READ EVALUAC
           IF WS-FS-EVA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF EVA-NRO-CURSO = WS-NRO-CURSO
                  AND EVA-NRO-MAT = WS-NRO-MAT
                  AND EVA-FECHA = WS-FECHA
                  AND EVA-ACTIVA
                   SET EVA-BAJA TO TRUE
                   SET WS-EVA-EXISTE TO TRUE
               END-IF
               MOVE REG-EVALUACION TO REG-EVALTMP
               WRITE REG-EVALTMP
               IF WS-FS-TMP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-TMP
               END-IF
           END-IF.

       2380-COPIA-VUELTA.

           READ EVALTMP
           IF WS-FS-TMP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE REG-EVALTMP TO REG-EVALUACION
               WRITE REG-EVALUACION
               IF WS-FS-EVA IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-EVA
               END-IF
           END-IF.

      *************************************
      *    VALIDA QUE EL CURSO EXISTA     *
      *************************************

       2500-VALIDA-CURSO.

           SET WS-CURSO-INVALIDO TO TRUE
           MOVE WS-NRO-CURSO TO WS-RRN-CUR

           READ CURSOS
               INVALID KEY
                   SET WS-CURSO-INVALIDO TO TRUE
               NOT INVALID KEY
                   IF CUR-ACTIVO
                       SET WS-CURSO-VALIDO TO TRUE
                   END-IF
           END-READ.

      *************************************
      *    VALIDA QUE LA MATERIA EXISTA   *
      *************************************

       2600-VALIDA-MATERIA.

           SET WS-MAT-NO-ENCONTRADA TO TRUE
           MOVE WS-NRO-MAT TO WS-RRN-MATE

           READ MATERIAS
               INVALID KEY
                   SET WS-MAT-NO-ENCONTRADA TO TRUE
               NOT INVALID KEY
                   IF MAT-BAJA
                       SET WS-MAT-EN-BAJA TO TRUE
                   ELSE
                       SET WS-MAT-ENCONTRADA TO TRUE
                   END-IF
           END-READ.

      *************************************
      *    DIA DE CLASE SEGUN EL          *
      *    CALENDARIO (RUTCALEN)          *
      *************************************

       2700-VALIDA-CALENDARIO.

           MOVE 3 TO LK-OPCION-CAL
           MOVE WS-FECHA TO LK-CAL-FECHA
           CALL WS-RUTCAL USING LK-COM-CALEN
           MOVE LK-CAL-DIA-SEM TO WS-DIA-SEM

           EVALUATE TRUE
               WHEN LK-RESULTADO-CAL = 10
                   SET WS-FECHA-CLASE TO TRUE
               WHEN LK-RESULTADO-CAL = 40
                   SET WS-FECHA-INVALIDA TO TRUE
               WHEN LK-CAL-DIA-FERIADO
                   SET WS-FECHA-FERIADO TO TRUE
               WHEN LK-CAL-DIA-FINDE
                   SET WS-FECHA-FINDE TO TRUE
               WHEN LK-RESULTADO-CAL = 30
                   SET WS-FECHA-SIN-CALEN TO TRUE
               WHEN OTHER
                   SET WS-FECHA-FUERA TO TRUE
           END-EVALUATE.

      *************************************
      *    MATERIA EN LA GRILLA DEL CURSO *
      *    PARA ESE DIA DE SEMANA         *
      *************************************

       2750-VALIDA-HORARIO.

           SET WS-GRILLA-SIN-CARGAR TO TRUE
           SET WS-MAT-FUERA-GRILLA TO TRUE

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
               PERFORM 2780-SCAN-HORARIO UNTIL WS-SCAN-FIN
               CLOSE HORARIOS
           END-IF.

       2780-SCAN-HORARIO.

           READ HORARIOS
           IF WS-FS-HOR NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF HOR-ACTIVO
                  AND HOR-NRO-CURSO = WS-NRO-CURSO
                  AND HOR-ANIO = WS-FEC-ANIO
                   SET WS-GRILLA-CARGADA TO TRUE
                   IF HOR-DIA = WS-DIA-SEM
                      AND HOR-NRO-MAT = WS-NRO-MAT
                       SET WS-MAT-EN-GRILLA TO TRUE
                       SET WS-SCAN-FIN TO TRUE
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    EVALUACIONES DEL CURSO EN LA   *
      *    FECHA                          *
      *************************************

       2800-CUENTA-DIA.

           MOVE 0 TO WS-CANT-DIA
           MOVE 'N' TO WS-REPETIDA

           OPEN INPUT EVALUAC
           IF WS-FS-EVA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-EVA
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2850-SCAN-DIA UNTIL WS-SCAN-FIN
               CLOSE EVALUAC
           END-IF.

       2850-SCAN-DIA.

           READ EVALUAC
           IF WS-FS-EVA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF EVA-ACTIVA
                  AND EVA-NRO-CURSO = WS-NRO-CURSO
                  AND EVA-FECHA = WS-FECHA
                   ADD 1 TO WS-CANT-DIA
                   IF EVA-NRO-MAT = WS-NRO-MAT
                       SET WS-MAT-YA-EVALUADA TO TRUE
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    GRABA LA EVALUACION            *
      *************************************

       2900-GRABAR.

           OPEN EXTEND EVALUAC
           IF WS-FS-EVA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-EVA
           ELSE
               MOVE WS-NRO-CURSO TO EVA-NRO-CURSO
               MOVE WS-NRO-MAT   TO EVA-NRO-MAT
               MOVE WS-FECHA     TO EVA-FECHA
               MOVE WS-TIPO      TO EVA-TIPO
               MOVE WS-NRO-OPE   TO EVA-OPERADOR
               SET EVA-ACTIVA    TO TRUE

               WRITE REG-EVALUACION
               IF WS-FS-EVA IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-EVA
               ELSE
                   DISPLAY 'EVALUACION PROGRAMADA.'
               END-IF

               CLOSE EVALUAC
           END-IF.

      *************************************
      *    CALENDARIO MENSUAL DEL CURSO   *
      *    PARA LAS FAMILIAS              *
      *************************************

       5000-CALENDARIO-MES.

           DISPLAY 'CURSO A LISTAR (99): '
           ACCEPT WS-NRO-CURSO
           DISPLAY 'MES (AAAAMM): '
           ACCEPT WS-PERIODO-CAL

           MOVE 0 TO WS-CANT-TAB
           MOVE 0 TO WS-CANT-LISTADA

           OPEN INPUT EVALUAC
           IF WS-FS-EVA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-EVA
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 5100-CARGA-MES UNTIL WS-SCAN-FIN
               CLOSE EVALUAC
           END-IF

           MOVE WS-NRO-CURSO TO WS-RRN-CUR
           READ CURSOS
               INVALID KEY
                   MOVE 'CURSO ?   ' TO CUR-DESCRIPCION
           END-READ

           MOVE SPACES TO WS-LINEA-REP
           STRING 'CALENDARIO DE EVALUACIONES - CURSO ' WS-NRO-CURSO
                  ' ' CUR-DESCRIPCION
                  ' - MES ' WS-CAL-MES '/' WS-CAL-ANIO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           PERFORM 5200-UN-DIA
               VARYING WS-IDX-DIA FROM 1 BY 1 UNTIL WS-IDX-DIA > 31

           IF WS-CANT-LISTADA = 0
               MOVE 'SIN EVALUACIONES PROGRAMADAS EN EL MES.'
                    TO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-LISTADA TO WP-CANT
           DISPLAY 'EVALUACIONES LISTADAS: ' WP-CANT.

       5100-CARGA-MES.

           READ EVALUAC
           IF WS-FS-EVA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF EVA-ACTIVA
                  AND EVA-NRO-CURSO = WS-NRO-CURSO
                  AND EVA-ANIO = WS-CAL-ANIO
                  AND EVA-MES = WS-CAL-MES
                   IF WS-CANT-TAB < 200
                       ADD 1 TO WS-CANT-TAB
                       MOVE EVA-DIA  TO TAB-EVA-DIA(WS-CANT-TAB)
                       MOVE EVA-NRO-MAT TO TAB-EVA-MAT(WS-CANT-TAB)
                       MOVE EVA-TIPO TO TAB-EVA-TIPO(WS-CANT-TAB)
                   END-IF
               END-IF
           END-IF.

       5200-UN-DIA.

           PERFORM 5300-LINEA-EVALUACION
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-CANT-TAB.

       5300-LINEA-EVALUACION.

           IF TAB-EVA-DIA(WS-IDX-TAB) = WS-IDX-DIA
               ADD 1 TO WS-CANT-LISTADA

               MOVE WS-CAL-ANIO TO WS-FEC-ANIO
               MOVE WS-CAL-MES  TO WS-FEC-MES
               MOVE WS-IDX-DIA  TO WS-FEC-DIA
               MOVE 3 TO LK-OPCION-CAL
               MOVE WS-FECHA TO LK-CAL-FECHA
               CALL WS-RUTCAL USING LK-COM-CALEN

               EVALUATE LK-CAL-DIA-SEM
                   WHEN 1 MOVE 'LUNES    ' TO WS-TEXTO-DIA
                   WHEN 2 MOVE 'MARTES   ' TO WS-TEXTO-DIA
                   WHEN 3 MOVE 'MIERCOLES' TO WS-TEXTO-DIA
                   WHEN 4 MOVE 'JUEVES   ' TO WS-TEXTO-DIA
                   WHEN 5 MOVE 'VIERNES  ' TO WS-TEXTO-DIA
                   WHEN 6 MOVE 'SABADO   ' TO WS-TEXTO-DIA
                   WHEN 7 MOVE 'DOMINGO  ' TO WS-TEXTO-DIA
                   WHEN OTHER MOVE 'DIA ?    ' TO WS-TEXTO-DIA
               END-EVALUATE

               EVALUATE TAB-EVA-TIPO(WS-IDX-TAB)
                   WHEN 'E' MOVE 'ESCRITA         ' TO WS-TEXTO-TIPO
                   WHEN 'O' MOVE 'ORAL            ' TO WS-TEXTO-TIPO
                   WHEN 'T' MOVE 'TRABAJO PRACTICO' TO WS-TEXTO-TIPO
                   WHEN 'R' MOVE 'RECUPERATORIO   ' TO WS-TEXTO-TIPO
                   WHEN OTHER MOVE 'TIPO ?          ' TO WS-TEXTO-TIPO
               END-EVALUATE

               MOVE TAB-EVA-MAT(WS-IDX-TAB) TO WS-RRN-MATE
               READ MATERIAS
                   INVALID KEY
                       MOVE 'MATERIA INEXISTENTE      '
                            TO MAT-DESCRIPCION
               END-READ

               MOVE SPACES TO WS-LINEA-REP
               STRING WS-TEXTO-DIA ' ' WS-FEC-DIA '/' WS-FEC-MES
                      '/' WS-FEC-ANIO
                      '  ' MAT-DESCRIPCION
                      '  ' WS-TEXTO-TIPO
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
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

           CLOSE CURSOS
           IF WS-FS-CUR NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO CURSOS: ' WS-FS-CUR
           END-IF.

           CLOSE MATERIAS
           IF WS-FS-MATE NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO MATERIAS: ' WS-FS-MATE
           END-IF.

           CLOSE LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.



       END PROGRAM CREAEVAL.
