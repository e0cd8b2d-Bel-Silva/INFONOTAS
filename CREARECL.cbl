      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reclamos de nota (RECLAMOS.dat) - alta del reclamo
      *          presentado por la familia sobre una nota vigente de
      *          NOTAS.dat (alumno/materia/anio/mes/tipo), con fecha,
      *          quien lo presenta y por que medio; el docente de la
      *          materia se toma de ASIGDOC.dat. Luego se lo pasa a
      *          revision y se lo resuelve aceptado o rechazado (nivel
      *          supervisor). El aceptado se corrige en CORRNOTA con
      *          motivo 'RE' indicando el numero de reclamo, que queda
      *          asi vinculado a la correccion. Cambios de estado via
      *          temporal, igual que CREACORR; cada movimiento queda
      *          en la auditoria. Con escuela de trabajo (RUTESCUE)
      *          solo se dan de alta reclamos de alumnos de esa
      *          escuela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREARECL.

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

           SELECT RECLTMP        ASSIGN TO "DDRECTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-TMP.

           SELECT NOTAS          ASSIGN TO "DDNOTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-NOTA.

           SELECT ASIGDOC        ASSIGN TO "DDASIG"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ASIG.

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

       DATA DIVISION.
       FILE SECTION.
       FD RECLAMOS.
           COPY REGRECL.

       FD RECLTMP.
           COPY REGRECL REPLACING ==REG-RECLAMO== BY ==REG-RECLTMP==
                         LEADING ==REC-== BY ==TMP-==.

       FD NOTAS.
           COPY REGNOTA.
           COPY REGNOTTR.

       FD ASIGDOC.
           COPY REGASIG.

       FD ALUMNOS.
           COPY REGALUM.

       FD MATERIAS.
           COPY REGMATE.

       WORKING-STORAGE SECTION.

       01  WS-FS-REC       PIC X(02).
       01  WS-FS-TMP       PIC X(02).
       01  WS-FS-NOTA      PIC X(02).
       01  WS-FS-ASIG      PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-MATE      PIC X(02).

       01  WS-RRN-MATE     PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-OPCION        PIC 9.
             88 WS-OP-ALTA        VALUE 1.
             88 WS-OP-REVISION    VALUE 2.
             88 WS-OP-RECHAZO     VALUE 3.
             88 WS-OP-ACEPTA      VALUE 4.
             88 WS-OP-SALIR       VALUE 9.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-BUSCA-NOTA   PIC X.
             88 WS-NOTA-HALLADA       VALUE 'T'.
             88 WS-NOTA-NO-HALLADA    VALUE 'F'.

       01  WS-BUSCA-REC    PIC X.
             88 WS-REC-DUPLICADO      VALUE 'T'.
             88 WS-REC-NO-DUPLICADO   VALUE 'F'.

       01  WS-CAMBIO       PIC X.
             88 WS-CAMBIO-HECHO       VALUE 'T'.
             88 WS-CAMBIO-NO-HECHO    VALUE 'F'.

       01  WS-NRO-REC       PIC 9(06).
       01  WS-ULT-NRO       PIC 9(06).
       01  WS-NRO-ALU       PIC 9(04).
       01  WS-NRO-MAT       PIC 99.
       01  WS-ANIO          PIC 9(04).
       01  WS-MES           PIC 99.
       01  WS-TIPO-EVAL     PIC 9.
       01  WS-NOTA-RECL     PIC 9(02)V9(01).
       01  WS-NRO-DOC       PIC 9(03).
       01  WS-PRESENTANTE   PIC X(25).
       01  WS-MEDIO         PIC X(01).
             88 WS-MEDIO-VALIDO   VALUE 'N' 'E' 'P'.
       01  WS-ESTADO-NUEVO  PIC X(01).
       01  WS-ESTADO-ANT    PIC X(01).

       01  WS-FECHA         PIC 9(08).
       01  WS-FECHA-DET REDEFINES WS-FECHA.
           05 WS-FEC-ANIO   PIC 9(04).
           05 WS-FEC-MES    PIC 9(02).
           05 WS-FEC-DIA    PIC 9(02).
       01  WS-HOY           PIC 9(08).

      *IMAGEN PARA LA AUDITORIA: CLAVE DE LA NOTA Y ESTADO DEL CASO.
       01  WS-IMAGEN-REC.
           05 IMG-NRO          PIC 9(06).
           05 IMG-NRO-ALU      PIC 9(04).
           05 IMG-NRO-MAT      PIC 9(02).
           05 IMG-ANIO         PIC 9(04).
           05 IMG-MES          PIC 9(02).
           05 IMG-TIPO-EVAL    PIC 9(01).
           05 IMG-ESTADO       PIC X(01).
           05 IMG-FECHA-PRES   PIC 9(08).
           05 IMG-FECHA-RESOL  PIC 9(08).
           05 IMG-CORREGIDO    PIC X(01).
           05 FILLER           PIC X(03).
       01  WS-IMAGEN-ANT    PIC X(40).
       01  WS-IMAGEN-NVA    PIC X(40).
       01  WS-OPERACION-AUD PIC X(01).

       01  WS-RUTAUD        PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.

       01  WS-RUTIF         PIC X(08) VALUE 'RUTIFECH'.

       01  LK-AREA.
           05 LK-ENTRADA.
              10 LK-MES   PIC 9(02).
              10 LK-LIT   PIC X   VALUE '/'.
              10 LK-ANIO  PIC 9(04).
           05 LK-SALIDA.
              10 FORMATO-1     PIC X(07).
              10 LK-RETORNO    PIC X(20).
              10 LK-CONTROL    PIC 9(02).

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).
       01  WS-ESCUELA       PIC 9(02) VALUE 0.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTSES        PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO
               PERFORM 1600-ESCUELA
           END-IF

      *SI EL ARCHIVO NO EXISTE TODAVIA SE CREA VACIO, IGUAL QUE
      *HACE CREANOTA CON NOTAS.dat.
           OPEN INPUT RECLAMOS.
           IF WS-FS-REC EQUAL '05' OR '35'
               OPEN OUTPUT RECLAMOS
               CLOSE RECLAMOS
               OPEN INPUT RECLAMOS
           END-IF.

           IF WS-FS-REC IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-REC
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               CLOSE RECLAMOS
           END-IF.

           OPEN INPUT ALUMNOS.
           IF WS-FS-ALU IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN INPUT MATERIAS.
           IF WS-FS-MATE IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MATE
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CREARECL' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
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
      *    ESCUELA DE TRABAJO             *
      *************************************

       1600-ESCUELA.

           MOVE 1 TO LK-OPCION-ESC
           MOVE WS-NRO-OPE TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           DISPLAY 'ESCUELA: ' LK-ESC-NOMBRE.


      *************************************
       2000-PROCESOS.

           DISPLAY '-------------------------------------------'
           DISPLAY 'RECLAMOS DE NOTA'
           DISPLAY '1-ALTA  2-A REVISION  3-RECHAZAR  4-ACEPTAR'
                   '  9-FIN'
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN WS-OP-ALTA
                   PERFORM 2100-ALTA
               WHEN WS-OP-REVISION
                   MOVE 'R' TO WS-ESTADO-NUEVO
                   PERFORM 2300-CAMBIA-ESTADO
               WHEN WS-OP-RECHAZO OR WS-OP-ACEPTA
                   IF WS-NIVEL-OPE < 2
                       DISPLAY 'RESOLUCION SOLO PARA NIVEL'
                               ' SUPERVISOR.'
                   ELSE
                       IF WS-OP-ACEPTA
                           MOVE 'A' TO WS-ESTADO-NUEVO
                       ELSE
                           MOVE 'X' TO WS-ESTADO-NUEVO
                       END-IF
                       PERFORM 2300-CAMBIA-ESTADO
                   END-IF
               WHEN WS-OP-SALIR
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      *************************************
      *    ALTA DEL RECLAMO               *
      *************************************

       2100-ALTA.

           DISPLAY 'NRO DE ALUMNO (9999): '
           ACCEPT WS-NRO-ALU
           DISPLAY 'NRO DE MATERIA (99): '
           ACCEPT WS-NRO-MAT
           DISPLAY 'ANIO (AAAA): '
           ACCEPT WS-ANIO
           DISPLAY 'MES (MM): '
           ACCEPT WS-MES
           DISPLAY 'TIPO DE EVALUACION (1-ORIGINAL'
                   ' 2-RECUPERATORIO): '
           ACCEPT WS-TIPO-EVAL
           DISPLAY 'FECHA DE PRESENTACION (AAAAMMDD, 0 = HOY): '
           ACCEPT WS-FECHA
           DISPLAY 'PRESENTADO POR (NOMBRE): '
           ACCEPT WS-PRESENTANTE
           DISPLAY 'MEDIO (N-NOTA E-CORREO P-EN PERSONA): '
           ACCEPT WS-MEDIO

           IF WS-FECHA EQUAL 0
               MOVE WS-HOY TO WS-FECHA
           END-IF
           MOVE WS-FEC-MES  TO LK-MES
           MOVE WS-FEC-ANIO TO LK-ANIO
           CALL WS-RUTIF USING LK-AREA

           EVALUATE TRUE
               WHEN LK-CONTROL NOT EQUAL 10
                 OR WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
                   DISPLAY 'FECHA INVALIDA. ALTA RECHAZADA.'
               WHEN WS-FECHA > WS-HOY
                   DISPLAY 'FECHA POSTERIOR A HOY. ALTA RECHAZADA.'
               WHEN NOT WS-MEDIO-VALIDO
                   DISPLAY 'MEDIO INVALIDO. ALTA RECHAZADA.'
               WHEN WS-PRESENTANTE EQUAL SPACES
                   DISPLAY 'FALTA QUIEN PRESENTA. ALTA RECHAZADA.'
               WHEN OTHER
                   PERFORM 2150-VALIDA-ALTA
           END-EVALUATE.

       2150-VALIDA-ALTA.

           MOVE WS-NRO-ALU TO ALU-NRO-ALU
           READ ALUMNOS
               INVALID KEY
                   MOVE SPACES TO ALU-NOMBRE
               NOT INVALID KEY
                   IF ALU-ESCUELA IS NOT NUMERIC
                       MOVE 0 TO ALU-ESCUELA
                   END-IF
           END-READ

           MOVE WS-NRO-MAT TO WS-RRN-MATE
           READ MATERIAS
               INVALID KEY
                   MOVE SPACES TO MAT-DESCRIPCION
           END-READ

           EVALUATE TRUE
               WHEN ALU-NOMBRE EQUAL SPACES
                 OR MAT-DESCRIPCION EQUAL SPACES
                   DISPLAY 'ALUMNO O MATERIA INEXISTENTE. ALTA'
                           ' RECHAZADA.'
               WHEN WS-ESCUELA NOT EQUAL 0
                AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                   DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE TRABAJO.'
                           ' ALTA RECHAZADA.'
               WHEN OTHER
                   PERFORM 2200-BUSCA-NOTA
                   PERFORM 2250-BUSCA-RECLAMO
                   EVALUATE TRUE
                       WHEN WS-NOTA-NO-HALLADA
                           DISPLAY 'NO EXISTE UNA NOTA VIGENTE CON ESOS'
                                   ' DATOS. ALTA RECHAZADA.'
                       WHEN WS-REC-DUPLICADO
                           DISPLAY 'YA HAY UN RECLAMO EN CURSO PARA ESA'
                                   ' NOTA. ALTA RECHAZADA.'
                       WHEN OTHER
                           PERFORM 2270-BUSCA-DOCENTE
                           PERFORM 2800-GRABAR
                   END-EVALUATE
           END-EVALUATE.

      *************************************
      *    NOTA VIGENTE RECLAMADA         *
      *************************************

       2200-BUSCA-NOTA.

           SET WS-NOTA-NO-HALLADA TO TRUE

           OPEN INPUT NOTAS
           IF WS-FS-NOTA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-NOTA
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2210-SCAN-NOTAS UNTIL WS-SCAN-FIN
               CLOSE NOTAS
           END-IF.

       2210-SCAN-NOTAS.

           READ NOTAS
           IF WS-FS-NOTA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF NOT TRL-ES-TRAILER
                  AND NOT-NRO-ALU = WS-NRO-ALU
                  AND NOT-NRO-MAT = WS-NRO-MAT
                  AND NOT-ANIO = WS-ANIO
                  AND NOT-MES = WS-MES
                  AND NOT-TIPO-EVAL = WS-TIPO-EVAL
                  AND NOT-VIGENTE
                   MOVE NOT-NOTA TO WS-NOTA-RECL
                   SET WS-NOTA-HALLADA TO TRUE
                   SET WS-SCAN-FIN TO TRUE
               END-IF
           END-IF.

      *************************************
      *    ULTIMO NUMERO Y RECLAMO EN     *
      *    CURSO SOBRE LA MISMA NOTA      *
      *************************************
      *EN CURSO = PRESENTADO, EN REVISION O ACEPTADO TODAVIA SIN LA
      *CORRECCION CARGADA.

       2250-BUSCA-RECLAMO.

           SET WS-REC-NO-DUPLICADO TO TRUE
           MOVE 0 TO WS-ULT-NRO

           OPEN INPUT RECLAMOS
           IF WS-FS-REC NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-REC
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2260-SCAN-RECLAMOS UNTIL WS-SCAN-FIN
               CLOSE RECLAMOS
           END-IF.

       2260-SCAN-RECLAMOS.

           READ RECLAMOS
           IF WS-FS-REC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF REC-NRO > WS-ULT-NRO
                   MOVE REC-NRO TO WS-ULT-NRO
               END-IF
               IF REC-NRO-ALU = WS-NRO-ALU
                  AND REC-NRO-MAT = WS-NRO-MAT
                  AND REC-ANIO = WS-ANIO
                  AND REC-MES = WS-MES
                  AND REC-TIPO-EVAL = WS-TIPO-EVAL
                  AND (REC-ABIERTO
                       OR (REC-ACEPTADO AND NOT REC-CON-CORRECCION))
                   SET WS-REC-DUPLICADO TO TRUE
               END-IF
           END-IF.

      *************************************
      *    DOCENTE DE LA MATERIA EN EL    *
      *    ANIO (ASIGDOC.dat)             *
      *************************************

       2270-BUSCA-DOCENTE.

           MOVE 0 TO WS-NRO-DOC

           OPEN INPUT ASIGDOC
           IF WS-FS-ASIG EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2280-SCAN-ASIGDOC UNTIL WS-SCAN-FIN
               CLOSE ASIGDOC
           END-IF.

       2280-SCAN-ASIGDOC.

           READ ASIGDOC
           IF WS-FS-ASIG NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASG-NRO-MAT = WS-NRO-MAT
                  AND ASG-ANIO = WS-ANIO
                  AND ASG-ACTIVA
                   MOVE ASG-NRO-DOC TO WS-NRO-DOC
                   SET WS-SCAN-FIN TO TRUE
               END-IF
           END-IF.

      *************************************
      *    CAMBIO DE ESTADO VIA TEMPORAL  *
      *************************************
      *A REVISION SOLO DESDE PRESENTADO; ACEPTAR O RECHAZAR DESDE
      *PRESENTADO O EN REVISION.

       2300-CAMBIA-ESTADO.

           DISPLAY 'NRO DE RECLAMO (999999): '
           ACCEPT WS-NRO-REC

           SET WS-CAMBIO-NO-HECHO TO TRUE
           MOVE SPACES TO WS-ESTADO-ANT

           OPEN INPUT RECLAMOS
           OPEN OUTPUT RECLTMP

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2350-COPIA-MARCANDO UNTIL WS-SCAN-FIN

           CLOSE RECLAMOS
           CLOSE RECLTMP

           EVALUATE TRUE
               WHEN WS-CAMBIO-HECHO
                   OPEN INPUT RECLTMP
                   OPEN OUTPUT RECLAMOS

                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 2380-COPIA-VUELTA UNTIL WS-SCAN-FIN

                   CLOSE RECLAMOS
                   CLOSE RECLTMP

                   MOVE 'C' TO WS-OPERACION-AUD
                   PERFORM 2900-AUDITORIA
                   EVALUATE WS-ESTADO-NUEVO
                       WHEN 'R'
                           DISPLAY 'RECLAMO PASADO A REVISION.'
                       WHEN 'X'
                           DISPLAY 'RECLAMO RECHAZADO.'
                       WHEN OTHER
                           DISPLAY 'RECLAMO ACEPTADO. CARGUE LA'
                                   ' CORRECCION EN CORRNOTA CON'
                                   ' MOTIVO RE Y RECLAMO NRO '
                                   WS-NRO-REC
                   END-EVALUATE
               WHEN WS-ESTADO-ANT EQUAL SPACES
                   DISPLAY 'NO EXISTE ESE RECLAMO.'
               WHEN OTHER
                   DISPLAY 'EL RECLAMO ESTA EN ESTADO '
                           WS-ESTADO-ANT
                           '. CAMBIO NO PERMITIDO.'
           END-EVALUATE.

       2350-COPIA-MARCANDO.

           READ RECLAMOS
           IF WS-FS-REC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF REC-NRO = WS-NRO-REC
                   MOVE REC-ESTADO TO WS-ESTADO-ANT
                   IF (WS-ESTADO-NUEVO = 'R' AND REC-PRESENTADO)
                      OR (WS-ESTADO-NUEVO NOT EQUAL 'R'
                          AND REC-ABIERTO)
                       PERFORM 2700-ARMA-IMAGEN
                       MOVE WS-IMAGEN-REC TO WS-IMAGEN-ANT
                       MOVE WS-ESTADO-NUEVO TO REC-ESTADO
                       IF WS-ESTADO-NUEVO NOT EQUAL 'R'
                           MOVE WS-HOY     TO REC-FECHA-RESOL
                           MOVE WS-NRO-OPE TO REC-OPE-RESOL
                       END-IF
                       PERFORM 2700-ARMA-IMAGEN
                       MOVE WS-IMAGEN-REC TO WS-IMAGEN-NVA
                       SET WS-CAMBIO-HECHO TO TRUE
                   END-IF
               END-IF
               MOVE REG-RECLAMO TO REG-RECLTMP
               WRITE REG-RECLTMP
               IF WS-FS-TMP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-TMP
               END-IF
           END-IF.

       2380-COPIA-VUELTA.

           READ RECLTMP
           IF WS-FS-TMP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE REG-RECLTMP TO REG-RECLAMO
               WRITE REG-RECLAMO
               IF WS-FS-REC IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-REC
               END-IF
           END-IF.

      *************************************
      *    IMAGEN DEL CASO PARA AUDITORIA *
      *************************************

       2700-ARMA-IMAGEN.

           MOVE SPACES          TO WS-IMAGEN-REC
           MOVE REC-NRO         TO IMG-NRO
           MOVE REC-NRO-ALU     TO IMG-NRO-ALU
           MOVE REC-NRO-MAT     TO IMG-NRO-MAT
           MOVE REC-ANIO        TO IMG-ANIO
           MOVE REC-MES         TO IMG-MES
           MOVE REC-TIPO-EVAL   TO IMG-TIPO-EVAL
           MOVE REC-ESTADO      TO IMG-ESTADO
           MOVE REC-FECHA-PRES  TO IMG-FECHA-PRES
           MOVE REC-FECHA-RESOL TO IMG-FECHA-RESOL
           MOVE REC-CORREGIDO   TO IMG-CORREGIDO.

      *************************************
      *    GRABA EL RECLAMO               *
      *************************************

       2800-GRABAR.

           OPEN EXTEND RECLAMOS
           IF WS-FS-REC NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-REC
           ELSE
               ADD 1 TO WS-ULT-NRO
               MOVE WS-ULT-NRO     TO REC-NRO
               MOVE WS-NRO-ALU     TO REC-NRO-ALU
               MOVE WS-NRO-MAT     TO REC-NRO-MAT
               MOVE WS-ANIO        TO REC-ANIO
               MOVE WS-MES         TO REC-MES
               MOVE WS-TIPO-EVAL   TO REC-TIPO-EVAL
               MOVE WS-NOTA-RECL   TO REC-NOTA-RECL
               MOVE WS-NRO-DOC     TO REC-NRO-DOC
               MOVE WS-FECHA       TO REC-FECHA-PRES
               MOVE WS-PRESENTANTE TO REC-PRESENTANTE
               MOVE WS-MEDIO       TO REC-MEDIO
               MOVE WS-NRO-OPE     TO REC-OPE-ALTA
               SET REC-PRESENTADO  TO TRUE
               MOVE 0              TO REC-FECHA-RESOL
               MOVE 0              TO REC-OPE-RESOL
               MOVE 'N'            TO REC-CORREGIDO
               MOVE 0              TO REC-NOTA-CORR
               MOVE 0              TO REC-FECHA-CORR

               WRITE REG-RECLAMO
               IF WS-FS-REC IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-REC
               ELSE
                   DISPLAY 'RECLAMO NRO ' REC-NRO ' REGISTRADO.'
                   MOVE WS-ULT-NRO TO WS-NRO-REC
                   MOVE SPACES TO WS-IMAGEN-ANT
                   PERFORM 2700-ARMA-IMAGEN
                   MOVE WS-IMAGEN-REC TO WS-IMAGEN-NVA
                   MOVE 'A' TO WS-OPERACION-AUD
                   PERFORM 2900-AUDITORIA
               END-IF

               CLOSE RECLAMOS
           END-IF.

      *************************************
      *    GRABA MOVIMIENTO DE AUDITORIA  *
      *************************************

       2900-AUDITORIA.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'CREARECL' TO LK-AUD-PROGRAMA
           MOVE 'RECLAMOS' TO LK-AUD-ARCHIVO
           MOVE WS-OPERACION-AUD TO LK-AUD-OPERACION
           MOVE SPACES     TO LK-AUD-CLAVE
           MOVE WS-NRO-REC TO LK-AUD-CLAVE(1:6)
           MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
           MOVE WS-IMAGEN-NVA TO LK-AUD-IMAGEN-NVA
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
           END-IF.

           CLOSE MATERIAS
           IF WS-FS-MATE NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO MATERIAS: ' WS-FS-MATE
           END-IF.



       END PROGRAM CREARECL.
