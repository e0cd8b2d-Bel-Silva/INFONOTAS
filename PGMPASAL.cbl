      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pase saliente de alumnos - contraparte de CREAPASE
      *          para el alumno que se va a otra escuela. Registra en
      *          PASESAL.dat la escuela de destino y la fecha del
      *          pase, cierra ('B') las inscripciones activas del
      *          alumno en INSCRIPCIONES.dat y sus entradas en espera
      *          de LISTAESP.dat, y lo da de baja en el maestro. Emite
      *          el pase oficial con las materias aprobadas segun
      *          RESULTADO.dat (equivalencias marcadas), las notas a
      *          la fecha del anio en curso (NOTASIDX.dat, con la
      *          regla de recuperatorio de PGMPROMO) y las previas
      *          pendientes (PREVIAS.dat), y graba para la escuela de
      *          destino el archivo en el layout posicional de la
      *          autoridad provincial (el de PGMMINIS). Un pase por
      *          corrida: el archivo de interfase es de una sola
      *          escuela de destino. Solo nivel supervisor; cada
      *          movimiento queda en la auditoria y el archivo de
      *          interfase en el catalogo de reportes. La baja queda
      *          en BAJAS.dat con el motivo 02 (cambio de escuela).
      *          Con escuela de trabajo (RUTESCUE) solo se da el pase
      *          a alumnos de esa escuela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPASAL.

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
           SELECT PASESAL        ASSIGN TO "DDPSAL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PSA.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT INSCRIP        ASSIGN TO "DDINSC"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-INSC.

           SELECT INSCTMP        ASSIGN TO "DDINSTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ITMP.

           SELECT LISTAESP       ASSIGN TO "DDLESP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LSP.

           SELECT LESPTMP        ASSIGN TO "DDLSPTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LTMP.

           SELECT RESULTADO      ASSIGN TO "DDRES"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RES.

           SELECT NOTASIDX       ASSIGN TO "DDNOTIDX"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS NIX-CLAVE
                                      FILE STATUS IS WS-FS-IDX.

           SELECT PREVIAS        ASSIGN TO "DDPREV"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PRV.

           SELECT CONSTANCIA     ASSIGN TO "DDPSALST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CON.

           SELECT INTERFASE      ASSIGN TO "DDPSAINT"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-INT.

       DATA DIVISION.
       FILE SECTION.
       FD PASESAL.
           COPY REGPSAL.

       FD ALUMNOS.
           COPY REGALUM.

       FD INSCRIP.
           COPY REGINSC.

       FD INSCTMP.
           COPY REGINSC REPLACING ==REG-INSCRIP== BY ==REG-INSCTMP==
                         LEADING ==INS-== BY ==ITM-==.

       FD LISTAESP.
           COPY REGLESP.

       FD LESPTMP.
           COPY REGLESP REPLACING ==REG-LISTAESP== BY ==REG-LESPTMP==
                         LEADING ==LSP-== BY ==LTM-==.

       FD RESULTADO.
           COPY REGRESUL.

       FD NOTASIDX.
           COPY REGNOTIX.

       FD PREVIAS.
           COPY REGPREV.

       FD CONSTANCIA.
           01 REG-CONSTANCIA     PIC X(132).

      *LAYOUT POSICIONAL DE LA AUTORIDAD (EL MISMO DE PGMMINIS): '1'
      *CABECERA, '2' DETALLE, '9' COLA CON CANTIDAD DE DETALLES. EN
      *EL PASE LA MARCA DEL DETALLE ES 'A' PARA LAS MATERIAS
      *APROBADAS Y 'C' (CURSANDO) PARA EL PROMEDIO A LA FECHA DEL
      *ANIO EN CURSO.
       FD INTERFASE.
           01 REG-MIN-DETALLE.
              05 MIN-TIPO        PIC X(01).
              05 MIN-NRO-ALU     PIC 9(04).
              05 MIN-NOMBRE      PIC X(23).
              05 MIN-NRO-PAIS    PIC 9(03).
              05 MIN-NRO-MAT     PIC 9(02).
              05 MIN-PROMEDIO    PIC 9(02)V9(01).
              05 MIN-MARCA       PIC X(01).
              05 MIN-DOCUMENTO   PIC 9(08).
              05 MIN-FECHA-NAC   PIC 9(08).
           01 REG-MIN-CABECERA.
              05 CAB-TIPO        PIC X(01).
              05 CAB-FECHA       PIC 9(08).
              05 CAB-ANIO        PIC 9(04).
              05 CAB-ORIGEN      PIC X(10).
              05 FILLER          PIC X(30).
           01 REG-MIN-COLA.
              05 COLA-TIPO       PIC X(01).
              05 COLA-CANTIDAD   PIC 9(07).
              05 FILLER          PIC X(45).

       WORKING-STORAGE SECTION.

       01  WS-FS-PSA       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-INSC      PIC X(02).
       01  WS-FS-ITMP      PIC X(02).
       01  WS-FS-LSP       PIC X(02).
       01  WS-FS-LTMP      PIC X(02).
       01  WS-FS-RES       PIC X(02).
       01  WS-FS-IDX       PIC X(02).
       01  WS-FS-PRV       PIC X(02).
       01  WS-FS-CON       PIC X(02).
       01  WS-FS-INT       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-ALUMNO-OK    PIC X.
             88 WS-ALUMNO-VALIDO      VALUE 'T'.
             88 WS-ALUMNO-INVALIDO    VALUE 'F'.
             88 WS-ALUMNO-EN-BAJA     VALUE 'B'.
             88 WS-ALUMNO-OTRA-ESCUELA VALUE 'E'.

       01  WS-PASE-ESTADO  PIC X VALUE 'N'.
             88 WS-PASE-HECHO         VALUE 'S'.

       01  WS-NRO-ALU       PIC 9(04).
       01  WS-NOMBRE-ALU    PIC X(23).
       01  WS-ESCUELA       PIC X(25).
       01  WS-CONFIRMA      PIC X(01).

       01  WS-FECHA-PASE.
           03 WS-FP-ANIO    PIC 9(04).
           03 WS-FP-MES     PIC 9(02).
           03 WS-FP-DIA     PIC 9(02).
       01  WS-FECHA-PASE-N REDEFINES WS-FECHA-PASE PIC 9(08).

       01  WS-IMAGEN-ANT    PIC X(40).

       01  WS-CANT-INSC     PIC 9(02) VALUE 0.
       01  WS-CANT-ESP      PIC 9(02) VALUE 0.
       01  WS-CANT-APROB    PIC 9(03) VALUE 0.
       01  WS-CANT-CURSA    PIC 9(03) VALUE 0.
       01  WS-CANT-PREV     PIC 9(03) VALUE 0.
       01  WS-CANT-DETALLES PIC 9(07) VALUE 0.
       01  WP-CANT          PIC ZZ9.
       01  WP-PROM          PIC Z9,99.
       01  WP-NOTA          PIC Z9,9.

      *NOTAS VIGENTES DEL ANIO EN CURSO POR MATERIA (SUBINDICE =
      *NRO DE MATERIA): MISMA REGLA QUE EL CIERRE, EL MEJOR
      *RECUPERATORIO PISA A LOS ORIGINALES; AUSENTES ('AU') FUERA.
       01  WS-IDX-MAT       PIC 9(03).
       01  WS-PROM-CSD      PIC 9(02)V9(01).
       01  TABLA-CURSADA.
           05 CSD-MATERIA OCCURS 99 TIMES.
              10 CSD-SUMA       PIC 9(04)V9(01).
              10 CSD-CANT       PIC 9(03).
              10 CSD-MAX-RECUP  PIC 9(02)V9(01).
              10 CSD-RECUP      PIC X(01).

       01  WS-FECHA-CORRIDA.
           03 WS-ANIO-COR   PIC 9(04).
           03 WS-MES-COR    PIC 9(02).
           03 WS-DIA-COR    PIC 9(02).
       01  WS-FECHA-CORRIDA-N REDEFINES WS-FECHA-CORRIDA PIC 9(08).

       01  WS-PERIODO-CTL.
           05 WS-PER-CTL-MES   PIC 9(02).
           05 WS-PER-CTL-ANIO  PIC 9(04).
       01  WS-PERIODO-CTL-N REDEFINES WS-PERIODO-CTL PIC 9(06).

      *********COMUNICACION ******************

       01  WS-RUTAUD        PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.

       01  WS-RUTBAJ        PIC X(08) VALUE 'RUTBAJAS'.

       COPY LKBAJAS.

       01  WS-RUTIM         PIC X(08) VALUE 'RUTMATER'.

       COPY LKMATER.

       01  WS-RUTRPC        PIC X(08) VALUE 'RUTREPCA'.

       COPY LKREPCA.

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

      *ESCUELA DE TRABAJO (WS-ESCUELA ES LA DE DESTINO DEL PASE).
       01  WS-ESC-TRABAJO   PIC 9(02) VALUE 0.

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTSES        PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

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

           PERFORM 1500-SIGNON

      *EL PASE DEJA AL ALUMNO EN BAJA: MISMO NIVEL QUE LA BAJA DE
      *CREAALUM.
           IF NOT WS-FIN-PROCESO AND WS-NIVEL-OPE < 2
               DISPLAY 'PASES SOLO PARA NIVEL SUPERVISOR.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1600-ESCUELA
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN I-O ALUMNOS
               IF WS-FS-ALU IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN EXTEND PASESAL
               IF WS-FS-PSA EQUAL '05' OR '35'
                   OPEN OUTPUT PASESAL
                   CLOSE PASESAL
                   OPEN EXTEND PASESAL
               END-IF
               IF WS-FS-PSA IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-PSA
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN OUTPUT CONSTANCIA
               IF WS-FS-CON IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CON
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN OUTPUT INTERFASE
               IF WS-FS-INT IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-INT
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-COR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-COR
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA-COR
           MOVE WS-MES-COR  TO WS-PER-CTL-MES
           MOVE WS-ANIO-COR TO WS-PER-CTL-ANIO.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMPASAL' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'RESULTAD' TO LK-VER-ARCHIVO
           MOVE VLY-RESULTAD TO LK-VER-VERSION
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
      *    ESCUELA DE TRABAJO             *
      *************************************

       1600-ESCUELA.

           MOVE 1 TO LK-OPCION-ESC
           MOVE WS-NRO-OPE TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESC-TRABAJO
           DISPLAY 'ESCUELA: ' LK-ESC-NOMBRE.


      *************************************
       2000-PROCESOS.

           DISPLAY '-------------------------------------------'
           DISPLAY 'PASE SALIENTE DE ALUMNO (INGRESE 0000 EN NRO'
                   ' DE ALUMNO PARA TERMINAR)'

           DISPLAY 'NRO DE ALUMNO (9999): '
           ACCEPT WS-NRO-ALU

           IF WS-NRO-ALU EQUAL 0
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               PERFORM 2200-VALIDA-ALUMNO

               EVALUATE TRUE
                   WHEN WS-ALUMNO-INVALIDO
                       DISPLAY 'ALUMNO NO EXISTE.'
                   WHEN WS-ALUMNO-OTRA-ESCUELA
                       DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE'
                               ' TRABAJO. PASE RECHAZADO.'
                   WHEN WS-ALUMNO-EN-BAJA
                       DISPLAY 'ALUMNO YA EN BAJA. PASE RECHAZADO.'
                   WHEN OTHER
                       MOVE ALU-NOMBRE TO WS-NOMBRE-ALU
                       PERFORM 2300-DATOS-PASE
               END-EVALUATE
           END-IF.

      *************************************
      *    VALIDA QUE EL ALUMNO EXISTA    *
      *    Y SEA DE LA ESCUELA DE TRABAJO *
      *************************************

       2200-VALIDA-ALUMNO.

           SET WS-ALUMNO-INVALIDO TO TRUE
           MOVE WS-NRO-ALU TO ALU-NRO-ALU

           READ ALUMNOS
               INVALID KEY
                   SET WS-ALUMNO-INVALIDO TO TRUE
               NOT INVALID KEY
                   IF ALU-ESCUELA IS NOT NUMERIC
                       MOVE 0 TO ALU-ESCUELA
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ESC-TRABAJO NOT EQUAL 0
                            AND ALU-ESCUELA NOT EQUAL WS-ESC-TRABAJO
                           SET WS-ALUMNO-OTRA-ESCUELA TO TRUE
                       WHEN ALU-BAJA
                           SET WS-ALUMNO-EN-BAJA TO TRUE
                       WHEN OTHER
                           SET WS-ALUMNO-VALIDO TO TRUE
                   END-EVALUATE
           END-READ.

      *************************************
      *    DESTINO, FECHA Y CONFIRMACION  *
      *************************************

       2300-DATOS-PASE.

           DISPLAY 'ALUMNO: ' WS-NOMBRE-ALU
           DISPLAY 'ESCUELA DE DESTINO: '
           ACCEPT WS-ESCUELA
           DISPLAY 'FECHA DEL PASE (AAAAMMDD, 00000000 = HOY): '
           ACCEPT WS-FECHA-PASE-N

           IF WS-FECHA-PASE-N = 0
               MOVE WS-FECHA-CORRIDA-N TO WS-FECHA-PASE-N
           END-IF

           MOVE WS-FP-MES  TO LK-MES
           MOVE WS-FP-ANIO TO LK-ANIO
           CALL WS-RUTIF USING LK-AREA

           EVALUATE TRUE
               WHEN WS-ESCUELA = SPACES
                   DISPLAY '   FALTA LA ESCUELA DE DESTINO. PASE'
                           ' RECHAZADO.'
               WHEN LK-CONTROL NOT EQUAL 10
                   DISPLAY '   FECHA INVALIDA. PASE RECHAZADO.'
               WHEN WS-FP-DIA < 1 OR WS-FP-DIA > 31
                   DISPLAY '   FECHA INVALIDA. PASE RECHAZADO.'
               WHEN OTHER
                   DISPLAY 'SE CERRARAN SUS INSCRIPCIONES Y LISTA DE'
                           ' ESPERA Y QUEDARA EN BAJA.'
                   DISPLAY 'CONFIRMA EL PASE (S/N): '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       PERFORM 2400-CIERRA-INSCRIPCIONES
                       PERFORM 2500-CIERRA-ESPERA
                       PERFORM 2600-BAJA-ALUMNO
                       PERFORM 2700-GRABA-PASE
                       PERFORM 3000-EMITE-PASE
                       SET WS-PASE-HECHO TO TRUE
      *UN PASE POR CORRIDA: LA INTERFASE ES DE UNA SOLA ESCUELA.
                       SET WS-FIN-PROCESO TO TRUE
                   ELSE
                       DISPLAY 'PASE CANCELADO.'
                   END-IF
           END-EVALUATE.

      *************************************
      *    CIERRA INSCRIPCIONES ACTIVAS   *
      *************************************
      *SE REGRABA EL ARCHIVO VIA TEMPORAL (MISMO ESQUEMA QUE LA BAJA
      *DE CREAINSC) MARCANDO 'B' TODAS LAS ACTIVAS DEL ALUMNO.

       2400-CIERRA-INSCRIPCIONES.

           MOVE 0 TO WS-CANT-INSC

           OPEN INPUT INSCRIP
           IF WS-FS-INSC EQUAL '00'
               OPEN OUTPUT INSCTMP

               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2450-COPIA-INSC UNTIL WS-SCAN-FIN

               CLOSE INSCRIP
               CLOSE INSCTMP

               IF WS-CANT-INSC > 0
                   OPEN INPUT INSCTMP
                   OPEN OUTPUT INSCRIP

                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 2480-VUELTA-INSC UNTIL WS-SCAN-FIN

                   CLOSE INSCRIP
                   CLOSE INSCTMP
               END-IF
           END-IF

           MOVE WS-CANT-INSC TO WP-CANT
           DISPLAY 'INSCRIPCIONES CERRADAS: ' WP-CANT.

       2450-COPIA-INSC.

           READ INSCRIP
           IF WS-FS-INSC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF INS-NRO-ALU = WS-NRO-ALU
                  AND INS-ACTIVA
                   MOVE REG-INSCRIP TO WS-IMAGEN-ANT
                   SET INS-BAJA TO TRUE
                   ADD 1 TO WS-CANT-INSC

                   MOVE 'INSCRIPC' TO LK-AUD-ARCHIVO
                   MOVE 'B'        TO LK-AUD-OPERACION
                   MOVE SPACES     TO LK-AUD-CLAVE
                   MOVE REG-INSCRIP(1:10) TO LK-AUD-CLAVE(1:10)
                   MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
                   MOVE REG-INSCRIP   TO LK-AUD-IMAGEN-NVA
                   PERFORM 2900-AUDITORIA
               END-IF
               MOVE REG-INSCRIP TO REG-INSCTMP
               WRITE REG-INSCTMP
               IF WS-FS-ITMP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-ITMP
               END-IF
           END-IF.

       2480-VUELTA-INSC.

           READ INSCTMP
           IF WS-FS-ITMP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE REG-INSCTMP TO REG-INSCRIP
               WRITE REG-INSCRIP
               IF WS-FS-INSC IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-INSC
               END-IF
           END-IF.

      *************************************
      *    CIERRA LA LISTA DE ESPERA      *
      *************************************

       2500-CIERRA-ESPERA.

           MOVE 0 TO WS-CANT-ESP

           OPEN INPUT LISTAESP
           IF WS-FS-LSP EQUAL '00'
               OPEN OUTPUT LESPTMP

               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2550-COPIA-ESPERA UNTIL WS-SCAN-FIN

               CLOSE LISTAESP
               CLOSE LESPTMP

               IF WS-CANT-ESP > 0
                   OPEN INPUT LESPTMP
                   OPEN OUTPUT LISTAESP

                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 2580-VUELTA-ESPERA UNTIL WS-SCAN-FIN

                   CLOSE LISTAESP
                   CLOSE LESPTMP
               END-IF
           END-IF

           MOVE WS-CANT-ESP TO WP-CANT
           DISPLAY 'ENTRADAS DE LISTA DE ESPERA CERRADAS: ' WP-CANT.

       2550-COPIA-ESPERA.

           READ LISTAESP
           IF WS-FS-LSP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF LSP-NRO-ALU = WS-NRO-ALU
                  AND LSP-EN-ESPERA
                   MOVE REG-LISTAESP TO WS-IMAGEN-ANT
                   SET LSP-BAJA TO TRUE
                   ADD 1 TO WS-CANT-ESP

                   MOVE 'LISTAESP' TO LK-AUD-ARCHIVO
                   MOVE 'B'        TO LK-AUD-OPERACION
                   MOVE SPACES     TO LK-AUD-CLAVE
                   MOVE REG-LISTAESP(1:10) TO LK-AUD-CLAVE(1:10)
                   MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
                   MOVE REG-LISTAESP  TO LK-AUD-IMAGEN-NVA
                   PERFORM 2900-AUDITORIA
               END-IF
               MOVE REG-LISTAESP TO REG-LESPTMP
               WRITE REG-LESPTMP
               IF WS-FS-LTMP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-LTMP
               END-IF
           END-IF.

       2580-VUELTA-ESPERA.

           READ LESPTMP
           IF WS-FS-LTMP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE REG-LESPTMP TO REG-LISTAESP
               WRITE REG-LISTAESP
               IF WS-FS-LSP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-LSP
               END-IF
           END-IF.

      *************************************
      *    BAJA DEL ALUMNO EN EL MAESTRO  *
      *************************************

       2600-BAJA-ALUMNO.

           MOVE WS-NRO-ALU TO ALU-NRO-ALU

           READ ALUMNOS
               INVALID KEY
                   DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO.'
               NOT INVALID KEY
                   MOVE REG-ALUMNO TO WS-IMAGEN-ANT
                   SET ALU-BAJA TO TRUE
                   REWRITE REG-ALUMNO
                   IF WS-FS-ALU IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN BAJA DE REGISTRO: ' WS-FS-ALU
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY 'ALUMNO DADO DE BAJA.'
                       MOVE 'ALUMNOS ' TO LK-AUD-ARCHIVO
                       MOVE 'B'        TO LK-AUD-OPERACION
                       MOVE SPACES     TO LK-AUD-CLAVE
                       MOVE WS-NRO-ALU TO LK-AUD-CLAVE(1:4)
                       MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
                       MOVE REG-ALUMNO    TO LK-AUD-IMAGEN-NVA
                       PERFORM 2900-AUDITORIA
                       PERFORM 2650-REGISTRA-BAJA
                   END-IF
           END-READ.

      *EL PASE ES SIEMPRE MOTIVO 02 (CAMBIO DE ESCUELA) DE MOTBAJA.
       2650-REGISTRA-BAJA.

           MOVE 2 TO LK-OPCION-BAJ
           MOVE WS-NRO-ALU      TO LK-BAJ-NRO-ALU
           MOVE WS-FECHA-PASE-N TO LK-BAJ-FECHA
           MOVE 02              TO LK-BAJ-MOTIVO
           MOVE ALU-CURSO       TO LK-BAJ-CURSO
           MOVE 'PGMPASAL'      TO LK-BAJ-PROGRAMA
           MOVE WS-NRO-OPE      TO LK-BAJ-OPERADOR
           CALL WS-RUTBAJ USING LK-COM-BAJA
           IF LK-RESULTADO-BAJ NOT EQUAL 10
              AND LK-RESULTADO-BAJ NOT EQUAL 30
               DISPLAY 'NO SE PUDO REGISTRAR LA BAJA EN BAJAS.dat.'
           END-IF.

      *************************************
      *    REGISTRO DEL PASE              *
      *************************************

       2700-GRABA-PASE.

           MOVE WS-NRO-ALU      TO PSA-NRO-ALU
           MOVE WS-FECHA-PASE-N TO PSA-FECHA
           MOVE WS-ESCUELA      TO PSA-ESCUELA
           MOVE WS-ANIO-COR     TO PSA-ANIO
           MOVE WS-CANT-INSC    TO PSA-CANT-INSC
           MOVE WS-CANT-ESP     TO PSA-CANT-ESP
           MOVE WS-NRO-OPE      TO PSA-OPERADOR

           WRITE REG-PASESAL
           IF WS-FS-PSA IS NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-PSA
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'PASESAL ' TO LK-AUD-ARCHIVO
               MOVE 'A'        TO LK-AUD-OPERACION
               MOVE SPACES     TO LK-AUD-CLAVE
               MOVE REG-PASESAL(1:10) TO LK-AUD-CLAVE(1:10)
               MOVE SPACES     TO LK-AUD-IMAGEN-ANT
               MOVE REG-PASESAL TO LK-AUD-IMAGEN-NVA
               PERFORM 2900-AUDITORIA
           END-IF.

      *************************************
      *    GRABA MOVIMIENTO DE AUDITORIA  *
      *************************************

       2900-AUDITORIA.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'PGMPASAL' TO LK-AUD-PROGRAMA
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

      *************************************
      *    PASE OFICIAL E INTERFASE       *
      *************************************

       3000-EMITE-PASE.

           MOVE SPACES TO REG-MIN-CABECERA
           MOVE '1' TO CAB-TIPO
           MOVE WS-FECHA-PASE-N TO CAB-FECHA
           MOVE WS-ANIO-COR TO CAB-ANIO
           MOVE 'INFONOTAS ' TO CAB-ORIGEN
           WRITE REG-MIN-CABECERA
           IF WS-FS-INT NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR CABECERA: ' WS-FS-INT
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           STRING 'PASE DE ALUMNO                    FECHA: '
                  WS-FP-DIA '/' WS-FP-MES '/' WS-FP-ANIO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNO: ' WS-NRO-ALU '  ' WS-NOMBRE-ALU
                  '  DNI: ' ALU-DOCUMENTO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ESCUELA DE DESTINO: ' WS-ESCUELA
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE SPACES TO WS-LINEA-REP
           MOVE 'MATERIAS APROBADAS:' TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           PERFORM 3100-APROBADAS

           MOVE SPACES TO WS-LINEA-REP
           STRING 'CALIFICACIONES A LA FECHA DEL ANIO ' WS-ANIO-COR
                  ':'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           PERFORM 3300-CURSADA-ACTUAL

           MOVE SPACES TO WS-LINEA-REP
           MOVE 'MATERIAS PREVIAS PENDIENTES:' TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           PERFORM 3500-PREVIAS

           PERFORM 3800-CIERRA-PASE.

      *************************************
      *    APROBADAS SEGUN RESULTADO.dat  *
      *************************************

       3100-APROBADAS.

           MOVE 0 TO WS-CANT-APROB

           OPEN INPUT RESULTADO
           IF WS-FS-RES EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3150-LEE-RESULTADO UNTIL WS-SCAN-FIN
               CLOSE RESULTADO
           END-IF

           IF WS-CANT-APROB = 0
               MOVE '   (NINGUNA)' TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-CONSTANCIA
           END-IF.

       3150-LEE-RESULTADO.

           READ RESULTADO
           IF WS-FS-RES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF RES-NRO-ALU = WS-NRO-ALU
                  AND RES-APROBADO
                   ADD 1 TO WS-CANT-APROB

                   MOVE RES-NRO-MAT TO LK-NUM-MATE
                   MOVE 2 TO LK-OPCION-MAT
                   CALL WS-RUTIM USING LK-COM-MATERIA

                   MOVE RES-PROM TO WP-PROM
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '   - ' RES-ANIO '  MATERIA: ' LK-NOM-MATE
                          '  PROMEDIO: ' WP-PROM
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   IF RES-ORI-EQUIVAL
                       MOVE '(EQUIVALENCIA)' TO WS-LINEA-REP(68:14)
                   END-IF
                   PERFORM 9100-ESCRIBIR-CONSTANCIA

                   MOVE RES-NRO-MAT TO MIN-NRO-MAT
                   COMPUTE WS-PROM-CSD ROUNDED = RES-PROM
                   MOVE 'A' TO MIN-MARCA
                   PERFORM 3700-GRABA-DETALLE
               END-IF
           END-IF.

      *************************************
      *    NOTAS DEL ANIO EN CURSO        *
      *************************************

       3300-CURSADA-ACTUAL.

           MOVE 0 TO WS-CANT-CURSA
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > 99
               MOVE 0   TO CSD-SUMA(WS-IDX-MAT)
               MOVE 0   TO CSD-CANT(WS-IDX-MAT)
               MOVE 0   TO CSD-MAX-RECUP(WS-IDX-MAT)
               MOVE 'N' TO CSD-RECUP(WS-IDX-MAT)
           END-PERFORM

           OPEN INPUT NOTASIDX
           IF WS-FS-IDX EQUAL '00'
               MOVE WS-NRO-ALU TO NIX-NRO-ALU
               MOVE 0 TO NIX-NRO-MAT
               MOVE 0 TO NIX-ANIO
               MOVE 0 TO NIX-MES
               MOVE 0 TO NIX-TIPO-EVAL

               START NOTASIDX KEY IS NOT LESS THAN NIX-CLAVE
                   INVALID KEY
                       SET WS-SCAN-FIN TO TRUE
                   NOT INVALID KEY
                       SET WS-SCAN-SIGUE TO TRUE
               END-START

               PERFORM 3350-LEE-VIVA UNTIL WS-SCAN-FIN
               CLOSE NOTASIDX
           END-IF

           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > 99
               IF CSD-CANT(WS-IDX-MAT) > 0
                  OR CSD-RECUP(WS-IDX-MAT) = 'S'
                   PERFORM 3400-LISTA-CURSADA
               END-IF
           END-PERFORM

           IF WS-CANT-CURSA = 0
               MOVE '   (SIN CALIFICACIONES)' TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-CONSTANCIA
           END-IF.

       3350-LEE-VIVA.

           READ NOTASIDX NEXT
           IF WS-FS-IDX NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF NIX-NRO-ALU NOT EQUAL WS-NRO-ALU
                   SET WS-SCAN-FIN TO TRUE
               ELSE
                   IF NIX-ANIO = WS-ANIO-COR
                      AND NIX-NRO-MAT > 0
                      AND (NIX-ESTADO = 'V' OR NIX-ESTADO = SPACE)
                      AND NIX-MOTIVO NOT EQUAL 'AU'
                       MOVE NIX-NRO-MAT TO WS-IDX-MAT
                       IF NIX-TIPO-EVAL = 2
                           MOVE 'S' TO CSD-RECUP(WS-IDX-MAT)
                           IF NIX-NOTA > CSD-MAX-RECUP(WS-IDX-MAT)
                               MOVE NIX-NOTA
                                    TO CSD-MAX-RECUP(WS-IDX-MAT)
                           END-IF
                       ELSE
                           ADD 1 TO CSD-CANT(WS-IDX-MAT)
                           ADD NIX-NOTA TO CSD-SUMA(WS-IDX-MAT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3400-LISTA-CURSADA.

           ADD 1 TO WS-CANT-CURSA

           IF CSD-RECUP(WS-IDX-MAT) = 'S'
               MOVE CSD-MAX-RECUP(WS-IDX-MAT) TO WS-PROM-CSD
           ELSE
               DIVIDE CSD-SUMA(WS-IDX-MAT) BY CSD-CANT(WS-IDX-MAT)
                      GIVING WS-PROM-CSD ROUNDED
           END-IF

           MOVE WS-IDX-MAT TO LK-NUM-MATE
           MOVE 2 TO LK-OPCION-MAT
           CALL WS-RUTIM USING LK-COM-MATERIA

           MOVE WS-PROM-CSD TO WP-NOTA
           MOVE SPACES TO WS-LINEA-REP
           STRING '   - MATERIA: ' LK-NOM-MATE
                  '  PROMEDIO A LA FECHA: ' WP-NOTA
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE WS-IDX-MAT TO MIN-NRO-MAT
           MOVE 'C' TO MIN-MARCA
           PERFORM 3700-GRABA-DETALLE.

      *************************************
      *    PREVIAS PENDIENTES             *
      *************************************

       3500-PREVIAS.

           MOVE 0 TO WS-CANT-PREV

           OPEN INPUT PREVIAS
           IF WS-FS-PRV EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3550-LEE-PREVIA UNTIL WS-SCAN-FIN
               CLOSE PREVIAS
           END-IF

           IF WS-CANT-PREV = 0
               MOVE '   (NINGUNA)' TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-CONSTANCIA
           END-IF.

       3550-LEE-PREVIA.

           READ PREVIAS
           IF WS-FS-PRV NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF PRV-NRO-ALU = WS-NRO-ALU
                  AND PRV-PENDIENTE
                   ADD 1 TO WS-CANT-PREV

                   MOVE PRV-NRO-MAT TO LK-NUM-MATE
                   MOVE 2 TO LK-OPCION-MAT
                   CALL WS-RUTIM USING LK-COM-MATERIA

                   MOVE SPACES TO WS-LINEA-REP
                   STRING '   - MATERIA: ' LK-NOM-MATE
                          '  ADEUDADA DESDE ' PRV-ANIO-ORIGEN
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-CONSTANCIA
               END-IF
           END-IF.

      *************************************
      *    DETALLE DE LA INTERFASE        *
      *************************************

       3700-GRABA-DETALLE.

           MOVE '2' TO MIN-TIPO
           MOVE WS-NRO-ALU TO MIN-NRO-ALU
           MOVE WS-NOMBRE-ALU TO MIN-NOMBRE
           MOVE ALU-NRO-PAIS TO MIN-NRO-PAIS
           MOVE WS-PROM-CSD TO MIN-PROMEDIO
           IF ALU-DOCUMENTO IS NUMERIC
               MOVE ALU-DOCUMENTO TO MIN-DOCUMENTO
           ELSE
               MOVE 0 TO MIN-DOCUMENTO
           END-IF
           IF ALU-FECHA-NAC IS NUMERIC
               MOVE ALU-FECHA-NAC TO MIN-FECHA-NAC
           ELSE
               MOVE 0 TO MIN-FECHA-NAC
           END-IF

           WRITE REG-MIN-DETALLE
           IF WS-FS-INT NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-INT
           ELSE
               ADD 1 TO WS-CANT-DETALLES
           END-IF.

      *************************************
      *    PIE DEL PASE Y COLA            *
      *************************************

       3800-CIERRA-PASE.

           MOVE SPACES TO REG-MIN-COLA
           MOVE '9' TO COLA-TIPO
           MOVE WS-CANT-DETALLES TO COLA-CANTIDAD
           WRITE REG-MIN-COLA
           IF WS-FS-INT NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR COLA: ' WS-FS-INT
           END-IF

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE WS-CANT-INSC TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'INSCRIPCIONES CERRADAS: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE WS-CANT-ESP TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ENTRADAS DE LISTA DE ESPERA CERRADAS: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'EMITIDO EL ' WS-DIA-COR '/' WS-MES-COR '/'
                  WS-ANIO-COR '  OPERADOR: ' WS-NRO-OPE
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'FIRMA Y SELLO DE LA DIRECCION: ______________'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CONSTANCIA

           MOVE WS-CANT-DETALLES TO WP-CANT
           DISPLAY 'PASE REGISTRADO. REGISTROS DE INTERFASE: ' WP-CANT
           IF WS-CANT-INSC > 0
               DISPLAY 'SE LIBERARON CUPOS: CORRER PGMLESP PARA'
                       ' PROMOVER LA LISTA DE ESPERA.'
           END-IF.

      ******ESCRIBE UNA LINEA DEL PASE SPOOLEADO*****

       9100-ESCRIBIR-CONSTANCIA.

           WRITE REG-CONSTANCIA FROM WS-LINEA-REP
           IF WS-FS-CON NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE CONSTANCIA: ' WS-FS-CON
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE PASESAL
           IF WS-FS-PSA NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO PASESAL: ' WS-FS-PSA
           END-IF.

           CLOSE ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
           END-IF.

           CLOSE CONSTANCIA
           IF WS-FS-CON NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO CONSTANCIA: ' WS-FS-CON
           END-IF.

           CLOSE INTERFASE
           IF WS-FS-INT NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO INTERFASE: ' WS-FS-INT
           END-IF.

      *REGISTRA EL ARCHIVO PARA LA ESCUELA DE DESTINO EN EL CATALOGO
      *DE REPORTES (REPCAT.dat) PARA PODER REENVIARLO.
           IF RETURN-CODE NOT EQUAL 8 AND WS-PASE-HECHO
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMPASAL' TO LK-RPC-PROGRAMA
               MOVE WS-PERIODO-CTL-N TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'ALUMNO ' WS-NRO-ALU
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDPSAINT' TO LK-RPC-DATASET
               MOVE WS-NRO-OPE TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMPASAL.
