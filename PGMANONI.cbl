      ******************************************************************
      * Author:
      * Date:
      * Purpose: Anonimizacion de alumnos egresados o dados de baja
      *          hace mas de N anios (clave ANIOS-RETEN de PARAMGEN),
      *          para no conservar datos personales mas alla de lo
      *          necesario. Anio de salida: para una baja, el de su
      *          ultima entrada en BAJAS.dat (sin entrada, el ultimo
      *          anio con cierre en RESULTADO.dat o el de ingreso);
      *          para un egresado (misma regla de PGMEGRES: aprobo
      *          todas las materias de su plan), el de su ultima
      *          aprobacion. Reemplaza por el marcador ANONIMIZADO el
      *          nombre, DNI y nacimiento del maestro, nombre,
      *          domicilio y telefono de RESPONSABLES.dat y el motivo
      *          de SANCIONES.dat (los dos regrabados via temporal).
      *          No toca RESULTADO, HISTNOTA, FOLIOS ni CERTIF: el
      *          libro matriz y los duplicados de certificados siguen
      *          saliendo de esos registros. Modo 'S' simula y solo
      *          lista; modo 'E' aplica y deja cada registro cambiado
      *          en la auditoria, sin copiar en ella el dato
      *          suprimido. Solo nivel direccion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMANONI.

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

           SELECT PLANES         ASSIGN TO "DDPLAN"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PLA.

           SELECT RESULTADO      ASSIGN TO "DDRES"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RES.

           SELECT BAJAS          ASSIGN TO "DDBAJAS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-BAJ.

           SELECT RESPONSABLES   ASSIGN TO "DDRESP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RSP.

           SELECT RESPTMP        ASSIGN TO "DDRSPTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RTMP.

           SELECT SANCIONES      ASSIGN TO "DDSANC"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-SAN.

           SELECT SANCTMP        ASSIGN TO "DDSANTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-STMP.

           SELECT LISTADO        ASSIGN TO "DDANOLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD ALUMNOS.
           COPY REGALUM.

       FD MATERIAS.
           COPY REGMATE.

       FD PLANES.
           COPY REGPLAN.

       FD RESULTADO.
           COPY REGRESUL.

       FD BAJAS.
           COPY REGBAJA.

       FD RESPONSABLES.
           COPY REGRESP.

       FD RESPTMP.
           COPY REGRESP REPLACING ==REG-RESPONS== BY ==REG-RESPTMP==
                         LEADING ==RSP-== BY ==RTM-==.

       FD SANCIONES.
           COPY REGSANC.

       FD SANCTMP.
           COPY REGSANC REPLACING ==REG-SANCION== BY ==REG-SANCTMP==
                         LEADING ==SAN-== BY ==STM-==.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-MATE      PIC X(02).
       01  WS-FS-PLA       PIC X(02).
       01  WS-FS-RES       PIC X(02).
       01  WS-FS-BAJ       PIC X(02).
       01  WS-FS-RSP       PIC X(02).
       01  WS-FS-RTMP      PIC X(02).
       01  WS-FS-SAN       PIC X(02).
       01  WS-FS-STMP      PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-RRN-MATE     PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-MODO         PIC X(01).
             88 WS-MODO-SIMULA        VALUE 'S'.
             88 WS-MODO-EJECUTA       VALUE 'E'.

       01  WS-ANIOS-RETEN  PIC 9(02).
       01  WS-ANIO-ACTUAL  PIC 9(04).
       01  WS-ANIO-SALIDA  PIC 9(04).
       01  WS-ANIOS-FUERA  PIC S9(04).
       01  WS-SITUACION    PIC X(08).
       01  WS-FECHA-BAJA   PIC 9(08).
       01  WS-FECHA-BAJA-R REDEFINES WS-FECHA-BAJA.
           05 WS-FB-ANIO     PIC 9(04).
           05 FILLER         PIC 9(04).

      *MARCADOR QUE REEMPLAZA LOS DATOS PERSONALES; UN ALUMNO CON
      *ESTE NOMBRE YA FUE ANONIMIZADO Y NO SE VUELVE A TOMAR.
       01  WS-MARCA-ANON   PIC X(11) VALUE 'ANONIMIZADO'.
       01  WS-IMAGEN-SUPR  PIC X(40)
                 VALUE 'DATOS PERSONALES SUPRIMIDOS'.

       01  WS-IDX-MAT      PIC 9(03).
       01  WS-CANT-ACTIVAS PIC 9(02).
       01  WS-CANT-APROB   PIC 9(02).
       01  WS-CANT-REQUERIDAS PIC 9(02).

       01  TABLA-MAT-ACTIVA.
           05 TAB-MAT-ACT OCCURS 99 TIMES PIC X(01).

       01  TABLA-PLANES.
           05 PLA-FILA OCCURS 99 TIMES.
               10 TAB-PLAN-MAT OCCURS 99 TIMES PIC X(01).

       01  TABLA-PLAN-CANT.
           05 TAB-PLAN-CANT OCCURS 99 TIMES PIC 9(02).

      *APROBACIONES POR ALUMNO/MATERIA, ULTIMO ANIO APROBADO,
      *ULTIMO ANIO CON CIERRE Y ANIO DE LA ULTIMA BAJA REGISTRADA.
       01  TABLA-APROBADAS.
           05 TAB-ALU-FILA OCCURS 9999 TIMES.
               10 TAB-AP OCCURS 99 TIMES PIC X(01).

       01  TABLA-ANIOS.
           05 TAB-ANIO-ALU OCCURS 9999 TIMES.
               10 TAB-MAX-APROB  PIC 9(04).
               10 TAB-MAX-RES    PIC 9(04).
               10 TAB-ANIO-BAJA  PIC 9(04).

      *ALUMNOS ELEGIDOS EN ESTA CORRIDA, PARA ARRASTRAR LA
      *ANONIMIZACION A RESPONSABLES Y SANCIONES.
       01  TABLA-ELEGIDOS.
           05 TAB-ELEGIDO OCCURS 9999 TIMES PIC X(01).

       01  WS-CANT-BAJAS   PIC 9(05) VALUE 0.
       01  WS-CANT-EGRES   PIC 9(05) VALUE 0.
       01  WS-CANT-SIN-ANIO PIC 9(05) VALUE 0.
       01  WS-CANT-YA-ANON PIC 9(05) VALUE 0.
       01  WS-CANT-RESP    PIC 9(05) VALUE 0.
       01  WS-CANT-SANC    PIC 9(05) VALUE 0.
       01  WS-CANT-ERRORES PIC 9(05) VALUE 0.

       01  WS-TMP-ESTADO   PIC X VALUE 'N'.
             88 WS-TMP-ABIERTO        VALUE 'S'.
             88 WS-TMP-CERRADO        VALUE 'N'.
       01  WP-CANT         PIC ZZZZ9.

       01  WS-RUTAUD       PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.

       01  WS-NRO-OPE      PIC 9(03).
       01  WS-NIVEL-OPE    PIC 9(01).

       01  WS-RUTOPE       PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTSES       PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       01  WS-RUTPAR       PIC X(08) VALUE 'RUTPARAM'.

       COPY LKPARAM.

       01  WS-RUTRPC       PIC X(08) VALUE 'RUTREPCA'.

       COPY LKREPCA.

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
               PERFORM 2000-CARGA-TABLAS
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 3000-RECORRE-ALUMNOS
               PERFORM 4000-RESPONSABLES
               PERFORM 5000-SANCIONES
               PERFORM 6000-TOTALES
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

           DISPLAY 'ANONIMIZACION DE ALUMNOS EGRESADOS Y BAJAS'

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO AND WS-NIVEL-OPE < 3
               DISPLAY 'ANONIMIZACION SOLO PARA NIVEL DIRECCION.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
      *PLAZO DE CONSERVACION DESDE PARAMGEN (CREAPARA); SIN LA
      *CLAVE CARGADA SE PIDE POR PANTALLA.
               MOVE 1 TO LK-OPCION-PAR
               MOVE 'ANIOS-RETEN ' TO LK-PAR-CLAVE
               CALL WS-RUTPAR USING LK-COM-PARAMETRO
               IF LK-RESULTADO-PAR = 10
                   MOVE LK-PAR-VALOR TO WS-ANIOS-RETEN
                   DISPLAY 'PARAMETRO ANIOS-RETEN: ' WS-ANIOS-RETEN
               ELSE
                   DISPLAY 'INGRESE ANIOS DE CONSERVACION DE DATOS'
                           ' PERSONALES (99): '
                   ACCEPT WS-ANIOS-RETEN
               END-IF

               IF WS-ANIOS-RETEN = 0
                   DISPLAY 'PLAZO DE CONSERVACION INVALIDO. FIN.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               DISPLAY 'MODO (S-SIMULACION  E-EJECUTA): '
               ACCEPT WS-MODO
               IF NOT WS-MODO-SIMULA AND NOT WS-MODO-EJECUTA
                   DISPLAY 'MODO INVALIDO. FIN.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-ACTUAL

               MOVE SPACES TO TABLA-MAT-ACTIVA
               MOVE SPACES TO TABLA-PLANES
               MOVE ZEROES TO TABLA-PLAN-CANT
               MOVE SPACES TO TABLA-APROBADAS
               MOVE ZEROES TO TABLA-ANIOS
               MOVE SPACES TO TABLA-ELEGIDOS
               MOVE 0 TO WS-CANT-ACTIVAS

               IF WS-MODO-EJECUTA
                   OPEN I-O ALUMNOS
               ELSE
                   OPEN INPUT ALUMNOS
               END-IF
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
               MOVE SPACES TO WS-LINEA-REP
               STRING 'ANONIMIZACION DE DATOS PERSONALES - SALIDOS'
                      ' HACE MAS DE ' WS-ANIOS-RETEN ' ANIOS'
                      '  MODO ' WS-MODO
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
               IF WS-MODO-SIMULA
                   MOVE 'SIMULACION: NO SE MODIFICA NINGUN ARCHIVO.'
                        TO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMANONI' TO LK-VER-PROGRAMA
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
      *    CARGA DE TABLAS EN MEMORIA     *
      *************************************

       2000-CARGA-TABLAS.

           PERFORM 2100-CARGA-MATERIAS
           PERFORM 2200-CARGA-PLANES
           PERFORM 2300-CARGA-RESULTADOS
           PERFORM 2400-CARGA-BAJAS.

       2100-CARGA-MATERIAS.

           OPEN INPUT MATERIAS
           IF WS-FS-MATE NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MATE
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2150-UNA-MATERIA UNTIL WS-SCAN-FIN
               CLOSE MATERIAS
           END-IF.

       2150-UNA-MATERIA.

           READ MATERIAS
           IF WS-FS-MATE NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF MAT-ACTIVA
                  AND MAT-NRO-MATERIA >= 1 AND MAT-NRO-MATERIA <= 99
                   MOVE 'A' TO TAB-MAT-ACT(MAT-NRO-MATERIA)
                   ADD 1 TO WS-CANT-ACTIVAS
               END-IF
           END-IF.

       2200-CARGA-PLANES.

           OPEN INPUT PLANES
           IF WS-FS-PLA EQUAL '05' OR '35'
               OPEN OUTPUT PLANES
               CLOSE PLANES
               OPEN INPUT PLANES
           END-IF

           IF WS-FS-PLA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-PLA
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2250-UNA-FILA-PLAN UNTIL WS-SCAN-FIN
               CLOSE PLANES
           END-IF.

       2250-UNA-FILA-PLAN.

           READ PLANES
           IF WS-FS-PLA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF PLA-ACTIVO
                  AND PLA-NRO-PLAN >= 1 AND PLA-NRO-PLAN <= 99
                  AND PLA-NRO-MAT >= 1 AND PLA-NRO-MAT <= 99
                   MOVE 'A' TO
                        TAB-PLAN-MAT(PLA-NRO-PLAN PLA-NRO-MAT)
                   ADD 1 TO TAB-PLAN-CANT(PLA-NRO-PLAN)
               END-IF
           END-IF.

       2300-CARGA-RESULTADOS.

           OPEN INPUT RESULTADO
           IF WS-FS-RES EQUAL '05' OR '35'
               OPEN OUTPUT RESULTADO
               CLOSE RESULTADO
               OPEN INPUT RESULTADO
           END-IF

           IF WS-FS-RES NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-RES
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2350-UN-RESULTADO UNTIL WS-SCAN-FIN
               CLOSE RESULTADO
           END-IF.

       2350-UN-RESULTADO.

           READ RESULTADO
           IF WS-FS-RES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF RES-NRO-ALU >= 1 AND RES-NRO-ALU <= 9999
                   IF RES-ANIO > TAB-MAX-RES(RES-NRO-ALU)
                       MOVE RES-ANIO TO TAB-MAX-RES(RES-NRO-ALU)
                   END-IF
                   IF RES-APROBADO
                      AND RES-NRO-MAT >= 1 AND RES-NRO-MAT <= 99
                       MOVE 'A' TO TAB-AP(RES-NRO-ALU RES-NRO-MAT)
                       IF RES-ANIO > TAB-MAX-APROB(RES-NRO-ALU)
                           MOVE RES-ANIO
                                TO TAB-MAX-APROB(RES-NRO-ALU)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2400-CARGA-BAJAS.

           OPEN INPUT BAJAS
           IF WS-FS-BAJ EQUAL '05' OR '35'
               OPEN OUTPUT BAJAS
               CLOSE BAJAS
               OPEN INPUT BAJAS
           END-IF

           IF WS-FS-BAJ NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-BAJ
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2450-UNA-BAJA UNTIL WS-SCAN-FIN
               CLOSE BAJAS
           END-IF.

       2450-UNA-BAJA.

           READ BAJAS
           IF WS-FS-BAJ NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF BAJ-NRO-ALU >= 1 AND BAJ-NRO-ALU <= 9999
                   MOVE BAJ-FECHA TO WS-FECHA-BAJA
                   IF WS-FB-ANIO > TAB-ANIO-BAJA(BAJ-NRO-ALU)
                       MOVE WS-FB-ANIO TO TAB-ANIO-BAJA(BAJ-NRO-ALU)
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    ELIGE Y ANONIMIZA ALUMNOS      *
      *************************************

       3000-RECORRE-ALUMNOS.

           MOVE 0 TO ALU-NRO-ALU
           START ALUMNOS KEY IS GREATER THAN ALU-NRO-ALU
               INVALID KEY
                   SET WS-SCAN-FIN TO TRUE
               NOT INVALID KEY
                   SET WS-SCAN-SIGUE TO TRUE
           END-START

           PERFORM 3100-UN-ALUMNO UNTIL WS-SCAN-FIN.

       3100-UN-ALUMNO.

           READ ALUMNOS NEXT
           IF WS-FS-ALU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ALU-NOMBRE(1:11) = WS-MARCA-ANON
                   ADD 1 TO WS-CANT-YA-ANON
               ELSE
                   PERFORM 3200-ANIO-SALIDA
                   IF WS-SITUACION NOT EQUAL SPACES
                       PERFORM 3300-EVALUA-PLAZO
                   END-IF
               END-IF
           END-IF.

      *ANIO DE SALIDA DEL ALUMNO; SITUACION EN BLANCO = SIGUE
      *CURSANDO (NI BAJA NI EGRESADO).

       3200-ANIO-SALIDA.

           MOVE SPACES TO WS-SITUACION
           MOVE 0 TO WS-ANIO-SALIDA

           IF ALU-BAJA
               MOVE 'BAJA    ' TO WS-SITUACION
               EVALUATE TRUE
                   WHEN TAB-ANIO-BAJA(ALU-NRO-ALU) > 0
                       MOVE TAB-ANIO-BAJA(ALU-NRO-ALU)
                            TO WS-ANIO-SALIDA
                   WHEN TAB-MAX-RES(ALU-NRO-ALU) > 0
                       MOVE TAB-MAX-RES(ALU-NRO-ALU) TO WS-ANIO-SALIDA
                   WHEN OTHER
                       MOVE ALU-ANIO-INGRESO TO WS-ANIO-SALIDA
               END-EVALUATE
           ELSE
               MOVE 0 TO WS-CANT-APROB

      *MISMA REGLA DE EGRESO QUE PGMEGRES: EL PLAN DEL ALUMNO
      *DEFINE LAS MATERIAS EXIGIDAS; SIN PLAN (O PLAN SIN FILAS)
      *SE EXIGEN LAS MATERIAS ACTIVAS.
               IF ALU-NRO-PLAN >= 1 AND ALU-NRO-PLAN <= 99
                  AND TAB-PLAN-CANT(ALU-NRO-PLAN) > 0
                   MOVE TAB-PLAN-CANT(ALU-NRO-PLAN)
                        TO WS-CANT-REQUERIDAS
                   PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                           UNTIL WS-IDX-MAT > 99
                       IF TAB-PLAN-MAT(ALU-NRO-PLAN WS-IDX-MAT)
                          = 'A'
                          AND TAB-AP(ALU-NRO-ALU WS-IDX-MAT) = 'A'
                           ADD 1 TO WS-CANT-APROB
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE WS-CANT-ACTIVAS TO WS-CANT-REQUERIDAS
                   PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                           UNTIL WS-IDX-MAT > 99
                       IF TAB-MAT-ACT(WS-IDX-MAT) = 'A'
                          AND TAB-AP(ALU-NRO-ALU WS-IDX-MAT) = 'A'
                           ADD 1 TO WS-CANT-APROB
                       END-IF
                   END-PERFORM
               END-IF

               IF WS-CANT-REQUERIDAS > 0
                  AND WS-CANT-APROB = WS-CANT-REQUERIDAS
                   MOVE 'EGRESADO' TO WS-SITUACION
                   MOVE TAB-MAX-APROB(ALU-NRO-ALU) TO WS-ANIO-SALIDA
               END-IF
           END-IF.

       3300-EVALUA-PLAZO.

           IF WS-ANIO-SALIDA = 0
               ADD 1 TO WS-CANT-SIN-ANIO
               MOVE SPACES TO WS-LINEA-REP
               STRING 'SIN ANIO DE SALIDA: ALUMNO ' ALU-NRO-ALU
                      ' ' ALU-NOMBRE ' (' WS-SITUACION
                      ') - NO SE ANONIMIZA'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           ELSE
               COMPUTE WS-ANIOS-FUERA = WS-ANIO-ACTUAL - WS-ANIO-SALIDA
               IF WS-ANIOS-FUERA > WS-ANIOS-RETEN
                   MOVE 'S' TO TAB-ELEGIDO(ALU-NRO-ALU)
                   IF WS-SITUACION = 'BAJA    '
                       ADD 1 TO WS-CANT-BAJAS
                   ELSE
                       ADD 1 TO WS-CANT-EGRES
                   END-IF

      *EL NOMBRE SOLO APARECE EN EL LISTADO DE LA SIMULACION, QUE
      *ES LA QUE LA DIRECCION REVISA ANTES DE EJECUTAR.
                   MOVE SPACES TO WS-LINEA-REP
                   IF WS-MODO-SIMULA
                       STRING 'A ANONIMIZAR: ALUMNO ' ALU-NRO-ALU
                              ' ' ALU-NOMBRE '  ' WS-SITUACION
                              ' ' WS-ANIO-SALIDA
                              DELIMITED BY SIZE INTO WS-LINEA-REP
                   ELSE
                       STRING 'ANONIMIZADO: ALUMNO ' ALU-NRO-ALU
                              '  ' WS-SITUACION
                              ' ' WS-ANIO-SALIDA
                              DELIMITED BY SIZE INTO WS-LINEA-REP
                   END-IF
                   PERFORM 9100-ESCRIBIR-LISTADO

                   IF WS-MODO-EJECUTA
                       PERFORM 3400-ANONIMIZA-ALUMNO
                   END-IF
               END-IF
           END-IF.

       3400-ANONIMIZA-ALUMNO.

           MOVE SPACES TO ALU-NOMBRE
           MOVE WS-MARCA-ANON TO ALU-NOMBRE(1:11)
           MOVE 0 TO ALU-DOCUMENTO
           MOVE 0 TO ALU-FECHA-NAC

           REWRITE REG-ALUMNO
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'ERROR EN MODIFICAR REGISTRO: ' WS-FS-ALU
               ADD 1 TO WS-CANT-ERRORES
           ELSE
               MOVE 'ALUMNOS ' TO LK-AUD-ARCHIVO
               MOVE SPACES     TO LK-AUD-CLAVE
               MOVE ALU-NRO-ALU TO LK-AUD-CLAVE(1:4)
               MOVE REG-ALUMNO TO LK-AUD-IMAGEN-NVA
               PERFORM 9200-AUDITORIA
           END-IF.

      *************************************
      *    RESPONSABLES DE LOS ELEGIDOS   *
      *************************************

       4000-RESPONSABLES.

           OPEN INPUT RESPONSABLES
           IF WS-FS-RSP EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               SET WS-TMP-CERRADO TO TRUE
               IF WS-MODO-EJECUTA
                   OPEN OUTPUT RESPTMP
                   IF WS-FS-RTMP NOT EQUAL '00'
                       DISPLAY 'ERROR EN APERTURA DE ARCHIVO: '
                               WS-FS-RTMP
                       ADD 1 TO WS-CANT-ERRORES
                       SET WS-SCAN-FIN TO TRUE
                   ELSE
                       SET WS-TMP-ABIERTO TO TRUE
                   END-IF
               END-IF
               PERFORM 4100-UN-RESPONSABLE UNTIL WS-SCAN-FIN
               CLOSE RESPONSABLES
               IF WS-TMP-ABIERTO
                   CLOSE RESPTMP
      *CON ERRORES DE GRABACION NO SE REARMA EL ARCHIVO: QUEDA
      *COMO ESTABA Y LA CORRIDA TERMINA CON RC 8.
                   IF WS-CANT-RESP > 0 AND WS-CANT-ERRORES = 0
                       PERFORM 4200-DEVUELVE-RESPONSABLES
                   END-IF
               END-IF
           END-IF.

       4100-UN-RESPONSABLE.

           READ RESPONSABLES
           IF WS-FS-RSP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF RSP-NRO-ALU >= 1 AND RSP-NRO-ALU <= 9999
                  AND TAB-ELEGIDO(RSP-NRO-ALU) = 'S'
                  AND RSP-NOMBRE(1:11) NOT EQUAL WS-MARCA-ANON
                   ADD 1 TO WS-CANT-RESP
                   IF WS-MODO-EJECUTA
                       MOVE SPACES TO RSP-NOMBRE
                       MOVE WS-MARCA-ANON TO RSP-NOMBRE(1:11)
                       MOVE SPACES TO RSP-DOMICILIO
                       MOVE WS-MARCA-ANON TO RSP-DOMICILIO(1:11)
                       MOVE SPACES TO RSP-TELEFONO
                       MOVE 'RESPONSA' TO LK-AUD-ARCHIVO
                       MOVE SPACES     TO LK-AUD-CLAVE
                       MOVE RSP-NRO-ALU TO LK-AUD-CLAVE(1:4)
                       MOVE REG-RESPONS TO LK-AUD-IMAGEN-NVA
                       PERFORM 9200-AUDITORIA
                   END-IF
               END-IF
               IF WS-MODO-EJECUTA
                   MOVE REG-RESPONS TO REG-RESPTMP
                   WRITE REG-RESPTMP
                   IF WS-FS-RTMP NOT EQUAL '00'
                       DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-RTMP
                       ADD 1 TO WS-CANT-ERRORES
                   END-IF
               END-IF
           END-IF.

       4200-DEVUELVE-RESPONSABLES.

           OPEN INPUT RESPTMP
           IF WS-FS-RTMP NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-RTMP
               ADD 1 TO WS-CANT-ERRORES
           ELSE
               OPEN OUTPUT RESPONSABLES
               IF WS-FS-RSP NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-RSP
                   ADD 1 TO WS-CANT-ERRORES
               ELSE
                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 4250-COPIA-VUELTA UNTIL WS-SCAN-FIN
                   CLOSE RESPONSABLES
               END-IF
               CLOSE RESPTMP
           END-IF.

       4250-COPIA-VUELTA.

           READ RESPTMP
           IF WS-FS-RTMP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE REG-RESPTMP TO REG-RESPONS
               WRITE REG-RESPONS
               IF WS-FS-RSP NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-RSP
                   ADD 1 TO WS-CANT-ERRORES
               END-IF
           END-IF.

      *************************************
      *    SANCIONES DE LOS ELEGIDOS      *
      *************************************

       5000-SANCIONES.

           OPEN INPUT SANCIONES
           IF WS-FS-SAN EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               SET WS-TMP-CERRADO TO TRUE
               IF WS-MODO-EJECUTA
                   OPEN OUTPUT SANCTMP
                   IF WS-FS-STMP NOT EQUAL '00'
                       DISPLAY 'ERROR EN APERTURA DE ARCHIVO: '
                               WS-FS-STMP
                       ADD 1 TO WS-CANT-ERRORES
                       SET WS-SCAN-FIN TO TRUE
                   ELSE
                       SET WS-TMP-ABIERTO TO TRUE
                   END-IF
               END-IF
               PERFORM 5100-UNA-SANCION UNTIL WS-SCAN-FIN
               CLOSE SANCIONES
               IF WS-TMP-ABIERTO
                   CLOSE SANCTMP
      *CON ERRORES DE GRABACION NO SE REARMA EL ARCHIVO: QUEDA
      *COMO ESTABA Y LA CORRIDA TERMINA CON RC 8.
                   IF WS-CANT-SANC > 0 AND WS-CANT-ERRORES = 0
                       PERFORM 5200-DEVUELVE-SANCIONES
                   END-IF
               END-IF
           END-IF.

       5100-UNA-SANCION.

           READ SANCIONES
           IF WS-FS-SAN NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF SAN-NRO-ALU >= 1 AND SAN-NRO-ALU <= 9999
                  AND TAB-ELEGIDO(SAN-NRO-ALU) = 'S'
                  AND SAN-MOTIVO(1:11) NOT EQUAL WS-MARCA-ANON
                   ADD 1 TO WS-CANT-SANC
                   IF WS-MODO-EJECUTA
                       MOVE SPACES TO SAN-MOTIVO
                       MOVE WS-MARCA-ANON TO SAN-MOTIVO(1:11)
                       MOVE 'SANCIONE' TO LK-AUD-ARCHIVO
                       MOVE SPACES     TO LK-AUD-CLAVE
                       MOVE SAN-NRO-ALU TO LK-AUD-CLAVE(1:4)
                       MOVE REG-SANCION TO LK-AUD-IMAGEN-NVA
                       PERFORM 9200-AUDITORIA
                   END-IF
               END-IF
               IF WS-MODO-EJECUTA
                   MOVE REG-SANCION TO REG-SANCTMP
                   WRITE REG-SANCTMP
                   IF WS-FS-STMP NOT EQUAL '00'
                       DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-STMP
                       ADD 1 TO WS-CANT-ERRORES
                   END-IF
               END-IF
           END-IF.

       5200-DEVUELVE-SANCIONES.

           OPEN INPUT SANCTMP
           IF WS-FS-STMP NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-STMP
               ADD 1 TO WS-CANT-ERRORES
           ELSE
               OPEN OUTPUT SANCIONES
               IF WS-FS-SAN NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-SAN
                   ADD 1 TO WS-CANT-ERRORES
               ELSE
                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 5250-COPIA-VUELTA UNTIL WS-SCAN-FIN
                   CLOSE SANCIONES
               END-IF
               CLOSE SANCTMP
           END-IF.

       5250-COPIA-VUELTA.

           READ SANCTMP
           IF WS-FS-STMP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE REG-SANCTMP TO REG-SANCION
               WRITE REG-SANCION
               IF WS-FS-SAN NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-SAN
                   ADD 1 TO WS-CANT-ERRORES
               END-IF
           END-IF.

      *************************************
      *    TOTALES DE CONTROL             *
      *************************************

       6000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-BAJAS TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'BAJAS ANONIMIZADAS      : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-EGRES TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'EGRESADOS ANONIMIZADOS  : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-RESP TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'RESPONSABLES            : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-SANC TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'SANCIONES               : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-SIN-ANIO TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'SIN ANIO DE SALIDA      : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-YA-ANON TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'YA ANONIMIZADOS ANTES   : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           IF WS-MODO-SIMULA
               MOVE 'SIMULACION: REPETIR EN MODO E PARA APLICAR.'
                    TO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF

           IF WS-CANT-ERRORES > 0
               MOVE WS-CANT-ERRORES TO WP-CANT
               DISPLAY 'ERRORES DE GRABACION: ' WP-CANT
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******ESCRIBE UNA LINEA EN EL LISTADO SPOOLEADO*****

       9100-ESCRIBIR-LISTADO.

           WRITE REG-LISTADO FROM WS-LINEA-REP
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE LISTADO: ' WS-FS-LST
           END-IF.

      *************************************
      *    PISTA DE AUDITORIA. LA IMAGEN  *
      *    ANTERIOR NO SE COPIA: SERIA    *
      *    CONSERVAR EL DATO SUPRIMIDO.   *
      *************************************

       9200-AUDITORIA.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'PGMANONI' TO LK-AUD-PROGRAMA
           MOVE 'C' TO LK-AUD-OPERACION
           MOVE WS-IMAGEN-SUPR TO LK-AUD-IMAGEN-ANT
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR
           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

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
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMANONI' TO LK-RPC-PROGRAMA
               MOVE WS-ANIO-ACTUAL TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'MODO ' WS-MODO ' RETEN ' WS-ANIOS-RETEN
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDANOLST' TO LK-RPC-DATASET
               MOVE WS-NRO-OPE TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMANONI.
