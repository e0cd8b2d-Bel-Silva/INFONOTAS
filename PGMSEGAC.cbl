      ******************************************************************
      * Author:
      * Date:
      * Purpose: Seguimiento de acuses de recibo del portal - lista
      *          las familias que no acusaron el boletin de un periodo
      *          MMAAAA cuando ya pasaron N dias de la publicacion
      *          (N = DIAS-ACUSE de PARAMGEN; la fecha de publicacion
      *          se informa por tarjeta). Primero las prioritarias:
      *          alumnos con materias en riesgo (promedio del anio
      *          hasta el mes del periodo bajo UMBR-RIESGO, sobre
      *          NOTASIDX) o con carta de PGMCARTA en el anio
      *          (CARTAENV.dat); despues el resto. Cada linea lleva el
      *          primer responsable activo con su telefono
      *          (RESPONSABLES.dat) para el llamado de preceptoria.
      *          Con escuela de trabajo (RUTESCUE) solo sus alumnos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSEGAC.

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

           SELECT NOTASIDX       ASSIGN TO "DDNOTIDX"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS NIX-CLAVE
                                      FILE STATUS IS WS-FS-IDX.

           SELECT ACUSES         ASSIGN TO "DDACUSES"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ACU.

           SELECT CARTAENV       ASSIGN TO "DDCARENV"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CEN.

           SELECT RESPONSABLES   ASSIGN TO "DDRESP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RSP.

           SELECT LISTADO        ASSIGN TO "DDSEGLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.

       FD ALUMNOS.
           COPY REGALUM.

       FD NOTASIDX.
           COPY REGNOTIX.

       FD ACUSES.
           COPY REGACUS.

       FD CARTAENV.
           COPY REGCAENV.

       FD RESPONSABLES.
           COPY REGRESP.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-IDX       PIC X(02).
       01  WS-FS-ACU       PIC X(02).
       01  WS-FS-CEN       PIC X(02).
       01  WS-FS-RSP       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-FIN-NOTAS    PIC X.
             88 WS-NOTAS-SIGUE        VALUE 'T'.
             88 WS-NOTAS-FIN          VALUE 'F'.

      *PASADA 1 = PRIORITARIOS (RIESGO O CARTA), PASADA 2 = RESTO.
       01  WS-PASADA       PIC 9(01).
             88 WS-PASADA-PRIORIDAD   VALUE 1.
             88 WS-PASADA-RESTO       VALUE 2.

       01  WS-PERIODO      PIC 9(06) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-MES     PIC 9(02).
           05 WS-PER-ANIO    PIC 9(04).

       01  WS-FECHA-PUBLIC PIC 9(08) VALUE 0.
       01  WS-HOY          PIC 9(08).
       01  WS-DIAS-ACUSE   PIC 9(03) VALUE 0.
       01  WS-DIAS-PASADOS PIC S9(07) VALUE 0.

       01  WS-UMBRAL-RIESGO PIC 9(02)V9(01).
       01  WS-UMBRAL-ENT    PIC 9(03).

      *ALUMNOS QUE ACUSARON EL PERIODO, CARTAS DEL ANIO Y PRIMER
      *RESPONSABLE ACTIVO, INDEXADOS POR NUMERO DE ALUMNO.
       01  TABLA-ACUSADOS.
           05 TAB-ACUSADO OCCURS 9999 TIMES PIC X(01).

       01  TABLA-CARTAS.
           05 TAB-CARTA OCCURS 9999 TIMES.
              10 CAR-FECHA      PIC 9(08).
              10 CAR-CANT-MAT   PIC 9(02).

       01  TABLA-PRIORIDAD.
           05 TAB-PRIORIDAD OCCURS 9999 TIMES PIC X(01).

       01  TABLA-RESPONSABLES.
           05 TAB-RESP OCCURS 9999 TIMES.
              10 TRS-NOMBRE     PIC X(25).
              10 TRS-PARENTESCO PIC X(10).
              10 TRS-TELEFONO   PIC X(12).

      *CALCULO DEL RIESGO DEL ALUMNO (CORTE POR MATERIA SOBRE LA
      *CLAVE DE NOTASIDX, COMO EL PROMEDIO DE PGMCARTA).
       01  WS-MAT-EN-CURSO PIC 9(02).
       01  WS-SUM-NOTA     PIC 9(05)V9(01).
       01  WS-CANT         PIC 9(03).
       01  WS-PROM         PIC 9(02)V9(01).
       01  WS-RIESGO-CANT  PIC 9(02).

       01  WS-CANT-SIN-ACUSE  PIC 9(05) VALUE 0.
       01  WS-CANT-PRIORIDAD  PIC 9(05) VALUE 0.
       01  WS-CANT-ACUSARON   PIC 9(05) VALUE 0.
       01  WP-CANT         PIC ZZZZ9.
       01  WP-FECHA        PIC 99/99/9999.
       01  WS-FECHA-DMA    PIC 9(08).
       01  WS-FECHA-AMD    PIC 9(08).
       01  WS-FECHA-AMD-R REDEFINES WS-FECHA-AMD.
           05 WS-AMD-ANIO    PIC 9(04).
           05 WS-AMD-MES     PIC 9(02).
           05 WS-AMD-DIA     PIC 9(02).

       01  WS-MARCA-RIESGO PIC X(13).
       01  WS-MARCA-CARTA  PIC X(17).

       01  WS-RUTIF        PIC X(08) VALUE 'RUTIFECH'.

       01  LK-AREA.
           05 LK-ENTRADA.
              10 LK-MES   PIC 9(02).
              10 LK-LIT   PIC X   VALUE '/'.
              10 LK-ANIO  PIC 9(04).
           05 LK-SALIDA.
              10 FORMATO-1     PIC X(07).
              10 LK-RETORNO    PIC X(20).
              10 LK-CONTROL    PIC 9(02).

       01  WS-RUTPAR       PIC X(08) VALUE 'RUTPARAM'.

       COPY LKPARAM.

       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKREPCA.

       01  WS-ESCUELA      PIC 9(02) VALUE 0.
       01  WS-NOMBRE-ESC   PIC X(30).
       01  WS-RUTESC       PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

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
               PERFORM 2000-CARGA-TABLAS
               PERFORM 3000-LISTADO
               PERFORM 4000-TOTALES
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           MOVE 1 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           MOVE LK-ESC-NOMBRE TO WS-NOMBRE-ESC
           DISPLAY 'ESCUELA: ' WS-NOMBRE-ESC

           DISPLAY 'SEGUIMIENTO DE ACUSES DEL PORTAL DE FAMILIAS'
           DISPLAY 'PERIODO PUBLICADO (MMAAAA): '
           ACCEPT WS-PERIODO
           MOVE WS-PER-MES  TO LK-MES
           MOVE WS-PER-ANIO TO LK-ANIO
           CALL WS-RUTIF USING LK-AREA
           IF LK-CONTROL NOT EQUAL 10
               DISPLAY '   PERIODO INVALIDO: ' LK-RETORNO
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           DISPLAY 'FECHA DE PUBLICACION (AAAAMMDD): '
           ACCEPT WS-FECHA-PUBLIC
           IF NOT WS-FIN-PROCESO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-PUBLIC)
                  NOT EQUAL 0
                  OR WS-FECHA-PUBLIC > WS-HOY
                   DISPLAY '   FECHA DE PUBLICACION INVALIDA.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

      *LAS REGLAS SALEN DE PARAMGEN (CREAPARA); SIN LA CLAVE CARGADA
      *SE PIDEN POR PANTALLA.
           MOVE 1 TO LK-OPCION-PAR
           MOVE 'DIAS-ACUSE  ' TO LK-PAR-CLAVE
           CALL WS-RUTPAR USING LK-COM-PARAMETRO
           IF LK-RESULTADO-PAR = 10
               MOVE LK-PAR-VALOR TO WS-DIAS-ACUSE
               DISPLAY 'PARAMETRO DIAS-ACUSE: ' WS-DIAS-ACUSE
           ELSE
               DISPLAY 'DIAS DE PLAZO PARA EL ACUSE (999): '
               ACCEPT WS-DIAS-ACUSE
           END-IF

           MOVE 1 TO LK-OPCION-PAR
           MOVE 'UMBR-RIESGO ' TO LK-PAR-CLAVE
           CALL WS-RUTPAR USING LK-COM-PARAMETRO
           IF LK-RESULTADO-PAR = 10
               MOVE LK-PAR-VALOR TO WS-UMBRAL-ENT
               DISPLAY 'PARAMETRO UMBR-RIESGO: ' WS-UMBRAL-ENT
           ELSE
               DISPLAY 'PROMEDIO MINIMO DE RIESGO EN TRES'
                       ' DIGITOS (060 = 06,0): '
               ACCEPT WS-UMBRAL-ENT
           END-IF
           COMPUTE WS-UMBRAL-RIESGO = WS-UMBRAL-ENT / 10

      *ANTES DEL PLAZO NO HAY NADA QUE RECLAMAR: SE INFORMA Y TERMINA.
           IF NOT WS-FIN-PROCESO
               COMPUTE WS-DIAS-PASADOS =
                       FUNCTION INTEGER-OF-DATE(WS-HOY)
                     - FUNCTION INTEGER-OF-DATE(WS-FECHA-PUBLIC)
               IF WS-DIAS-PASADOS < WS-DIAS-ACUSE
                   DISPLAY 'PLAZO DE ' WS-DIAS-ACUSE ' DIAS NO'
                           ' VENCIDO (PASARON ' WS-DIAS-PASADOS
                           '). SIN SEGUIMIENTO.'
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1100-APERTURAS
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMSEGAC' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1100-APERTURAS.

           OPEN INPUT ALUMNOS.
           IF WS-FS-ALU IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN INPUT NOTASIDX.
           IF WS-FS-IDX IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-IDX
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *SIN ACUSES, CARTAS O RESPONSABLES CARGADOS TODAVIA LOS
      *ARCHIVOS SE CREAN VACIOS.
           OPEN INPUT ACUSES.
           IF WS-FS-ACU EQUAL '05' OR '35'
               OPEN OUTPUT ACUSES
               CLOSE ACUSES
               OPEN INPUT ACUSES
           END-IF.
           IF WS-FS-ACU IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ACU
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN INPUT CARTAENV.
           IF WS-FS-CEN EQUAL '05' OR '35'
               OPEN OUTPUT CARTAENV
               CLOSE CARTAENV
               OPEN INPUT CARTAENV
           END-IF.
           IF WS-FS-CEN IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CEN
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN INPUT RESPONSABLES.
           IF WS-FS-RSP EQUAL '05' OR '35'
               OPEN OUTPUT RESPONSABLES
               CLOSE RESPONSABLES
               OPEN INPUT RESPONSABLES
           END-IF.
           IF WS-FS-RSP IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-RSP
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
      *    ACUSES, CARTAS Y RESPONSABLES  *
      *************************************

       2000-CARGA-TABLAS.

           MOVE SPACES TO TABLA-ACUSADOS
           MOVE SPACES TO TABLA-PRIORIDAD
           MOVE SPACES TO TABLA-RESPONSABLES
           INITIALIZE TABLA-CARTAS

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2100-LEE-ACUSE UNTIL WS-SCAN-FIN

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2200-LEE-CARTA UNTIL WS-SCAN-FIN

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2300-LEE-RESPONSABLE UNTIL WS-SCAN-FIN.

       2100-LEE-ACUSE.

           READ ACUSES
           IF WS-FS-ACU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ACU-PERIODO = WS-PERIODO
                  AND ACU-NRO-ALU >= 1 AND ACU-NRO-ALU <= 9999
                   MOVE 'S' TO TAB-ACUSADO(ACU-NRO-ALU)
               END-IF
           END-IF.

      *CUENTA LA ULTIMA CARTA DEL MISMO ANIO LECTIVO DEL PERIODO.
       2200-LEE-CARTA.

           READ CARTAENV
           IF WS-FS-CEN NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CEN-PERIODO(3:4) = WS-PER-ANIO
                  AND CEN-NRO-ALU >= 1 AND CEN-NRO-ALU <= 9999
                  AND CEN-FECHA >= CAR-FECHA(CEN-NRO-ALU)
                   MOVE CEN-FECHA    TO CAR-FECHA(CEN-NRO-ALU)
                   MOVE CEN-CANT-MAT TO CAR-CANT-MAT(CEN-NRO-ALU)
               END-IF
           END-IF.

      *EL PRIMER RESPONSABLE ACTIVO, EL MISMO QUE USAN LAS CARTAS.
       2300-LEE-RESPONSABLE.

           READ RESPONSABLES
           IF WS-FS-RSP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF RSP-ACTIVO
                  AND RSP-NRO-ALU >= 1 AND RSP-NRO-ALU <= 9999
                  AND TRS-NOMBRE(RSP-NRO-ALU) = SPACES
                   MOVE RSP-NOMBRE     TO TRS-NOMBRE(RSP-NRO-ALU)
                   MOVE RSP-PARENTESCO TO TRS-PARENTESCO(RSP-NRO-ALU)
                   MOVE RSP-TELEFONO   TO TRS-TELEFONO(RSP-NRO-ALU)
               END-IF
           END-IF.

      *************************************
      *    LISTADO EN DOS PASADAS         *
      *************************************

       3000-LISTADO.

           MOVE SPACES TO WS-LINEA-REP
           STRING 'SEGUIMIENTO DE ACUSES DEL PORTAL - PERIODO '
                  WS-PER-MES '/' WS-PER-ANIO
                  '  ESCUELA ' WS-NOMBRE-ESC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-FECHA-PUBLIC TO WS-FECHA-AMD
           PERFORM 9300-EDITA-FECHA
           MOVE SPACES TO WS-LINEA-REP
           STRING 'PUBLICADO EL ' WP-FECHA
                  '  PLAZO ' WS-DIAS-ACUSE ' DIAS'
                  '  UMBRAL DE RIESGO ' WS-UMBRAL-RIESGO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'PRIORITARIOS: MATERIAS EN RIESGO O CARTA ENVIADA'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           SET WS-PASADA-PRIORIDAD TO TRUE
           PERFORM 3100-RECORRE-ALUMNOS

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'RESTO DE LAS FAMILIAS SIN ACUSE'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           SET WS-PASADA-RESTO TO TRUE
           PERFORM 3100-RECORRE-ALUMNOS.

       3100-RECORRE-ALUMNOS.

           MOVE 0 TO ALU-NRO-ALU
           START ALUMNOS KEY IS GREATER THAN ALU-NRO-ALU
           IF WS-FS-ALU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
           END-IF

           PERFORM 3200-LEE-ALUMNO UNTIL WS-SCAN-FIN.

       3200-LEE-ALUMNO.

           READ ALUMNOS NEXT RECORD
           IF WS-FS-ALU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ALU-ACTIVO
                  AND (WS-ESCUELA = 0 OR ALU-ESCUELA = WS-ESCUELA)
                   IF TAB-ACUSADO(ALU-NRO-ALU) = 'S'
                       IF WS-PASADA-PRIORIDAD
                           ADD 1 TO WS-CANT-ACUSARON
                       END-IF
                   ELSE
                       PERFORM 3300-ALUMNO-SIN-ACUSE
                   END-IF
               END-IF
           END-IF.

      *EN LA PRIMERA PASADA SE CALCULA EL RIESGO Y SE MARCA LA
      *PRIORIDAD; LA SEGUNDA SOLO IMPRIME LOS QUE QUEDARON SIN MARCA.
       3300-ALUMNO-SIN-ACUSE.

           IF WS-PASADA-PRIORIDAD
               ADD 1 TO WS-CANT-SIN-ACUSE
               PERFORM 3400-RIESGO-ALUMNO
               IF WS-RIESGO-CANT > 0
                  OR CAR-FECHA(ALU-NRO-ALU) > 0
                   MOVE 'S' TO TAB-PRIORIDAD(ALU-NRO-ALU)
                   ADD 1 TO WS-CANT-PRIORIDAD
                   PERFORM 3600-LINEA-ALUMNO
               ELSE
                   MOVE 'N' TO TAB-PRIORIDAD(ALU-NRO-ALU)
               END-IF
           ELSE
               IF TAB-PRIORIDAD(ALU-NRO-ALU) = 'N'
                   MOVE 0 TO WS-RIESGO-CANT
                   PERFORM 3600-LINEA-ALUMNO
               END-IF
           END-IF.

      *************************************
      *    MATERIAS EN RIESGO DEL ALUMNO  *
      *    HASTA EL MES DEL PERIODO       *
      *************************************

       3400-RIESGO-ALUMNO.

           MOVE 0 TO WS-RIESGO-CANT
           MOVE 0 TO WS-SUM-NOTA
           MOVE 0 TO WS-CANT
           MOVE 0 TO WS-MAT-EN-CURSO

           MOVE ALU-NRO-ALU TO NIX-NRO-ALU
           MOVE 0 TO NIX-NRO-MAT
           MOVE 0 TO NIX-ANIO
           MOVE 0 TO NIX-MES
           MOVE 0 TO NIX-TIPO-EVAL
           START NOTASIDX KEY IS NOT LESS THAN NIX-CLAVE
           IF WS-FS-IDX NOT EQUAL '00'
               SET WS-NOTAS-FIN TO TRUE
           ELSE
               SET WS-NOTAS-SIGUE TO TRUE
           END-IF

           PERFORM 3450-LEE-NOTA UNTIL WS-NOTAS-FIN

           PERFORM 3500-CIERRA-MATERIA.

      *LAS NOTAS AUSENTE ('AU') NO ENTRAN EN EL PROMEDIO, IGUAL
      *QUE EN LAS CARTAS.
       3450-LEE-NOTA.

           READ NOTASIDX NEXT RECORD
           IF WS-FS-IDX NOT EQUAL '00'
              OR NIX-NRO-ALU NOT EQUAL ALU-NRO-ALU
               SET WS-NOTAS-FIN TO TRUE
           ELSE
               IF NIX-ANIO = WS-PER-ANIO AND NIX-MES <= WS-PER-MES
                  AND (NIX-ESTADO = 'V' OR NIX-ESTADO = SPACE)
                  AND NIX-MOTIVO NOT EQUAL 'AU'
                   IF NIX-NRO-MAT NOT EQUAL WS-MAT-EN-CURSO
                       PERFORM 3500-CIERRA-MATERIA
                       MOVE NIX-NRO-MAT TO WS-MAT-EN-CURSO
                   END-IF
                   ADD 1 TO WS-CANT
                   ADD NIX-NOTA TO WS-SUM-NOTA
               END-IF
           END-IF.

       3500-CIERRA-MATERIA.

           IF WS-CANT NOT EQUAL 0
               DIVIDE WS-SUM-NOTA BY WS-CANT GIVING WS-PROM ROUNDED
               IF WS-PROM < WS-UMBRAL-RIESGO
                  AND WS-RIESGO-CANT < 99
                   ADD 1 TO WS-RIESGO-CANT
               END-IF
           END-IF

           MOVE 0 TO WS-SUM-NOTA
           MOVE 0 TO WS-CANT.

      *************************************
      *    LINEA DEL ALUMNO CON TELEFONO  *
      *************************************

       3600-LINEA-ALUMNO.

           MOVE SPACES TO WS-MARCA-RIESGO
           IF WS-RIESGO-CANT > 0
               STRING 'RIESGO ' WS-RIESGO-CANT ' MAT'
                      DELIMITED BY SIZE INTO WS-MARCA-RIESGO
           END-IF

           MOVE SPACES TO WS-MARCA-CARTA
           IF CAR-FECHA(ALU-NRO-ALU) > 0
               MOVE CAR-FECHA(ALU-NRO-ALU) TO WS-FECHA-AMD
               PERFORM 9300-EDITA-FECHA
               STRING 'CARTA ' WP-FECHA
                      DELIMITED BY SIZE INTO WS-MARCA-CARTA
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           IF TRS-NOMBRE(ALU-NRO-ALU) = SPACES
               STRING ALU-NRO-ALU ' ' ALU-NOMBRE
                      ' CURSO ' ALU-CURSO
                      '  SIN RESPONSABLE ACTIVO CARGADO'
                      '                '
                      WS-MARCA-RIESGO ' ' WS-MARCA-CARTA
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING ALU-NRO-ALU ' ' ALU-NOMBRE
                      ' CURSO ' ALU-CURSO '  '
                      TRS-NOMBRE(ALU-NRO-ALU) ' '
                      TRS-PARENTESCO(ALU-NRO-ALU)
                      ' TEL ' TRS-TELEFONO(ALU-NRO-ALU) ' '
                      WS-MARCA-RIESGO ' ' WS-MARCA-CARTA
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    TOTALES                        *
      *************************************

       4000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-ACUSARON TO WP-CANT
           DISPLAY 'FAMILIAS QUE ACUSARON   : ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'FAMILIAS QUE ACUSARON   : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-SIN-ACUSE TO WP-CANT
           DISPLAY 'FAMILIAS SIN ACUSE      : ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'FAMILIAS SIN ACUSE      : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-PRIORIDAD TO WP-CANT
           DISPLAY '  DE ELLAS PRIORITARIAS : ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING '  DE ELLAS PRIORITARIAS : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      ******ESCRIBE UNA LINEA EN EL LISTADO SPOOLEADO*****

       9100-ESCRIBIR-LISTADO.

           WRITE REG-LISTADO FROM WS-LINEA-REP
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE LISTADO: ' WS-FS-LST
           END-IF.

      ******AAAAMMDD A DD/MM/AAAA*****

       9300-EDITA-FECHA.

           COMPUTE WS-FECHA-DMA = WS-AMD-DIA * 1000000
                                + WS-AMD-MES * 10000
                                + WS-AMD-ANIO
           MOVE WS-FECHA-DMA TO WP-FECHA.

      *************************************
      *************************************
       9999-CIERRE.

           IF RETURN-CODE NOT EQUAL 8 AND NOT WS-FIN-PROCESO
               PERFORM 9900-CATALOGA
           END-IF

           CLOSE ALUMNOS
           CLOSE NOTASIDX
           CLOSE ACUSES
           CLOSE CARTAENV
           CLOSE RESPONSABLES
           CLOSE LISTADO.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
       9900-CATALOGA.

           MOVE 1 TO LK-OPCION-RPC
           MOVE 'PGMSEGAC' TO LK-RPC-PROGRAMA
           MOVE WS-PERIODO TO LK-RPC-PERIODO
           MOVE SPACES TO LK-RPC-FILTROS
           STRING 'ESCUELA ' WS-ESCUELA ' PLAZO ' WS-DIAS-ACUSE
                  DELIMITED BY SIZE INTO LK-RPC-FILTROS
           MOVE 'DDSEGLST' TO LK-RPC-DATASET
           MOVE 0 TO LK-RPC-OPERADOR
           CALL WS-RUTRPC USING LK-COM-REPCAT
           IF LK-RESULTADO-RPC = 10
               DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
           END-IF.



       END PROGRAM PGMSEGAC.
