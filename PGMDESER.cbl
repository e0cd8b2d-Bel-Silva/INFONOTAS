      ******************************************************************
      * Author:
      * Date:
      * Purpose: Analisis de desercion para la inspeccion - toma las
      *          bajas del anio pedido del registro BAJAS.dat (sin
      *          las unificaciones de legajo, motivo 98) y para cada
      *          alumno muestra la situacion de los tres meses previos
      *          a la baja: asistencia (ASISTENCIA.dat: presentes,
      *          ausentes, tardes y justificadas, con el porcentaje de
      *          ausencias) y notas (NOTASIDX.dat: promedio de las
      *          vigentes y aplazos contra NOTA-APROB de PARAMGEN).
      *          Marca con SENALES las bajas que tenian ausentismo de
      *          20% o mas o promedio por debajo de la aprobacion, y
      *          resume cantidad de bajas y cuantas con senales por
      *          motivo (MOTBAJA.dat), curso, cohorte
      *          (ALU-ANIO-INGRESO) y nacionalidad. El listado queda
      *          en el catalogo de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDESER.

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
           SELECT BAJAS          ASSIGN TO "DDBAJAS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-BAJ.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT ASISTENCIA     ASSIGN TO "DDASIS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ASI.

           SELECT NOTASIDX       ASSIGN TO "DDNOTIDX"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS NIX-CLAVE
                                      FILE STATUS IS WS-FS-IDX.

           SELECT LISTADO        ASSIGN TO "DDDESLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD BAJAS.
           COPY REGBAJA.

       FD ALUMNOS.
           COPY REGALUM.

       FD ASISTENCIA.
           COPY REGASIST.

       FD NOTASIDX.
           COPY REGNOTIX.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-BAJ       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-ASI       PIC X(02).
       01  WS-FS-IDX       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-ANIO-RPT     PIC 9(04).
       01  WS-NOTA-APROB   PIC 9(02)V9(01) VALUE 6.
       01  WS-APROB-ENT    PIC 9(03).

      *VENTANA PREVIA A LA BAJA Y UMBRAL DE AUSENTISMO QUE SE
      *CONSIDERA SENAL DE AVISO.
       01  WS-MESES-PREVIOS PIC 9(02) VALUE 3.
       01  WS-UMBRAL-AUS   PIC 9(03) VALUE 20.

       01  WS-FECHA-TRAB.
           03 WS-FT-ANIO    PIC 9(04).
           03 WS-FT-MES     PIC 9(02).
           03 WS-FT-DIA     PIC 9(02).
       01  WS-FECHA-TRAB-N REDEFINES WS-FECHA-TRAB PIC 9(08).

       01  WS-ANIOMES-NOTA PIC 9(06).
       01  WS-ANIOMES-DES  PIC 9(06).
       01  WS-ANIOMES-HAS  PIC 9(06).

      *BAJAS DEL ANIO. TAB-POS-ALU UBICA LA BAJA DE CADA ALUMNO
      *PARA CRUZAR ASISTENCIA Y NOTAS EN UNA SOLA PASADA; SI EL
      *ALUMNO TIENE DOS BAJAS EN EL ANIO VALE LA ULTIMA.
       01  WS-BJT-MAX      PIC 9(03) VALUE 500.
       01  WS-BJT-CANT     PIC 9(03) VALUE 0.
       01  WS-IDX-BJT      PIC 9(03).
       01  TABLA-BAJAS.
           05 BJT-ENTRADA OCCURS 500 TIMES.
              10 BJT-NRO-ALU    PIC 9(04).
              10 BJT-NOMBRE     PIC X(23).
              10 BJT-FECHA      PIC 9(08).
              10 BJT-DESDE      PIC 9(08).
              10 BJT-MOTIVO     PIC 9(02).
              10 BJT-CURSO      PIC 9(02).
              10 BJT-COHORTE    PIC 9(04).
              10 BJT-PAIS       PIC 9(03).
              10 BJT-PRES       PIC 9(03).
              10 BJT-AUS        PIC 9(03).
              10 BJT-TAR        PIC 9(03).
              10 BJT-JUS        PIC 9(03).
              10 BJT-SUMA       PIC 9(04)V9(01).
              10 BJT-CANT-NOT   PIC 9(03).
              10 BJT-APLAZOS    PIC 9(03).
              10 BJT-ALERTA     PIC X(01).

       01  TABLA-POSICION.
           05 TAB-POS-ALU OCCURS 9999 TIMES PIC 9(03).

      *RESUMENES: CANTIDAD DE BAJAS Y CUANTAS CON SENALES PREVIAS.
       01  WS-IDX-RES      PIC 9(04).
       01  TABLA-MOTIVOS.
           05 RMO-ENTRADA OCCURS 99 TIMES.
              10 RMO-CANT       PIC 9(04).
              10 RMO-ALERTA     PIC 9(04).
       01  TABLA-CURSOS.
           05 RCU-ENTRADA OCCURS 100 TIMES.
              10 RCU-CANT       PIC 9(04).
              10 RCU-ALERTA     PIC 9(04).
       01  TABLA-PAISES.
           05 RPA-ENTRADA OCCURS 1000 TIMES.
              10 RPA-CANT       PIC 9(04).
              10 RPA-ALERTA     PIC 9(04).
       01  WS-RCO-CANT     PIC 9(02) VALUE 0.
       01  WS-IDX-RCO      PIC 9(02).
       01  TABLA-COHORTES.
           05 RCO-ENTRADA OCCURS 40 TIMES.
              10 RCO-ANIO       PIC 9(04).
              10 RCO-CANT       PIC 9(04).
              10 RCO-ALERTA     PIC 9(04).

       01  WS-TOTAL-DIAS   PIC 9(04).
       01  WS-PCT-AUS      PIC 9(03).
       01  WS-PROM         PIC 9(02)V9(01).
       01  WS-CANT-ALERTA  PIC 9(04) VALUE 0.
       01  WS-CANT-EXCL    PIC 9(04) VALUE 0.

       01  WP-CANT         PIC ZZZ9.
       01  WP-CANT2        PIC ZZZ9.
       01  WP-DIAS         PIC ZZ9.
       01  WP-PCT          PIC ZZ9.
       01  WP-PROM         PIC Z9,9.
       01  WS-LIT-CURSO    PIC X(09).

      *********COMUNICACION ******************

       01  WS-RUTIF  PIC X(08)  VALUE 'RUTIFECH'.
       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKREPCA.

       01  WS-RUTPAR PIC X(08)  VALUE 'RUTPARAM'.

       COPY LKPARAM.

       01  WS-RUTBAJ PIC X(08)  VALUE 'RUTBAJAS'.

       COPY LKBAJAS.

       01  WS-RUTNAC PIC X(08)  VALUE 'RUTNACIO'.

       COPY LKNACIO.

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
               PERFORM 2000-CARGA-BAJAS
               PERFORM 3000-ASISTENCIA
               PERFORM 4000-NOTAS
               PERFORM 5000-DETALLE
               PERFORM 6000-RESUMENES
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

           DISPLAY 'ANALISIS DE DESERCION'
           DISPLAY 'ANIO DE LAS BAJAS (AAAA, 0000 = ANIO ACTUAL): '
           ACCEPT WS-ANIO-RPT
           IF WS-ANIO-RPT = 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-RPT
           END-IF

           MOVE 01          TO LK-MES
           MOVE WS-ANIO-RPT TO LK-ANIO
           CALL WS-RUTIF USING LK-AREA
           IF LK-CONTROL NOT EQUAL 10
               DISPLAY '   ANIO INVALIDO.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
      *LA REGLA SALE DE PARAMGEN (CREAPARA); SIN LA CLAVE CARGADA
      *SE PIDE POR PANTALLA COMO ANTES DE CENTRALIZAR.
               MOVE 1 TO LK-OPCION-PAR
               MOVE 'NOTA-APROB  ' TO LK-PAR-CLAVE
               CALL WS-RUTPAR USING LK-COM-PARAMETRO
               IF LK-RESULTADO-PAR = 10
                   MOVE LK-PAR-VALOR TO WS-APROB-ENT
                   DISPLAY 'PARAMETRO NOTA-APROB: ' WS-APROB-ENT
               ELSE
                   DISPLAY 'INGRESE NOTA MINIMA DE APROBACION EN'
                           ' TRES DIGITOS (060 = 06,0): '
                   ACCEPT WS-APROB-ENT
               END-IF
               COMPUTE WS-NOTA-APROB = WS-APROB-ENT / 10

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
               INITIALIZE TABLA-POSICION
               INITIALIZE TABLA-MOTIVOS
               INITIALIZE TABLA-CURSOS
               INITIALIZE TABLA-PAISES
               INITIALIZE TABLA-COHORTES

               MOVE SPACES TO WS-LINEA-REP
               STRING 'ANALISIS DE DESERCION - BAJAS DEL ANIO '
                      WS-ANIO-RPT
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMDESER' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'ASISTEN ' TO LK-VER-ARCHIVO
           MOVE VLY-ASISTEN TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    BAJAS DEL ANIO PEDIDO          *
      *************************************

       2000-CARGA-BAJAS.

           OPEN INPUT BAJAS
           IF WS-FS-BAJ EQUAL '05' OR '35'
               OPEN OUTPUT BAJAS
               CLOSE BAJAS
               OPEN INPUT BAJAS
           END-IF

           IF WS-FS-BAJ NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-BAJ
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2100-LEE-BAJA UNTIL WS-SCAN-FIN
               CLOSE BAJAS
           END-IF.

       2100-LEE-BAJA.

           READ BAJAS
           IF WS-FS-BAJ NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE BAJ-FECHA TO WS-FECHA-TRAB-N
               IF WS-FT-ANIO = WS-ANIO-RPT
                   IF BAJ-MOTIVO = 98
                       ADD 1 TO WS-CANT-EXCL
                   ELSE
                       IF BAJ-NRO-ALU > 0
                           PERFORM 2200-UBICA-BAJA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-UBICA-BAJA.

           MOVE TAB-POS-ALU(BAJ-NRO-ALU) TO WS-IDX-BJT

           IF WS-IDX-BJT = 0
               IF WS-BJT-CANT < WS-BJT-MAX
                   ADD 1 TO WS-BJT-CANT
                   MOVE WS-BJT-CANT TO WS-IDX-BJT
                   MOVE WS-IDX-BJT TO TAB-POS-ALU(BAJ-NRO-ALU)
               ELSE
                   DISPLAY 'TABLA DE BAJAS LLENA. ALUMNO '
                           BAJ-NRO-ALU ' FUERA DEL ANALISIS.'
               END-IF
           END-IF

           IF WS-IDX-BJT > 0
               INITIALIZE BJT-ENTRADA(WS-IDX-BJT)
               MOVE BAJ-NRO-ALU TO BJT-NRO-ALU(WS-IDX-BJT)
               MOVE BAJ-FECHA   TO BJT-FECHA(WS-IDX-BJT)
               MOVE BAJ-MOTIVO  TO BJT-MOTIVO(WS-IDX-BJT)
               MOVE BAJ-CURSO   TO BJT-CURSO(WS-IDX-BJT)
               MOVE 'N'         TO BJT-ALERTA(WS-IDX-BJT)

      *INICIO DE LA VENTANA: MISMO DIA, TRES MESES ANTES.
               IF WS-FT-MES > WS-MESES-PREVIOS
                   SUBTRACT WS-MESES-PREVIOS FROM WS-FT-MES
               ELSE
                   COMPUTE WS-FT-MES = WS-FT-MES + 12
                                     - WS-MESES-PREVIOS
                   SUBTRACT 1 FROM WS-FT-ANIO
               END-IF
               MOVE WS-FECHA-TRAB-N TO BJT-DESDE(WS-IDX-BJT)

               MOVE BAJ-NRO-ALU TO ALU-NRO-ALU
               READ ALUMNOS
                   INVALID KEY
                       MOVE 'ALUMNO INEXISTENTE     '
                            TO BJT-NOMBRE(WS-IDX-BJT)
                   NOT INVALID KEY
                       MOVE ALU-NOMBRE TO BJT-NOMBRE(WS-IDX-BJT)
                       MOVE ALU-ANIO-INGRESO
                            TO BJT-COHORTE(WS-IDX-BJT)
                       MOVE ALU-NRO-PAIS TO BJT-PAIS(WS-IDX-BJT)
               END-READ
           END-IF.

      *************************************
      *    ASISTENCIA PREVIA A LA BAJA    *
      *************************************

       3000-ASISTENCIA.

           IF WS-BJT-CANT > 0
               OPEN INPUT ASISTENCIA
               IF WS-FS-ASI EQUAL '00'
                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 3100-LEE-ASISTENCIA UNTIL WS-SCAN-FIN
                   CLOSE ASISTENCIA
               ELSE
                   DISPLAY 'SIN ARCHIVO DE ASISTENCIA: ' WS-FS-ASI
               END-IF
           END-IF.

       3100-LEE-ASISTENCIA.

           READ ASISTENCIA
           IF WS-FS-ASI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASI-NRO-ALU > 0
                   MOVE TAB-POS-ALU(ASI-NRO-ALU) TO WS-IDX-BJT
                   IF WS-IDX-BJT > 0
                       IF ASI-FECHA >= BJT-DESDE(WS-IDX-BJT)
                          AND ASI-FECHA <= BJT-FECHA(WS-IDX-BJT)
                           EVALUATE TRUE
                               WHEN ASI-PRESENTE
                                   ADD 1 TO BJT-PRES(WS-IDX-BJT)
                               WHEN ASI-AUSENTE
                                   ADD 1 TO BJT-AUS(WS-IDX-BJT)
                               WHEN ASI-TARDE
                                   ADD 1 TO BJT-TAR(WS-IDX-BJT)
                               WHEN ASI-JUSTIFICADA
                                   ADD 1 TO BJT-JUS(WS-IDX-BJT)
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    NOTAS PREVIAS A LA BAJA        *
      *************************************

       4000-NOTAS.

           IF WS-BJT-CANT > 0
               OPEN INPUT NOTASIDX
               IF WS-FS-IDX EQUAL '00'
                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 4100-LEE-NOTA UNTIL WS-SCAN-FIN
                   CLOSE NOTASIDX
               ELSE
                   DISPLAY 'SIN INDICE DE NOTAS: ' WS-FS-IDX
               END-IF
           END-IF.

       4100-LEE-NOTA.

           READ NOTASIDX NEXT
           IF WS-FS-IDX NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF NIX-NRO-ALU > 0
                   MOVE TAB-POS-ALU(NIX-NRO-ALU) TO WS-IDX-BJT
                   IF WS-IDX-BJT > 0
                      AND (NIX-ESTADO = 'V' OR NIX-ESTADO = SPACE)
                      AND NIX-MOTIVO NOT EQUAL 'AU'
                       PERFORM 4200-NOTA-EN-VENTANA
                   END-IF
               END-IF
           END-IF.

       4200-NOTA-EN-VENTANA.

      *LAS NOTAS SON MENSUALES: SE COMPARA POR ANIO/MES.
           COMPUTE WS-ANIOMES-NOTA = NIX-ANIO * 100 + NIX-MES
           COMPUTE WS-ANIOMES-DES = BJT-DESDE(WS-IDX-BJT) / 100
           COMPUTE WS-ANIOMES-HAS = BJT-FECHA(WS-IDX-BJT) / 100

           IF WS-ANIOMES-NOTA >= WS-ANIOMES-DES
              AND WS-ANIOMES-NOTA <= WS-ANIOMES-HAS
               ADD 1 TO BJT-CANT-NOT(WS-IDX-BJT)
               ADD NIX-NOTA TO BJT-SUMA(WS-IDX-BJT)
               IF NIX-NOTA < WS-NOTA-APROB
                   ADD 1 TO BJT-APLAZOS(WS-IDX-BJT)
               END-IF
           END-IF.

      *************************************
      *    DETALLE POR ALUMNO             *
      *************************************

       5000-DETALLE.

           IF WS-BJT-CANT = 0
               MOVE 'SIN BAJAS REGISTRADAS EN EL ANIO.' TO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF

           PERFORM VARYING WS-IDX-BJT FROM 1 BY 1
                   UNTIL WS-IDX-BJT > WS-BJT-CANT
               PERFORM 5100-UNA-BAJA
           END-PERFORM.

       5100-UNA-BAJA.

           COMPUTE WS-TOTAL-DIAS = BJT-PRES(WS-IDX-BJT)
                                 + BJT-AUS(WS-IDX-BJT)
                                 + BJT-TAR(WS-IDX-BJT)
                                 + BJT-JUS(WS-IDX-BJT)
           IF WS-TOTAL-DIAS > 0
               COMPUTE WS-PCT-AUS ROUNDED =
                       BJT-AUS(WS-IDX-BJT) * 100 / WS-TOTAL-DIAS
           ELSE
               MOVE 0 TO WS-PCT-AUS
           END-IF

           IF BJT-CANT-NOT(WS-IDX-BJT) > 0
               DIVIDE BJT-SUMA(WS-IDX-BJT) BY BJT-CANT-NOT(WS-IDX-BJT)
                      GIVING WS-PROM ROUNDED
           ELSE
               MOVE 0 TO WS-PROM
           END-IF

      *SENALES PREVIAS: AUSENTISMO SOBRE EL UMBRAL O PROMEDIO DE LA
      *VENTANA POR DEBAJO DE LA NOTA DE APROBACION.
           IF (WS-TOTAL-DIAS > 0 AND WS-PCT-AUS >= WS-UMBRAL-AUS)
              OR (BJT-CANT-NOT(WS-IDX-BJT) > 0
                  AND WS-PROM < WS-NOTA-APROB)
               MOVE 'S' TO BJT-ALERTA(WS-IDX-BJT)
               ADD 1 TO WS-CANT-ALERTA
           END-IF

           MOVE 1 TO LK-OPCION-BAJ
           MOVE BJT-MOTIVO(WS-IDX-BJT) TO LK-BAJ-MOTIVO
           CALL WS-RUTBAJ USING LK-COM-BAJA

           MOVE BJT-FECHA(WS-IDX-BJT) TO WS-FECHA-TRAB-N
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNO: ' BJT-NRO-ALU(WS-IDX-BJT)
                  ' ' BJT-NOMBRE(WS-IDX-BJT)
                  '  BAJA: ' WS-FT-DIA '/' WS-FT-MES '/' WS-FT-ANIO
                  '  MOTIVO: ' BJT-MOTIVO(WS-IDX-BJT)
                  ' ' LK-BAJ-DESCRIPCION
                  '  CURSO: ' BJT-CURSO(WS-IDX-BJT)
                  '  COHORTE: ' BJT-COHORTE(WS-IDX-BJT)
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE BJT-PRES(WS-IDX-BJT) TO WP-DIAS
           MOVE SPACES TO WS-LINEA-REP
           STRING '   ULTIMOS 3 MESES - PRES: ' WP-DIAS
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           MOVE BJT-AUS(WS-IDX-BJT) TO WP-DIAS
           STRING ' AUS: ' WP-DIAS
                  DELIMITED BY SIZE INTO WS-LINEA-REP(31:9)
           MOVE BJT-TAR(WS-IDX-BJT) TO WP-DIAS
           STRING ' TAR: ' WP-DIAS
                  DELIMITED BY SIZE INTO WS-LINEA-REP(40:9)
           MOVE BJT-JUS(WS-IDX-BJT) TO WP-DIAS
           STRING ' JUS: ' WP-DIAS
                  DELIMITED BY SIZE INTO WS-LINEA-REP(49:9)
           MOVE WS-PCT-AUS TO WP-PCT
           MOVE WS-PROM TO WP-PROM
           MOVE BJT-CANT-NOT(WS-IDX-BJT) TO WP-CANT
           MOVE BJT-APLAZOS(WS-IDX-BJT) TO WP-CANT2
           STRING '  AUSENTISMO: ' WP-PCT '%'
                  '  NOTAS: ' WP-CANT '  PROMEDIO: ' WP-PROM
                  '  APLAZOS: ' WP-CANT2
                  DELIMITED BY SIZE INTO WS-LINEA-REP(58:75)
           IF BJT-ALERTA(WS-IDX-BJT) = 'S'
               MOVE 'SENALES' TO WS-LINEA-REP(126:7)
           END-IF
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           PERFORM 5200-ACUMULA.

       5200-ACUMULA.

           MOVE BJT-MOTIVO(WS-IDX-BJT) TO WS-IDX-RES
           IF WS-IDX-RES = 0
               MOVE 99 TO WS-IDX-RES
           END-IF
           ADD 1 TO RMO-CANT(WS-IDX-RES)
           IF BJT-ALERTA(WS-IDX-BJT) = 'S'
               ADD 1 TO RMO-ALERTA(WS-IDX-RES)
           END-IF

           COMPUTE WS-IDX-RES = BJT-CURSO(WS-IDX-BJT) + 1
           ADD 1 TO RCU-CANT(WS-IDX-RES)
           IF BJT-ALERTA(WS-IDX-BJT) = 'S'
               ADD 1 TO RCU-ALERTA(WS-IDX-RES)
           END-IF

           COMPUTE WS-IDX-RES = BJT-PAIS(WS-IDX-BJT) + 1
           ADD 1 TO RPA-CANT(WS-IDX-RES)
           IF BJT-ALERTA(WS-IDX-BJT) = 'S'
               ADD 1 TO RPA-ALERTA(WS-IDX-RES)
           END-IF

           MOVE 0 TO WS-IDX-RCO
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-RCO-CANT
               IF RCO-ANIO(WS-IDX-RES) = BJT-COHORTE(WS-IDX-BJT)
                   MOVE WS-IDX-RES TO WS-IDX-RCO
               END-IF
           END-PERFORM
           IF WS-IDX-RCO = 0 AND WS-RCO-CANT < 40
               ADD 1 TO WS-RCO-CANT
               MOVE WS-RCO-CANT TO WS-IDX-RCO
               MOVE BJT-COHORTE(WS-IDX-BJT) TO RCO-ANIO(WS-IDX-RCO)
           END-IF
           IF WS-IDX-RCO > 0
               ADD 1 TO RCO-CANT(WS-IDX-RCO)
               IF BJT-ALERTA(WS-IDX-BJT) = 'S'
                   ADD 1 TO RCO-ALERTA(WS-IDX-RCO)
               END-IF
           END-IF.

      *************************************
      *    RESUMENES PARA LA INSPECCION   *
      *************************************

       6000-RESUMENES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE 'BAJAS POR MOTIVO                    BAJAS  CON SENALES'
                TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > 99
               IF RMO-CANT(WS-IDX-RES) > 0
                   MOVE 1 TO LK-OPCION-BAJ
                   MOVE WS-IDX-RES TO LK-BAJ-MOTIVO
                   CALL WS-RUTBAJ USING LK-COM-BAJA
                   MOVE RMO-CANT(WS-IDX-RES) TO WP-CANT
                   MOVE RMO-ALERTA(WS-IDX-RES) TO WP-CANT2
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '   ' LK-BAJ-MOTIVO ' ' LK-BAJ-DESCRIPCION
                          '  ' WP-CANT '         ' WP-CANT2
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE 'BAJAS POR CURSO                     BAJAS  CON SENALES'
                TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > 100
               IF RCU-CANT(WS-IDX-RES) > 0
                   IF WS-IDX-RES = 1
                       MOVE 'SIN CURSO' TO WS-LIT-CURSO
                   ELSE
                       MOVE SPACES TO WS-LIT-CURSO
                       COMPUTE LK-BAJ-CURSO = WS-IDX-RES - 1
                       STRING 'CURSO ' LK-BAJ-CURSO
                              DELIMITED BY SIZE INTO WS-LIT-CURSO
                   END-IF
                   MOVE RCU-CANT(WS-IDX-RES) TO WP-CANT
                   MOVE RCU-ALERTA(WS-IDX-RES) TO WP-CANT2
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '   ' WS-LIT-CURSO
                          '                        '
                          WP-CANT '         ' WP-CANT2
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE 'BAJAS POR COHORTE (ANIO DE INGRESO) BAJAS  CON SENALES'
                TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-RCO-CANT
               MOVE RCO-CANT(WS-IDX-RES) TO WP-CANT
               MOVE RCO-ALERTA(WS-IDX-RES) TO WP-CANT2
               MOVE SPACES TO WS-LINEA-REP
               IF RCO-ANIO(WS-IDX-RES) = 0
                   STRING '   SIN INFORMAR                    '
                          WP-CANT '         ' WP-CANT2
                          DELIMITED BY SIZE INTO WS-LINEA-REP
               ELSE
                   STRING '   ' RCO-ANIO(WS-IDX-RES)
                          '                             '
                          WP-CANT '         ' WP-CANT2
                          DELIMITED BY SIZE INTO WS-LINEA-REP
               END-IF
               PERFORM 9100-ESCRIBIR-LISTADO
           END-PERFORM

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE 'BAJAS POR NACIONALIDAD              BAJAS  CON SENALES'
                TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > 1000
               IF RPA-CANT(WS-IDX-RES) > 0
                   COMPUTE LK-NUM-NAC = WS-IDX-RES - 1
                   MOVE 2 TO LK-OPCION-NAC
                   CALL WS-RUTNAC USING LK-COM-NACIONALIDAD
                   IF LK-RESULTADO-NAC NOT EQUAL 10
                       MOVE 'SIN INFORMAR' TO LK-NOM-NAC
                   END-IF
                   MOVE RPA-CANT(WS-IDX-RES) TO WP-CANT
                   MOVE RPA-ALERTA(WS-IDX-RES) TO WP-CANT2
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '   ' LK-NOM-NAC '      '
                          WP-CANT '         ' WP-CANT2
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-PERFORM

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-BJT-CANT TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'TOTAL DE BAJAS ANALIZADAS: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-ALERTA TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CON SENALES PREVIAS (PREVISIBLES): ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-EXCL TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'UNIFICACIONES DE LEGAJO EXCLUIDAS: ' WP-CANT
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
               MOVE 'PGMDESER' TO LK-RPC-PROGRAMA
               MOVE WS-ANIO-RPT TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'APROB ' WS-APROB-ENT
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDDESLST' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMDESER.
