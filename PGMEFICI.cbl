      ******************************************************************
      * Author:
      * Date:
      * Purpose: Indicadores de eficiencia interna para la inspeccion
      *          - para un anio lectivo cerrado arma por curso la
      *          matricula inicial (curso vigente al 30/04 segun
      *          CURSOHIS.dat, sin los dados de baja antes de esa
      *          fecha), los ingresos durante el anio (pases
      *          entrantes y altas posteriores al 30/04) y clasifica
      *          a cada alumno en promovido, repitente o salido:
      *          salido si tuvo baja en el anio (BAJAS.dat, sin las
      *          unificaciones de legajo, motivo 98) o si no se
      *          reinscribio al anio siguiente y adeuda materias;
      *          con inscripciones del anio siguiente (las de la
      *          apertura de PGMAPERT) es promovido si su curso al
      *          30/04 siguiente es de un anio de cursada mayor y
      *          repitente si no; sin reinscripcion pero con todo el
      *          cierre aprobado (RESULTADO.dat) es promovido
      *          (egreso). Muestra cantidades y tasas de promocion
      *          efectiva, repitencia y abandono interanual por curso
      *          y del establecimiento, comparadas con los dos anios
      *          anteriores, y graba el archivo posicional para el
      *          relevamiento del ministerio (cabecera '1', un
      *          detalle '2' por curso del anio pedido, cola '9').
      *          Correr despues de la apertura del anio siguiente.
      *          Con escuela de trabajo (RUTESCUE) solo cuenta sus
      *          alumnos. El listado queda en el catalogo de
      *          reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEFICI.

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

           SELECT CURSOS         ASSIGN TO "DDCUR"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-CUR
                                      FILE STATUS IS WS-FS-CUR.

           SELECT CURSOHIS       ASSIGN TO "DDCURHIS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CHI.

           SELECT BAJAS          ASSIGN TO "DDBAJAS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-BAJ.

           SELECT INSCRIP        ASSIGN TO "DDINSC"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-INSC.

           SELECT RESULTADO      ASSIGN TO "DDRES"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RES.

           SELECT MINISTERIO     ASSIGN TO "DDEFIMIN"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-MIN.

           SELECT LISTADO        ASSIGN TO "DDEFILST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD ALUMNOS.
           COPY REGALUM.

       FD CURSOS.
           COPY REGCURSO.

       FD CURSOHIS.
           COPY REGCURHI.

       FD BAJAS.
           COPY REGBAJA.

       FD INSCRIP.
           COPY REGINSC.

       FD RESULTADO.
           COPY REGRESUL.

      *RELEVAMIENTO DEL MINISTERIO: UN DETALLE POR CURSO DEL ANIO
      *PEDIDO; LAS TASAS VAN CON UN DECIMAL IMPLICITO (0781 = 78,1%).
       FD MINISTERIO.
           01 REG-EFI-DETALLE.
              05 EFD-TIPO        PIC X(01).
              05 EFD-ANIO        PIC 9(04).
              05 EFD-CURSO       PIC 9(02).
              05 EFD-ANIO-CURS   PIC 9(01).
              05 EFD-INICIAL     PIC 9(04).
              05 EFD-INGRESOS    PIC 9(04).
              05 EFD-PROMOVIDOS  PIC 9(04).
              05 EFD-REPITENTES  PIC 9(04).
              05 EFD-SALIDOS     PIC 9(04).
              05 EFD-TASA-PROM   PIC 9(03)V9(01).
              05 EFD-TASA-REPIT  PIC 9(03)V9(01).
              05 EFD-TASA-ABAND  PIC 9(03)V9(01).
      *CABECERA Y COLA RELLENADAS AL LARGO DEL DETALLE (40) PARA
      *QUE EL ARCHIVO CONSERVE UN UNICO LRECL.
           01 REG-EFI-CABECERA.
              05 EFC-TIPO        PIC X(01).
              05 EFC-FECHA       PIC 9(08).
              05 EFC-ANIO        PIC 9(04).
              05 EFC-ORIGEN      PIC X(10).
              05 EFC-ESCUELA     PIC 9(02).
              05 EFC-CUE         PIC X(09).
              05 FILLER          PIC X(06).
           01 REG-EFI-COLA.
              05 EFK-TIPO        PIC X(01).
              05 EFK-CANTIDAD    PIC 9(07).
              05 FILLER          PIC X(32).

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-CUR       PIC X(02).
       01  WS-FS-CHI       PIC X(02).
       01  WS-FS-BAJ       PIC X(02).
       01  WS-FS-INSC      PIC X(02).
       01  WS-FS-RES       PIC X(02).
       01  WS-FS-MIN       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-RRN-CUR      PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-ANIO-RPT     PIC 9(04).

      *LOS TRES ANIOS DEL INFORME: 1 = DOS ANTES, 2 = ANTERIOR,
      *3 = EL PEDIDO.
       01  WS-IX-ANIO      PIC 9(01).
       01  WS-ANIO-CALC    PIC 9(04).

      *MATRICULA INICIAL AL 30 DE ABRIL; LO QUE ENTRA DESPUES Y
      *HASTA FIN DE ANIO CUENTA COMO INGRESO.
       01  WS-MMDD-CORTE   PIC 9(04) VALUE 0430.
       01  WS-FEC-CORTE    PIC 9(08).
       01  WS-FEC-CORTE-SIG PIC 9(08).
       01  WS-FEC-FIN      PIC 9(08).

      *SITUACION DE CADA LEGAJO EN EL ANIO QUE SE CALCULA,
      *INDEXADA POR NUMERO DE ALUMNO.
       01  WS-IDX-ALU      PIC 9(04).
       01  TABLA-SITUACION.
           05 SIT-ENTRADA OCCURS 9999 TIMES.
              10 SIT-CUR-INI    PIC 9(02).
              10 SIT-FEC-INI    PIC 9(08).
              10 SIT-CUR-ING    PIC 9(02).
              10 SIT-FEC-ING    PIC 9(08).
              10 SIT-CUR-SIG    PIC 9(02).
              10 SIT-FEC-SIG    PIC 9(08).
              10 SIT-BAJA-ANT   PIC 9(08).
              10 SIT-BAJA-ANIO  PIC X(01).
              10 SIT-INSC-SIG   PIC X(01).
              10 SIT-RES-HAY    PIC X(01).
              10 SIT-RES-PEND   PIC X(01).

       01  WS-CURSO-ALU    PIC 9(02).
       01  WS-CURSADA      PIC 9(01).
       01  WS-CURSADA-SIG  PIC 9(01).

      *ACUMULADORES POR CURSO Y ANIO, Y DEL ESTABLECIMIENTO.
       01  WS-IDX-CUR      PIC 9(03).
       01  TABLA-EFICIENCIA.
           05 EFI-CURSO OCCURS 99 TIMES.
              10 EFI-ANIO OCCURS 3 TIMES.
                 15 EFI-INICIAL     PIC 9(04).
                 15 EFI-INGRESOS    PIC 9(04).
                 15 EFI-PROMOVIDOS  PIC 9(04).
                 15 EFI-REPITENTES  PIC 9(04).
                 15 EFI-SALIDOS     PIC 9(04).
       01  TABLA-TOTALES.
           05 TOT-ANIO OCCURS 3 TIMES.
              10 TOT-INICIAL     PIC 9(05).
              10 TOT-INGRESOS    PIC 9(05).
              10 TOT-PROMOVIDOS  PIC 9(05).
              10 TOT-REPITENTES  PIC 9(05).
              10 TOT-SALIDOS     PIC 9(05).

      *LINEA DE UN ANIO (SE CARGA DESDE EL CURSO O DEL TOTAL).
       01  WS-LIN-INICIAL    PIC 9(05).
       01  WS-LIN-INGRESOS   PIC 9(05).
       01  WS-LIN-PROMOVIDOS PIC 9(05).
       01  WS-LIN-REPITENTES PIC 9(05).
       01  WS-LIN-SALIDOS    PIC 9(05).
       01  WS-LIN-BASE       PIC 9(05).
       01  WS-TASA-PROM      PIC 9(03)V9(01).
       01  WS-TASA-REPIT     PIC 9(03)V9(01).
       01  WS-TASA-ABAND     PIC 9(03)V9(01).

       01  WS-CANT-ENVIADOS  PIC 9(07) VALUE 0.
       01  WS-CANT-ALU       PIC 9(05) VALUE 0.

       01  WP-CANT         PIC ZZZZ9.
       01  WP-CANT2        PIC ZZZZ9.
       01  WP-CANT3        PIC ZZZZ9.
       01  WP-CANT4        PIC ZZZZ9.
       01  WP-CANT5        PIC ZZZZ9.
       01  WP-TASA1        PIC ZZ9,9.
       01  WP-TASA2        PIC ZZ9,9.
       01  WP-TASA3        PIC ZZ9,9.

      *********COMUNICACION ******************

       01  WS-RUTIF  PIC X(08)  VALUE 'RUTIFECH'.

       01  LK-AREA.
           05 LK-ENTRADA.
              10 LK-MES   PIC 9(02).
              10 LK-LIT   PIC X   VALUE '/'.
              10 LK-ANIO  PIC 9(04).
           05 LK-SALIDA.
              10 FORMATO-1     PIC X(07).
              10 LK-RETORNO    PIC X(20).
              10 LK-CONTROL    PIC 9(02).

       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKREPCA.

       01  WS-ESCUELA      PIC 9(02) VALUE 0.
       01  WS-NOMBRE-ESC   PIC X(30).
       01  WS-CUE-ESC      PIC X(09).
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
               PERFORM 2000-PROCESA-ANIOS
               PERFORM 3000-LISTADO
               PERFORM 4000-TOTALES
               PERFORM 5000-EXTRACTO
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

           MOVE 1 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           MOVE LK-ESC-NOMBRE TO WS-NOMBRE-ESC
           MOVE LK-ESC-CUE    TO WS-CUE-ESC
           DISPLAY 'ESCUELA: ' WS-NOMBRE-ESC

           DISPLAY 'INDICADORES DE EFICIENCIA INTERNA'
           DISPLAY 'ANIO LECTIVO CERRADO (AAAA, 0000 = ANIO ANTERIOR): '
           ACCEPT WS-ANIO-RPT
           IF WS-ANIO-RPT = 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-RPT
               SUBTRACT 1 FROM WS-ANIO-RPT
           END-IF

           MOVE 01          TO LK-MES
           MOVE WS-ANIO-RPT TO LK-ANIO
           CALL WS-RUTIF USING LK-AREA
           IF LK-CONTROL NOT EQUAL 10
               DISPLAY '   ANIO INVALIDO: ' LK-RETORNO
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

               OPEN INPUT CURSOS
               IF WS-FS-CUR NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUR
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN OUTPUT MINISTERIO
               IF WS-FS-MIN NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MIN
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
               INITIALIZE TABLA-EFICIENCIA
               INITIALIZE TABLA-TOTALES

               MOVE SPACES TO WS-LINEA-REP
               STRING 'INDICADORES DE EFICIENCIA INTERNA POR CURSO -'
                      ' ANIO ' WS-ANIO-RPT
                      ' (MATRICULA INICIAL AL 30/04)'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

               MOVE SPACES TO WS-LINEA-REP
               STRING 'ESCUELA: ' WS-NOMBRE-ESC
                      DELIMITED BY SIZE INTO WS-LINEA-REP
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
           MOVE 'PGMEFICI' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'CURSOS  ' TO LK-VER-ARCHIVO
           MOVE VLY-CURSOS TO LK-VER-VERSION
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
      *    CALCULO DE LOS TRES ANIOS      *
      *************************************

       2000-PROCESA-ANIOS.

           PERFORM 2100-UN-ANIO
               VARYING WS-IX-ANIO FROM 1 BY 1 UNTIL WS-IX-ANIO > 3.

       2100-UN-ANIO.

           COMPUTE WS-ANIO-CALC = WS-ANIO-RPT - 3 + WS-IX-ANIO
           COMPUTE WS-FEC-CORTE = WS-ANIO-CALC * 10000 + WS-MMDD-CORTE
           COMPUTE WS-FEC-CORTE-SIG = WS-FEC-CORTE + 10000
           COMPUTE WS-FEC-FIN = WS-ANIO-CALC * 10000 + 1231

           INITIALIZE TABLA-SITUACION

           PERFORM 2200-CARGA-CURSOHIS
           PERFORM 2300-CARGA-BAJAS
           PERFORM 2400-CARGA-INSCRIP
           PERFORM 2500-CARGA-RESULTADO
           PERFORM 2600-CLASIFICA-ALUMNOS.

      *CURSO VIGENTE AL 30/04 DEL ANIO Y DEL SIGUIENTE (GANA EL
      *EVENTO DE MAYOR FECHA NO POSTERIOR, COMO EN PGMINFOR) Y
      *PRIMER CURSO ASIGNADO DESPUES DEL 30/04 (INGRESO).

       2200-CARGA-CURSOHIS.

           OPEN INPUT CURSOHIS
           IF WS-FS-CHI NOT EQUAL '00'
               DISPLAY 'SIN HISTORIA DE CURSOS (CURSOHIS): ' WS-FS-CHI
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2250-UN-CURSOHIS UNTIL WS-SCAN-FIN
               CLOSE CURSOHIS
           END-IF.

       2250-UN-CURSOHIS.

           READ CURSOHIS
           IF WS-FS-CHI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CHI-NRO-ALU > 0
                   MOVE CHI-NRO-ALU TO WS-IDX-ALU

                   IF CHI-FECHA-DESDE <= WS-FEC-CORTE
                      AND CHI-FECHA-DESDE >= SIT-FEC-INI(WS-IDX-ALU)
                       MOVE CHI-NRO-CURSO TO SIT-CUR-INI(WS-IDX-ALU)
                       MOVE CHI-FECHA-DESDE TO SIT-FEC-INI(WS-IDX-ALU)
                   END-IF

                   IF CHI-FECHA-DESDE > WS-FEC-CORTE
                      AND CHI-FECHA-DESDE <= WS-FEC-FIN
                      AND (SIT-FEC-ING(WS-IDX-ALU) = 0
                       OR CHI-FECHA-DESDE < SIT-FEC-ING(WS-IDX-ALU))
                       MOVE CHI-NRO-CURSO TO SIT-CUR-ING(WS-IDX-ALU)
                       MOVE CHI-FECHA-DESDE TO SIT-FEC-ING(WS-IDX-ALU)
                   END-IF

                   IF CHI-FECHA-DESDE <= WS-FEC-CORTE-SIG
                      AND CHI-FECHA-DESDE >= SIT-FEC-SIG(WS-IDX-ALU)
                       MOVE CHI-NRO-CURSO TO SIT-CUR-SIG(WS-IDX-ALU)
                       MOVE CHI-FECHA-DESDE TO SIT-FEC-SIG(WS-IDX-ALU)
                   END-IF
               END-IF
           END-IF.

      *ULTIMA BAJA HASTA EL 30/04 (SACA AL ALUMNO DE LA MATRICULA
      *INICIAL SI NO VOLVIO A TENER CURSO) Y BAJA DENTRO DEL ANIO.

       2300-CARGA-BAJAS.

           OPEN INPUT BAJAS
           IF WS-FS-BAJ NOT EQUAL '00'
               DISPLAY 'SIN REGISTRO DE BAJAS (BAJAS): ' WS-FS-BAJ
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2350-UNA-BAJA UNTIL WS-SCAN-FIN
               CLOSE BAJAS
           END-IF.

       2350-UNA-BAJA.

           READ BAJAS
           IF WS-FS-BAJ NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF BAJ-NRO-ALU > 0 AND BAJ-MOTIVO NOT EQUAL 98
                   MOVE BAJ-NRO-ALU TO WS-IDX-ALU

                   IF BAJ-FECHA <= WS-FEC-CORTE
                      AND BAJ-FECHA > SIT-BAJA-ANT(WS-IDX-ALU)
                       MOVE BAJ-FECHA TO SIT-BAJA-ANT(WS-IDX-ALU)
                   END-IF

                   IF BAJ-FECHA > WS-FEC-CORTE
                      AND BAJ-FECHA <= WS-FEC-FIN
                       MOVE 'S' TO SIT-BAJA-ANIO(WS-IDX-ALU)
                   END-IF
               END-IF
           END-IF.

      *REINSCRIPCION: CUALQUIER INSCRIPCION DEL ANIO SIGUIENTE.

       2400-CARGA-INSCRIP.

           OPEN INPUT INSCRIP
           IF WS-FS-INSC NOT EQUAL '00'
               DISPLAY 'SIN INSCRIPCIONES (INSCRIP): ' WS-FS-INSC
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2450-UNA-INSCRIPCION UNTIL WS-SCAN-FIN
               CLOSE INSCRIP
           END-IF.

       2450-UNA-INSCRIPCION.

           READ INSCRIP
           IF WS-FS-INSC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF INS-NRO-ALU > 0 AND INS-ANIO = WS-ANIO-CALC + 1
                   MOVE 'S' TO SIT-INSC-SIG(INS-NRO-ALU)
               END-IF
           END-IF.

      *CIERRE DEL ANIO: SI TIENE CONDICIONES Y SI ADEUDA ALGUNA.

       2500-CARGA-RESULTADO.

           OPEN INPUT RESULTADO
           IF WS-FS-RES NOT EQUAL '00'
               DISPLAY 'SIN CIERRE (RESULTADO): ' WS-FS-RES
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2550-UN-RESULTADO UNTIL WS-SCAN-FIN
               CLOSE RESULTADO
           END-IF.

       2550-UN-RESULTADO.

           READ RESULTADO
           IF WS-FS-RES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF RES-NRO-ALU > 0 AND RES-ANIO = WS-ANIO-CALC
                   MOVE 'S' TO SIT-RES-HAY(RES-NRO-ALU)
                   IF NOT RES-APROBADO
                       MOVE 'S' TO SIT-RES-PEND(RES-NRO-ALU)
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    CLASIFICA CADA LEGAJO          *
      *************************************

       2600-CLASIFICA-ALUMNOS.

           MOVE 0 TO ALU-NRO-ALU
           START ALUMNOS KEY IS GREATER THAN ALU-NRO-ALU
               INVALID KEY
                   SET WS-SCAN-FIN TO TRUE
               NOT INVALID KEY
                   SET WS-SCAN-SIGUE TO TRUE
           END-START

           PERFORM 2650-UN-ALUMNO UNTIL WS-SCAN-FIN.

       2650-UN-ALUMNO.

           READ ALUMNOS NEXT
           IF WS-FS-ALU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF WS-ESCUELA = 0 OR ALU-ESCUELA = WS-ESCUELA
                   MOVE ALU-NRO-ALU TO WS-IDX-ALU
                   PERFORM 2700-MATRICULA
               END-IF
           END-IF.

      *MATRICULA INICIAL O INGRESO; FUERA DE AMBAS EL LEGAJO NO
      *CUENTA EN EL ANIO.

       2700-MATRICULA.

           MOVE 0 TO WS-CURSO-ALU

           IF SIT-CUR-INI(WS-IDX-ALU) > 0
              AND SIT-BAJA-ANT(WS-IDX-ALU) < SIT-FEC-INI(WS-IDX-ALU)
               MOVE SIT-CUR-INI(WS-IDX-ALU) TO WS-CURSO-ALU
               ADD 1 TO EFI-INICIAL(WS-CURSO-ALU, WS-IX-ANIO)
               ADD 1 TO TOT-INICIAL(WS-IX-ANIO)
           ELSE
               IF SIT-CUR-ING(WS-IDX-ALU) > 0
                   MOVE SIT-CUR-ING(WS-IDX-ALU) TO WS-CURSO-ALU
                   ADD 1 TO EFI-INGRESOS(WS-CURSO-ALU, WS-IX-ANIO)
                   ADD 1 TO TOT-INGRESOS(WS-IX-ANIO)
               END-IF
           END-IF

           IF WS-CURSO-ALU > 0
               PERFORM 2800-SITUACION-FINAL
           END-IF.

      *PROMOVIDO / REPITENTE / SALIDO. EL ANIO DE CURSADA ES LA
      *DECENA DEL CURSO (01 A 09 = 1ER ANIO, COMO EN PGMSOBRE).

       2800-SITUACION-FINAL.

           COMPUTE WS-CURSADA = WS-CURSO-ALU / 10
           IF WS-CURSADA = 0
               MOVE 1 TO WS-CURSADA
           END-IF
           COMPUTE WS-CURSADA-SIG = SIT-CUR-SIG(WS-IDX-ALU) / 10
           IF WS-CURSADA-SIG = 0 AND SIT-CUR-SIG(WS-IDX-ALU) > 0
               MOVE 1 TO WS-CURSADA-SIG
           END-IF

           EVALUATE TRUE
               WHEN SIT-BAJA-ANIO(WS-IDX-ALU) = 'S'
                   ADD 1 TO EFI-SALIDOS(WS-CURSO-ALU, WS-IX-ANIO)
                   ADD 1 TO TOT-SALIDOS(WS-IX-ANIO)
               WHEN SIT-INSC-SIG(WS-IDX-ALU) = 'S'
                   IF WS-CURSADA-SIG > WS-CURSADA
                       ADD 1 TO EFI-PROMOVIDOS(WS-CURSO-ALU, WS-IX-ANIO)
                       ADD 1 TO TOT-PROMOVIDOS(WS-IX-ANIO)
                   ELSE
                       ADD 1 TO EFI-REPITENTES(WS-CURSO-ALU, WS-IX-ANIO)
                       ADD 1 TO TOT-REPITENTES(WS-IX-ANIO)
                   END-IF
               WHEN SIT-RES-HAY(WS-IDX-ALU) = 'S'
                AND SIT-RES-PEND(WS-IDX-ALU) NOT EQUAL 'S'
                   ADD 1 TO EFI-PROMOVIDOS(WS-CURSO-ALU, WS-IX-ANIO)
                   ADD 1 TO TOT-PROMOVIDOS(WS-IX-ANIO)
               WHEN OTHER
                   ADD 1 TO EFI-SALIDOS(WS-CURSO-ALU, WS-IX-ANIO)
                   ADD 1 TO TOT-SALIDOS(WS-IX-ANIO)
           END-EVALUATE.

      *************************************
      *    BLOQUE DE TRES ANIOS POR CURSO *
      *************************************

       3000-LISTADO.

           PERFORM 3100-UN-CURSO
               VARYING WS-IDX-CUR FROM 1 BY 1 UNTIL WS-IDX-CUR > 99.

       3100-UN-CURSO.

           IF EFI-INICIAL(WS-IDX-CUR, 1) + EFI-INGRESOS(WS-IDX-CUR, 1)
            + EFI-INICIAL(WS-IDX-CUR, 2) + EFI-INGRESOS(WS-IDX-CUR, 2)
            + EFI-INICIAL(WS-IDX-CUR, 3) + EFI-INGRESOS(WS-IDX-CUR, 3)
              > 0
               MOVE WS-IDX-CUR TO WS-RRN-CUR
               READ CURSOS
                   INVALID KEY
                       MOVE 'CURSO ?   ' TO CUR-DESCRIPCION
               END-READ

               MOVE SPACES TO WS-LINEA-REP
               STRING 'CURSO ' WS-RRN-CUR ' ' CUR-DESCRIPCION
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO

               PERFORM 3150-ANIO-CURSO
                   VARYING WS-IX-ANIO FROM 1 BY 1 UNTIL WS-IX-ANIO > 3

               MOVE SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

       3150-ANIO-CURSO.

           MOVE EFI-INICIAL(WS-IDX-CUR, WS-IX-ANIO)    TO WS-LIN-INICIAL
           MOVE EFI-INGRESOS(WS-IDX-CUR, WS-IX-ANIO)
                TO WS-LIN-INGRESOS
           MOVE EFI-PROMOVIDOS(WS-IDX-CUR, WS-IX-ANIO)
                TO WS-LIN-PROMOVIDOS
           MOVE EFI-REPITENTES(WS-IDX-CUR, WS-IX-ANIO)
                TO WS-LIN-REPITENTES
           MOVE EFI-SALIDOS(WS-IDX-CUR, WS-IX-ANIO)    TO WS-LIN-SALIDOS
           PERFORM 3200-LINEA-ANIO.

      *UNA LINEA: CANTIDADES Y TASAS SOBRE LA MATRICULA DEL ANIO
      *(INICIAL MAS INGRESOS).

       3200-LINEA-ANIO.

           PERFORM 3300-TASAS

           COMPUTE WS-ANIO-CALC = WS-ANIO-RPT - 3 + WS-IX-ANIO
           MOVE WS-LIN-INICIAL    TO WP-CANT
           MOVE WS-LIN-INGRESOS   TO WP-CANT2
           MOVE WS-LIN-PROMOVIDOS TO WP-CANT3
           MOVE WS-LIN-REPITENTES TO WP-CANT4
           MOVE WS-LIN-SALIDOS    TO WP-CANT5
           MOVE WS-TASA-PROM      TO WP-TASA1
           MOVE WS-TASA-REPIT     TO WP-TASA2
           MOVE WS-TASA-ABAND     TO WP-TASA3

           MOVE SPACES TO WS-LINEA-REP
           STRING '   ' WS-ANIO-CALC
                  '  INICIAL: ' WP-CANT
                  ' INGRESOS: ' WP-CANT2
                  ' PROMOV: ' WP-CANT3
                  ' REPITEN: ' WP-CANT4
                  ' SALIDOS: ' WP-CANT5
                  '  PROMOCION ' WP-TASA1 '%'
                  ' REPITENCIA ' WP-TASA2 '%'
                  ' ABANDONO ' WP-TASA3 '%'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

       3300-TASAS.

           COMPUTE WS-LIN-BASE = WS-LIN-INICIAL + WS-LIN-INGRESOS

           IF WS-LIN-BASE > 0
               COMPUTE WS-TASA-PROM ROUNDED =
                       WS-LIN-PROMOVIDOS * 100 / WS-LIN-BASE
               COMPUTE WS-TASA-REPIT ROUNDED =
                       WS-LIN-REPITENTES * 100 / WS-LIN-BASE
               COMPUTE WS-TASA-ABAND ROUNDED =
                       WS-LIN-SALIDOS * 100 / WS-LIN-BASE
           ELSE
               MOVE 0 TO WS-TASA-PROM
               MOVE 0 TO WS-TASA-REPIT
               MOVE 0 TO WS-TASA-ABAND
           END-IF.

      *************************************
      *    TOTALES DEL ESTABLECIMIENTO    *
      *************************************

       4000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           IF TOT-INICIAL(3) + TOT-INGRESOS(3) = 0
               MOVE 'SIN MATRICULA EN EL ANIO PEDIDO.' TO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF

           MOVE 'TOTAL DEL ESTABLECIMIENTO' TO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           PERFORM 4100-ANIO-TOTAL
               VARYING WS-IX-ANIO FROM 1 BY 1 UNTIL WS-IX-ANIO > 3.

       4100-ANIO-TOTAL.

           MOVE TOT-INICIAL(WS-IX-ANIO)    TO WS-LIN-INICIAL
           MOVE TOT-INGRESOS(WS-IX-ANIO)   TO WS-LIN-INGRESOS
           MOVE TOT-PROMOVIDOS(WS-IX-ANIO) TO WS-LIN-PROMOVIDOS
           MOVE TOT-REPITENTES(WS-IX-ANIO) TO WS-LIN-REPITENTES
           MOVE TOT-SALIDOS(WS-IX-ANIO)    TO WS-LIN-SALIDOS
           PERFORM 3200-LINEA-ANIO.

      *************************************
      *    ARCHIVO DEL RELEVAMIENTO       *
      *************************************

       5000-EXTRACTO.

           MOVE SPACES TO REG-EFI-CABECERA
           MOVE '1' TO EFC-TIPO
           MOVE FUNCTION CURRENT-DATE(1:8) TO EFC-FECHA
           MOVE WS-ANIO-RPT TO EFC-ANIO
           MOVE 'INFONOTAS ' TO EFC-ORIGEN
           MOVE WS-ESCUELA TO EFC-ESCUELA
           MOVE WS-CUE-ESC TO EFC-CUE
           WRITE REG-EFI-CABECERA
           IF WS-FS-MIN NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR CABECERA: ' WS-FS-MIN
           END-IF

           MOVE 3 TO WS-IX-ANIO
           PERFORM 5100-DETALLE-CURSO
               VARYING WS-IDX-CUR FROM 1 BY 1 UNTIL WS-IDX-CUR > 99

           MOVE SPACES TO REG-EFI-COLA
           MOVE '9' TO EFK-TIPO
           MOVE WS-CANT-ENVIADOS TO EFK-CANTIDAD
           WRITE REG-EFI-COLA
           IF WS-FS-MIN NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR COLA: ' WS-FS-MIN
           END-IF

           MOVE WS-CANT-ENVIADOS TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CURSOS INFORMADOS AL RELEVAMIENTO: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

       5100-DETALLE-CURSO.

           IF EFI-INICIAL(WS-IDX-CUR, 3) + EFI-INGRESOS(WS-IDX-CUR, 3)
              > 0
               MOVE EFI-INICIAL(WS-IDX-CUR, 3)    TO WS-LIN-INICIAL
               MOVE EFI-INGRESOS(WS-IDX-CUR, 3)   TO WS-LIN-INGRESOS
               MOVE EFI-PROMOVIDOS(WS-IDX-CUR, 3) TO WS-LIN-PROMOVIDOS
               MOVE EFI-REPITENTES(WS-IDX-CUR, 3) TO WS-LIN-REPITENTES
               MOVE EFI-SALIDOS(WS-IDX-CUR, 3)    TO WS-LIN-SALIDOS
               PERFORM 3300-TASAS

               MOVE SPACES TO REG-EFI-DETALLE
               MOVE '2' TO EFD-TIPO
               MOVE WS-ANIO-RPT TO EFD-ANIO
               MOVE WS-IDX-CUR TO EFD-CURSO
               COMPUTE WS-CURSADA = WS-IDX-CUR / 10
               IF WS-CURSADA = 0
                   MOVE 1 TO WS-CURSADA
               END-IF
               MOVE WS-CURSADA        TO EFD-ANIO-CURS
               MOVE WS-LIN-INICIAL    TO EFD-INICIAL
               MOVE WS-LIN-INGRESOS   TO EFD-INGRESOS
               MOVE WS-LIN-PROMOVIDOS TO EFD-PROMOVIDOS
               MOVE WS-LIN-REPITENTES TO EFD-REPITENTES
               MOVE WS-LIN-SALIDOS    TO EFD-SALIDOS
               MOVE WS-TASA-PROM      TO EFD-TASA-PROM
               MOVE WS-TASA-REPIT     TO EFD-TASA-REPIT
               MOVE WS-TASA-ABAND     TO EFD-TASA-ABAND
               WRITE REG-EFI-DETALLE
               IF WS-FS-MIN NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-MIN
               ELSE
                   ADD 1 TO WS-CANT-ENVIADOS
               END-IF
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

           CLOSE CURSOS
           IF WS-FS-CUR NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO CURSOS: ' WS-FS-CUR
           END-IF.

           CLOSE MINISTERIO
           IF WS-FS-MIN NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO MINISTERIO: ' WS-FS-MIN
           END-IF.

           CLOSE LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMEFICI' TO LK-RPC-PROGRAMA
               MOVE WS-ANIO-RPT TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'ESCUELA ' WS-ESCUELA
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDEFILST' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMEFICI.
