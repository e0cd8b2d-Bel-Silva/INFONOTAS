      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconstruccion de notas a una fecha y hora - para un
      *          alumno o un curso y un anio lectivo rearma NOTAS.dat
      *          tal como estaba en un momento pasado (por ejemplo el
      *          dia en que se decidio una beca o una promocion),
      *          partiendo del archivo actual y deshaciendo, del mas
      *          reciente al mas viejo, los cambios posteriores que
      *          dejaron imagen en AUDITORIA.dat: altas de CREANOTA/
      *          CARGNOTA (la nota no existia), correcciones de
      *          CORRNOTA (se quita la correctora y la nota 'R'
      *          reemplazada vuelve a su estado) y revisiones de
      *          PGMAPRUE (vuelve a pendiente). Las notas del anio
      *          ya archivadas por PURGNOTA (HISTNOTA.dat) entran
      *          igual que las de NOTAS.dat. El curso del alumno a
      *          la fecha sale de CURSOHIS.dat (misma regla que
      *          PGMINFOR). Lista cada nota y la situacion por materia
      *          (promedio y condicion contra NOTA-APROB) a la fecha
      *          junto a la de hoy, marcando toda diferencia; los
      *          movimientos sin imagen de nota (resumen de revision,
      *          reactivaciones de PGMREACT, fusiones de PGMFUSIO que
      *          tocan a un alumno pedido) se listan como no
      *          reconstruibles. RC 4 si hubo diferencias. Solo
      *          entran alumnos de la escuela de trabajo (RUTESCUE).
      *          El listado queda en el catalogo de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRETRO.

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
           SELECT NOTAS          ASSIGN TO "DDNOTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-NOTA.

           SELECT HISTNOTA       ASSIGN TO "DDHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-HIST.

           SELECT AUDITORIA      ASSIGN TO "DDAUDIT"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-AUD.

           SELECT CURSOHIS       ASSIGN TO "DDCURHIS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CHI.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT LISTADO        ASSIGN TO "DDRETLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
           COPY REGNOTA.
           COPY REGNOTTR.

      *EL HISTORICO CONSERVA EL MISMO LAYOUT QUE NOTAS.dat (VER
      *PURGNOTA), POR ESO SE REUSA EL COPY CON OTROS PREFIJOS.
       FD HISTNOTA.
           COPY REGNOTA REPLACING ==REG-NOTAS== BY ==REG-HIST==
                         LEADING ==NOT-== BY ==HIST-==.
           COPY REGNOTTR REPLACING ==REG-NOTAS-TRL== BY
                         ==REG-HIST-TRL==
                         LEADING ==TRL-== BY ==TRLH-==.

       FD AUDITORIA.
           COPY REGAUDIT.

       FD CURSOHIS.
           COPY REGCURHI.

       FD ALUMNOS.
           COPY REGALUM.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-NOTA      PIC X(02).
       01  WS-FS-HIST      PIC X(02).
       01  WS-FS-AUD       PIC X(02).
       01  WS-FS-CHI       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

      *PEDIDO: ALUMNO PUNTUAL O CURSO A LA FECHA, ANIO LECTIVO Y
      *MOMENTO (AAAAMMDDHHMMSS) AL QUE SE RECONSTRUYE.
       01  WS-FILTRO-ALU   PIC 9(04).
       01  WS-FILTRO-CUR   PIC 9(02).
       01  WS-ANIO-RPT     PIC 9(04).

       01  WS-CORTE.
           05 WS-COR-FECHA  PIC 9(08).
           05 WS-COR-HORA   PIC 9(06).
       01  WS-CORTE-N REDEFINES WS-CORTE PIC 9(14).
       01  WS-MOMENTO.
           05 WS-MOM-FECHA  PIC 9(08).
           05 WS-MOM-HORA   PIC 9(06).
       01  WS-MOMENTO-N REDEFINES WS-MOMENTO PIC 9(14).

       01  WS-ESCUELA      PIC 9(02).
       01  WS-NOMBRE-ESC   PIC X(30).

      *ALUMNOS PEDIDOS Y CURSO VIGENTE DE CADA UNO A LA FECHA DEL
      *CORTE (GANA EL EVENTO DE CURSOHIS CON MAYOR FECHA-DESDE NO
      *POSTERIOR; SIN EVENTO, EL CURSO ACTUAL DEL MAESTRO).
       01  TABLA-SELECCION.
           05 TAB-SEL OCCURS 9999 TIMES PIC X(01).

       01  TABLA-CURSO-FECHA.
           05 CHF-FILA OCCURS 9999 TIMES.
               10 CHF-FECHA     PIC 9(08).
               10 CHF-CURSO     PIC 9(02).

       01  WS-CURSO-FECHA  PIC 9(02).

      *UNA FILA POR NOTA DEL ARCHIVO ACTUAL: IMAGEN DE HOY E IMAGEN
      *A LA FECHA (EN BLANCO = LA NOTA NO EXISTIA EN ESE MOMENTO).
       01  WS-NOT-MAX      PIC 9(04) VALUE 3000.
       01  WS-NOT-CANT     PIC 9(04) VALUE 0.
       01  TABLA-NOTAS.
           05 RET-ENT OCCURS 3000 TIMES.
               10 RET-HOY       PIC X(19).
               10 RET-FEC       PIC X(19).
       01  WS-SWAP         PIC X(38).

      *CAMBIOS POSTERIORES AL CORTE, EN EL ORDEN DE LA AUDITORIA;
      *SE DESHACEN DEL ULTIMO AL PRIMERO.
       01  WS-EVT-MAX      PIC 9(04) VALUE 2000.
       01  WS-EVT-CANT     PIC 9(04) VALUE 0.
       01  TABLA-EVENTOS.
           05 EVT-ENT OCCURS 2000 TIMES.
               10 EVT-TIPO      PIC X(01).
                   88 EVT-ALTA          VALUE 'A'.
                   88 EVT-CORRECCION    VALUE 'C'.
                   88 EVT-REVISION      VALUE 'R'.
               10 EVT-FECHA     PIC 9(08).
               10 EVT-PROGRAMA  PIC X(08).
               10 EVT-ANT       PIC X(19).
               10 EVT-NVA       PIC X(19).

      *MOVIMIENTOS DE NOTAS SIN IMAGEN DE LA NOTA: NO SE PUEDEN
      *DESHACER Y QUEDAN LISTADOS COMO AVISO.
       01  WS-AVI-MAX      PIC 9(03) VALUE 100.
       01  WS-AVI-CANT     PIC 9(03) VALUE 0.
       01  TABLA-AVISOS.
           05 AVI-ENT OCCURS 100 TIMES.
               10 AVI-FECHA     PIC 9(08).
               10 AVI-HORA      PIC 9(06).
               10 AVI-PROGRAMA  PIC X(08).
               10 AVI-TEXTO     PIC X(40).

      *IMAGENES DE TRABAJO CON EL LAYOUT DE REG-NOTAS.
           COPY REGNOTA REPLACING ==REG-NOTAS== BY ==WS-NOTA-AUD==
                         LEADING ==NOT-== BY ==AUN-==.
           COPY REGNOTA REPLACING ==REG-NOTAS== BY ==WS-NOTA-HOY==
                         LEADING ==NOT-== BY ==HOY-==.
           COPY REGNOTA REPLACING ==REG-NOTAS== BY ==WS-NOTA-FEC==
                         LEADING ==NOT-== BY ==FEC-==.

      *CLAVE DE LA AUDITORIA DE PGMAPRUE (RESUMEN) Y DE PGMREACT.
       01  WS-CLAVE-APR.
           05 APR-NRO-MAT   PIC 9(02).
           05 APR-MES       PIC 9(02).
           05 APR-ANIO      PIC 9(04).
           05 FILLER        PIC X(02).
       01  WS-CLAVE-REA.
           05 REA-NRO-ALU   PIC 9(04).
           05 REA-ANIO      PIC 9(04).
           05 FILLER        PIC X(02).
      *CLAVE DE LA AUDITORIA DE PGMFUSIO: ABSORBIDO Y SOBREVIVIENTE.
       01  WS-CLAVE-FUS.
           05 FUS-ALU-PERDEDOR  PIC 9(04).
           05 FUS-ALU-SOBREVIVE PIC 9(04).
           05 FILLER            PIC X(02).

       01  WS-IDX          PIC 9(04).
       01  WS-JDX          PIC 9(04).
       01  WS-IDX-EVT      PIC 9(04).
       01  WS-HALLADO      PIC X(01).
       01  WS-NO-APLICADOS PIC 9(04) VALUE 0.

      *CORTES DE CONTROL DEL LISTADO Y SITUACION POR MATERIA.
       01  WS-ALU-ANT      PIC 9(04).
       01  WS-MAT-ANT      PIC 9(02).
       01  WS-SUM-HOY      PIC 9(05)V9(01).
       01  WS-CNT-HOY      PIC 9(03).
       01  WS-SUM-FEC      PIC 9(05)V9(01).
       01  WS-CNT-FEC      PIC 9(03).
       01  WS-PROM-HOY     PIC 9(02)V9(01).
       01  WS-PROM-FEC     PIC 9(02)V9(01).
       01  WS-COND-HOY     PIC X(11).
       01  WS-COND-FEC     PIC X(11).
       01  WS-MARCA        PIC X(30).
       01  WS-DIF-ALUMNO   PIC 9(04).

       01  WS-CANT-ALUMNOS PIC 9(05) VALUE 0.
       01  WS-CANT-DIF     PIC 9(05) VALUE 0.
       01  WS-CANT-DESH    PIC 9(05) VALUE 0.

       01  WS-NOTA-APROB   PIC 9(02)V9(01) VALUE 6.
       01  WS-APROB-ENT    PIC 9(03).

       01  WP-NOTA-HOY     PIC Z9,9.
       01  WP-NOTA-FEC     PIC Z9,9.
       01  WP-PROM-HOY     PIC Z9,9.
       01  WP-PROM-FEC     PIC Z9,9.
       01  WP-CNT-HOY      PIC ZZ9.
       01  WP-CNT-FEC      PIC ZZ9.
       01  WP-CANT         PIC ZZZZ9.

      *********COMUNICACION ******************

       01  WS-RUTIM  PIC X(08)  VALUE 'RUTMATER'.
       01  WS-RUTPAR PIC X(08)  VALUE 'RUTPARAM'.
       01  WS-RUTESC PIC X(08)  VALUE 'RUTESCUE'.
       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKMATER.

       COPY LKPARAM.

       COPY LKESCUE.

       COPY LKREPCA.

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
               PERFORM 2000-SELECCION
               PERFORM 3000-CARGA-NOTAS
               PERFORM 4000-CAMBIOS-POSTERIORES
               PERFORM 5000-DESHACE-CAMBIOS
               PERFORM 6000-LISTADO
               PERFORM 7000-TOTALES
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

           DISPLAY 'RECONSTRUCCION DE NOTAS A UNA FECHA'

           MOVE 1 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           MOVE LK-ESC-NOMBRE TO WS-NOMBRE-ESC
           DISPLAY 'ESCUELA: ' WS-NOMBRE-ESC

           DISPLAY 'NRO DE ALUMNO (0000 = POR CURSO): '
           ACCEPT WS-FILTRO-ALU
           MOVE 0 TO WS-FILTRO-CUR
           IF WS-FILTRO-ALU = 0
               DISPLAY 'CURSO A LA FECHA (99): '
               ACCEPT WS-FILTRO-CUR
               IF WS-FILTRO-CUR = 0
                   DISPLAY '   FALTA EL ALUMNO O EL CURSO.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           DISPLAY 'ANIO LECTIVO DE LAS NOTAS (AAAA): '
           ACCEPT WS-ANIO-RPT
           DISPLAY 'FECHA DE LA RECONSTRUCCION (AAAAMMDD): '
           ACCEPT WS-COR-FECHA
           DISPLAY 'HORA DE LA RECONSTRUCCION (HHMMSS): '
           ACCEPT WS-COR-HORA

           IF WS-COR-FECHA(5:2) < '01' OR WS-COR-FECHA(5:2) > '12'
              OR WS-COR-FECHA(7:2) < '01' OR WS-COR-FECHA(7:2) > '31'
              OR WS-COR-HORA > 235959
              OR WS-COR-HORA(3:2) > '59' OR WS-COR-HORA(5:2) > '59'
               DISPLAY '   FECHA U HORA INVALIDA.'
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
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMRETRO' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'HISTNOTA' TO LK-VER-ARCHIVO
           MOVE VLY-HISTNOTA TO LK-VER-VERSION
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
      *    ALUMNOS PEDIDOS Y SU CURSO A   *
      *    LA FECHA                       *
      *************************************

       2000-SELECCION.

           MOVE SPACES TO TABLA-SELECCION
           MOVE ZEROES TO TABLA-CURSO-FECHA

           PERFORM 2100-CARGA-CURSOHIS

           IF WS-FILTRO-ALU NOT EQUAL 0
               MOVE WS-FILTRO-ALU TO ALU-NRO-ALU
               READ ALUMNOS
                   INVALID KEY
                       DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO.'
                   NOT INVALID KEY
                       PERFORM 2300-SELECCIONA-ALUMNO
               END-READ
           ELSE
               MOVE 0 TO ALU-NRO-ALU
               START ALUMNOS KEY IS GREATER THAN ALU-NRO-ALU
                   INVALID KEY
                       SET WS-SCAN-FIN TO TRUE
                   NOT INVALID KEY
                       SET WS-SCAN-SIGUE TO TRUE
               END-START
               PERFORM 2200-UN-ALUMNO UNTIL WS-SCAN-FIN
           END-IF.

       2100-CARGA-CURSOHIS.

           OPEN INPUT CURSOHIS
           IF WS-FS-CHI EQUAL '05' OR '35'
               OPEN OUTPUT CURSOHIS
               CLOSE CURSOHIS
               OPEN INPUT CURSOHIS
           END-IF

           IF WS-FS-CHI NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CHI
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2150-UN-EVENTO-CURSO UNTIL WS-SCAN-FIN
               CLOSE CURSOHIS
           END-IF.

       2150-UN-EVENTO-CURSO.

           READ CURSOHIS
           IF WS-FS-CHI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CHI-NRO-ALU >= 1 AND CHI-NRO-ALU <= 9999
                  AND CHI-FECHA-DESDE <= WS-COR-FECHA
                  AND CHI-FECHA-DESDE >= CHF-FECHA(CHI-NRO-ALU)
                   MOVE CHI-FECHA-DESDE TO CHF-FECHA(CHI-NRO-ALU)
                   MOVE CHI-NRO-CURSO   TO CHF-CURSO(CHI-NRO-ALU)
               END-IF
           END-IF.

       2200-UN-ALUMNO.

           READ ALUMNOS NEXT
           IF WS-FS-ALU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               PERFORM 2300-SELECCIONA-ALUMNO
           END-IF.

       2300-SELECCIONA-ALUMNO.

           IF ALU-ESCUELA IS NOT NUMERIC
               MOVE 0 TO ALU-ESCUELA
           END-IF

           PERFORM 2400-CURSO-A-LA-FECHA

           IF (WS-ESCUELA = 0 OR ALU-ESCUELA = WS-ESCUELA)
              AND (WS-FILTRO-CUR = 0
                   OR WS-CURSO-FECHA = WS-FILTRO-CUR)
               MOVE 'S' TO TAB-SEL(ALU-NRO-ALU)
           ELSE
               IF WS-FILTRO-ALU NOT EQUAL 0
                   DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE TRABAJO.'
               END-IF
           END-IF.

       2400-CURSO-A-LA-FECHA.

           IF CHF-FECHA(ALU-NRO-ALU) > 0
               MOVE CHF-CURSO(ALU-NRO-ALU) TO WS-CURSO-FECHA
           ELSE
               MOVE ALU-CURSO TO WS-CURSO-FECHA
           END-IF.

      *************************************
      *    NOTAS ACTUALES DE LOS ALUMNOS  *
      *    PEDIDOS (VIVAS Y ARCHIVADAS)   *
      *************************************

       3000-CARGA-NOTAS.

           OPEN INPUT NOTAS
           IF WS-FS-NOTA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-NOTA
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3100-UNA-NOTA UNTIL WS-SCAN-FIN
               CLOSE NOTAS
           END-IF

      *UN ANIO YA PURGADO ESTA TODO O EN PARTE EN HISTNOTA; PURGNOTA
      *Y PGMREACT MUEVEN LAS NOTAS, NO HAY DUPLICADOS ENTRE AMBOS.
           OPEN INPUT HISTNOTA
           IF WS-FS-HIST EQUAL '05' OR '35'
               OPEN OUTPUT HISTNOTA
               CLOSE HISTNOTA
               OPEN INPUT HISTNOTA
           END-IF

           IF WS-FS-HIST NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-HIST
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3200-UNA-NOTA-HIST UNTIL WS-SCAN-FIN
               CLOSE HISTNOTA
           END-IF.

       3100-UNA-NOTA.

           READ NOTAS
           IF WS-FS-NOTA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF NOT TRL-ES-TRAILER
                  AND NOT-ANIO = WS-ANIO-RPT
                  AND NOT-NRO-ALU >= 1 AND NOT-NRO-ALU <= 9999
                   IF TAB-SEL(NOT-NRO-ALU) = 'S'
                       IF WS-NOT-CANT >= WS-NOT-MAX
                           DISPLAY 'TABLA DE NOTAS LLENA. ALUMNO '
                                   NOT-NRO-ALU ' MATERIA '
                                   NOT-NRO-MAT ' SIN INFORMAR.'
                       ELSE
                           ADD 1 TO WS-NOT-CANT
                           MOVE REG-NOTAS TO RET-HOY(WS-NOT-CANT)
                           MOVE REG-NOTAS TO RET-FEC(WS-NOT-CANT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3200-UNA-NOTA-HIST.

           READ HISTNOTA
           IF WS-FS-HIST NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF NOT TRLH-ES-TRAILER
                  AND HIST-ANIO = WS-ANIO-RPT
                  AND HIST-NRO-ALU >= 1 AND HIST-NRO-ALU <= 9999
                   IF TAB-SEL(HIST-NRO-ALU) = 'S'
                       IF WS-NOT-CANT >= WS-NOT-MAX
                           DISPLAY 'TABLA DE NOTAS LLENA. ALUMNO '
                                   HIST-NRO-ALU ' MATERIA '
                                   HIST-NRO-MAT ' SIN INFORMAR.'
                       ELSE
                           ADD 1 TO WS-NOT-CANT
                           MOVE REG-HIST TO RET-HOY(WS-NOT-CANT)
                           MOVE REG-HIST TO RET-FEC(WS-NOT-CANT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    CAMBIOS DE NOTAS POSTERIORES   *
      *    AL CORTE (AUDITORIA.dat)       *
      *************************************

       4000-CAMBIOS-POSTERIORES.

           OPEN INPUT AUDITORIA
           IF WS-FS-AUD EQUAL '05' OR '35'
               OPEN OUTPUT AUDITORIA
               CLOSE AUDITORIA
               OPEN INPUT AUDITORIA
           END-IF

           IF WS-FS-AUD NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-AUD
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 4100-UN-MOVIMIENTO UNTIL WS-SCAN-FIN
               CLOSE AUDITORIA
           END-IF.

      *CON IMAGEN DE LA NOTA: ALTAS, CORRECCIONES Y REVISIONES POR
      *NOTA. SIN IMAGEN: RESUMEN DE UNA REVISION DESBORDADA (SOLO
      *TRAE MATERIA/PERIODO), REACTIVACIONES DESDE HISTNOTA Y
      *FUSIONES DE ALUMNOS (RENUMERAN LAS NOTAS DEL ABSORBIDO).

       4100-UN-MOVIMIENTO.

           READ AUDITORIA
           IF WS-FS-AUD NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE AUD-FECHA TO WS-MOM-FECHA
               MOVE AUD-HORA  TO WS-MOM-HORA
               IF AUD-ARCHIVO = 'NOTAS   '
                  AND WS-MOMENTO-N > WS-CORTE-N
                   EVALUATE TRUE
                       WHEN AUD-PROGRAMA = 'PGMREACT'
                           PERFORM 4300-REACTIVACION
                       WHEN AUD-PROGRAMA = 'PGMAPRUE'
                            AND AUD-IMAGEN-NVA(1:9) = 'REVISION '
                           PERFORM 4400-REVISION-RESUMEN
                       WHEN AUD-PROGRAMA = 'PGMFUSIO'
                           PERFORM 4350-FUSION
                       WHEN AUD-OP-ALTA
                           MOVE AUD-IMAGEN-NVA TO WS-NOTA-AUD
                           MOVE 'A' TO WS-HALLADO
                           PERFORM 4200-AGREGA-EVENTO
                       WHEN AUD-OP-CAMBIO
                           MOVE AUD-IMAGEN-ANT TO WS-NOTA-AUD
                           IF AUD-PROGRAMA = 'CORRNOTA'
                               MOVE 'C' TO WS-HALLADO
                           ELSE
                               MOVE 'R' TO WS-HALLADO
                           END-IF
                           PERFORM 4200-AGREGA-EVENTO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       4200-AGREGA-EVENTO.

           IF AUN-ANIO = WS-ANIO-RPT
              AND AUN-NRO-ALU >= 1 AND AUN-NRO-ALU <= 9999
               IF TAB-SEL(AUN-NRO-ALU) = 'S'
                   IF WS-EVT-CANT >= WS-EVT-MAX
                       MOVE 'TABLA DE CAMBIOS LLENA' TO WS-MARCA
                       PERFORM 4500-AGREGA-AVISO
                   ELSE
                       ADD 1 TO WS-EVT-CANT
                       MOVE WS-HALLADO   TO EVT-TIPO(WS-EVT-CANT)
                       MOVE AUD-FECHA    TO EVT-FECHA(WS-EVT-CANT)
                       MOVE AUD-PROGRAMA TO EVT-PROGRAMA(WS-EVT-CANT)
                       MOVE AUD-IMAGEN-ANT(1:19)
                            TO EVT-ANT(WS-EVT-CANT)
                       MOVE AUD-IMAGEN-NVA(1:19)
                            TO EVT-NVA(WS-EVT-CANT)
                   END-IF
               END-IF
           END-IF.

       4300-REACTIVACION.

           MOVE AUD-CLAVE TO WS-CLAVE-REA
           IF REA-ANIO = WS-ANIO-RPT
              AND REA-NRO-ALU >= 1 AND REA-NRO-ALU <= 9999
               IF TAB-SEL(REA-NRO-ALU) = 'S'
                   MOVE 'NOTAS REACTIVADAS DESDE HISTNOTA'
                        TO WS-MARCA
                   PERFORM 4500-AGREGA-AVISO
               END-IF
           END-IF.

       4350-FUSION.

           MOVE AUD-CLAVE TO WS-CLAVE-FUS
           MOVE 'N' TO WS-HALLADO
           IF FUS-ALU-PERDEDOR >= 1 AND FUS-ALU-PERDEDOR <= 9999
               IF TAB-SEL(FUS-ALU-PERDEDOR) = 'S'
                   MOVE 'S' TO WS-HALLADO
               END-IF
           END-IF
           IF FUS-ALU-SOBREVIVE >= 1 AND FUS-ALU-SOBREVIVE <= 9999
               IF TAB-SEL(FUS-ALU-SOBREVIVE) = 'S'
                   MOVE 'S' TO WS-HALLADO
               END-IF
           END-IF
           IF WS-HALLADO = 'S'
               MOVE 'FUSION DE ALUMNOS' TO WS-MARCA
               PERFORM 4500-AGREGA-AVISO
           END-IF.

       4400-REVISION-RESUMEN.

           MOVE AUD-CLAVE TO WS-CLAVE-APR
           IF APR-ANIO = WS-ANIO-RPT
              OR (APR-MES = 0 AND APR-ANIO = 0)
               MOVE 'REVISION SIN DETALLE POR NOTA' TO WS-MARCA
               PERFORM 4500-AGREGA-AVISO
           END-IF.

       4500-AGREGA-AVISO.

           IF WS-AVI-CANT < WS-AVI-MAX
               ADD 1 TO WS-AVI-CANT
               MOVE AUD-FECHA    TO AVI-FECHA(WS-AVI-CANT)
               MOVE AUD-HORA     TO AVI-HORA(WS-AVI-CANT)
               MOVE AUD-PROGRAMA TO AVI-PROGRAMA(WS-AVI-CANT)
               MOVE SPACES       TO AVI-TEXTO(WS-AVI-CANT)
               STRING WS-MARCA DELIMITED BY '  '
                      ' CLAVE ' AUD-CLAVE DELIMITED BY SIZE
                      INTO AVI-TEXTO(WS-AVI-CANT)
           END-IF.

      *************************************
      *    DESHACE LOS CAMBIOS, DEL MAS   *
      *    RECIENTE AL MAS VIEJO          *
      *************************************

       5000-DESHACE-CAMBIOS.

           PERFORM 5100-DESHACE-UNO
               VARYING WS-IDX-EVT FROM WS-EVT-CANT BY -1
               UNTIL WS-IDX-EVT < 1.

       5100-DESHACE-UNO.

           EVALUATE TRUE
      *ALTA POSTERIOR: LA NOTA NO EXISTIA A LA FECHA.
               WHEN EVT-ALTA(WS-IDX-EVT)
                   PERFORM 5200-BUSCA-NUEVA
                   IF WS-HALLADO = 'S'
                       MOVE SPACES TO RET-FEC(WS-IDX)
                   END-IF
      *CORRECCION POSTERIOR: SE QUITA LA CORRECTORA Y LA NOTA
      *REEMPLAZADA ('R', MISMO VALOR) VUELVE A SU ESTADO ANTERIOR.
               WHEN EVT-CORRECCION(WS-IDX-EVT)
                   PERFORM 5200-BUSCA-NUEVA
                   IF WS-HALLADO = 'S'
                       MOVE SPACES TO RET-FEC(WS-IDX)
                       PERFORM 5300-BUSCA-REEMPLAZADA
                   END-IF
      *REVISION POSTERIOR: LA NOTA VUELVE A SU IMAGEN ANTERIOR.
               WHEN OTHER
                   PERFORM 5200-BUSCA-NUEVA
                   IF WS-HALLADO = 'S'
                       MOVE EVT-ANT(WS-IDX-EVT) TO RET-FEC(WS-IDX)
                   END-IF
           END-EVALUATE

           IF WS-HALLADO = 'S'
               ADD 1 TO WS-CANT-DESH
           ELSE
               ADD 1 TO WS-NO-APLICADOS
           END-IF.

       5200-BUSCA-NUEVA.

           MOVE 'N' TO WS-HALLADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NOT-CANT OR WS-HALLADO = 'S'
               IF RET-FEC(WS-IDX) = EVT-NVA(WS-IDX-EVT)
                   MOVE 'S' TO WS-HALLADO
               END-IF
           END-PERFORM
           IF WS-HALLADO = 'S'
               SUBTRACT 1 FROM WS-IDX
           END-IF.

       5300-BUSCA-REEMPLAZADA.

           MOVE EVT-ANT(WS-IDX-EVT) TO WS-NOTA-AUD
           MOVE 'R' TO AUN-ESTADO
           MOVE 'N' TO WS-HALLADO
           PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-NOT-CANT OR WS-HALLADO = 'S'
               IF RET-FEC(WS-JDX) = WS-NOTA-AUD
                   MOVE 'S' TO WS-HALLADO
                   MOVE EVT-ANT(WS-IDX-EVT) TO RET-FEC(WS-JDX)
               END-IF
           END-PERFORM
      *LA CORRECTORA SE QUITO IGUAL; EL CAMBIO CUENTA COMO APLICADO.
           MOVE 'S' TO WS-HALLADO.

      *************************************
      *    LISTADO: A LA FECHA CONTRA HOY *
      *************************************

       6000-LISTADO.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-NOT-CANT
               PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-NOT-CANT - WS-IDX
                   IF RET-HOY(WS-JDX)(1:6) > RET-HOY(WS-JDX + 1)(1:6)
                      OR (RET-HOY(WS-JDX)(1:6) =
                          RET-HOY(WS-JDX + 1)(1:6)
                          AND RET-HOY(WS-JDX)(11:2) >
                              RET-HOY(WS-JDX + 1)(11:2))
                       MOVE RET-ENT(WS-JDX) TO WS-SWAP
                       MOVE RET-ENT(WS-JDX + 1) TO RET-ENT(WS-JDX)
                       MOVE WS-SWAP TO RET-ENT(WS-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE SPACES TO WS-LINEA-REP
           STRING 'NOTAS DEL ANIO ' WS-ANIO-RPT
                  ' RECONSTRUIDAS AL ' WS-COR-FECHA(7:2) '/'
                  WS-COR-FECHA(5:2) '/' WS-COR-FECHA(1:4) ' '
                  WS-COR-HORA(1:2) ':' WS-COR-HORA(3:2) ':'
                  WS-COR-HORA(5:2) '  CONTRA HOY'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE SPACES TO WS-LINEA-REP
           IF WS-FILTRO-ALU NOT EQUAL 0
               STRING 'ALUMNO ' WS-FILTRO-ALU
                      '  ESCUELA: ' WS-NOMBRE-ESC
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING 'CURSO A LA FECHA ' WS-FILTRO-CUR
                      '  ESCUELA: ' WS-NOMBRE-ESC
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE SPACES TO WS-LINEA-REP
           STRING 'EST.: V = VIGENTE  P = PENDIENTE  R = REEMPLAZADA'
                  '  X = RECHAZADA    *** = DIFERENCIA'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE 0 TO WS-ALU-ANT
           MOVE 0 TO WS-MAT-ANT
           PERFORM 6100-UNA-FILA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NOT-CANT
           PERFORM 6400-CORTE-MATERIA
           PERFORM 6500-CORTE-ALUMNO

           IF WS-AVI-CANT > 0
               PERFORM 6600-AVISOS
           END-IF.

       6100-UNA-FILA.

           MOVE RET-HOY(WS-IDX) TO WS-NOTA-HOY
           MOVE RET-FEC(WS-IDX) TO WS-NOTA-FEC

           IF HOY-NRO-ALU NOT EQUAL WS-ALU-ANT
               PERFORM 6400-CORTE-MATERIA
               PERFORM 6500-CORTE-ALUMNO
               PERFORM 6200-CABECERA-ALUMNO
           ELSE
               IF HOY-NRO-MAT NOT EQUAL WS-MAT-ANT
                   PERFORM 6400-CORTE-MATERIA
               END-IF
           END-IF

           IF WS-MAT-ANT = 0
               MOVE HOY-NRO-MAT TO WS-MAT-ANT
               MOVE 0 TO WS-SUM-HOY WS-CNT-HOY
               MOVE 0 TO WS-SUM-FEC WS-CNT-FEC
           END-IF

           PERFORM 6300-DETALLE-NOTA.

       6200-CABECERA-ALUMNO.

           MOVE HOY-NRO-ALU TO WS-ALU-ANT
           MOVE 0 TO WS-DIF-ALUMNO
           ADD 1 TO WS-CANT-ALUMNOS

           MOVE HOY-NRO-ALU TO ALU-NRO-ALU
           READ ALUMNOS
               INVALID KEY
                   MOVE 'ALUMNO ?' TO ALU-NOMBRE
                   MOVE 0 TO ALU-CURSO
           END-READ
           PERFORM 2400-CURSO-A-LA-FECHA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNO ' HOY-NRO-ALU ' ' ALU-NOMBRE
                  '  CURSO A LA FECHA ' WS-CURSO-FECHA
                  '  CURSO HOY ' ALU-CURSO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *UNA NOTA: CUENTA EN EL PROMEDIO SI ESTA VIGENTE Y NO ES
      *AUSENTE, IGUAL QUE EN LOS INFORMES.

       6300-DETALLE-NOTA.

           MOVE SPACES TO WS-MARCA
           MOVE HOY-NOTA TO WP-NOTA-HOY

           IF HOY-VIGENTE AND NOT HOY-AUSENTE
               ADD HOY-NOTA TO WS-SUM-HOY
               ADD 1 TO WS-CNT-HOY
           END-IF

           IF RET-FEC(WS-IDX) = SPACES
               MOVE '*** CARGADA DESPUES' TO WS-MARCA
               MOVE SPACES TO WS-LINEA-REP
               STRING '   MAT ' HOY-NRO-MAT ' MES ' HOY-MES
                      ' T' HOY-TIPO-EVAL
                      '   A LA FECHA:   --         '
                      ' HOY: ' WP-NOTA-HOY ' ' HOY-ESTADO ' '
                      HOY-MOTIVO '   ' WS-MARCA
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               IF FEC-VIGENTE AND NOT FEC-AUSENTE
                   ADD FEC-NOTA TO WS-SUM-FEC
                   ADD 1 TO WS-CNT-FEC
               END-IF
               EVALUATE TRUE
                   WHEN RET-FEC(WS-IDX) = RET-HOY(WS-IDX)
                       CONTINUE
                   WHEN FEC-NOTA NOT EQUAL HOY-NOTA
                       MOVE '*** NOTA CAMBIADA' TO WS-MARCA
                   WHEN FEC-ESTADO NOT EQUAL HOY-ESTADO
                       MOVE '*** ESTADO CAMBIADO' TO WS-MARCA
                   WHEN OTHER
                       MOVE '*** MOTIVO CAMBIADO' TO WS-MARCA
               END-EVALUATE
               MOVE FEC-NOTA TO WP-NOTA-FEC
               MOVE SPACES TO WS-LINEA-REP
               STRING '   MAT ' HOY-NRO-MAT ' MES ' HOY-MES
                      ' T' HOY-TIPO-EVAL
                      '   A LA FECHA: ' WP-NOTA-FEC ' ' FEC-ESTADO
                      ' ' FEC-MOTIVO
                      '      HOY: ' WP-NOTA-HOY ' ' HOY-ESTADO ' '
                      HOY-MOTIVO '   ' WS-MARCA
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF

           IF WS-MARCA NOT EQUAL SPACES
               ADD 1 TO WS-DIF-ALUMNO
               ADD 1 TO WS-CANT-DIF
           END-IF
           PERFORM 9100-ESCRIBIR-LISTADO.

      *SITUACION DE LA MATERIA A LA FECHA Y HOY.

       6400-CORTE-MATERIA.

           IF WS-MAT-ANT NOT EQUAL 0
               MOVE WS-MAT-ANT TO LK-NUM-MATE
               MOVE 2 TO LK-OPCION-MAT
               CALL WS-RUTIM USING LK-COM-MATERIA

               MOVE 0 TO WS-PROM-HOY WS-PROM-FEC
               MOVE 'SIN NOTAS  ' TO WS-COND-HOY
               MOVE 'SIN NOTAS  ' TO WS-COND-FEC
               IF WS-CNT-HOY > 0
                   DIVIDE WS-SUM-HOY BY WS-CNT-HOY
                          GIVING WS-PROM-HOY ROUNDED
                   IF WS-PROM-HOY >= WS-NOTA-APROB
                       MOVE 'APROBADA   ' TO WS-COND-HOY
                   ELSE
                       MOVE 'DESAPROBADA' TO WS-COND-HOY
                   END-IF
               END-IF
               IF WS-CNT-FEC > 0
                   DIVIDE WS-SUM-FEC BY WS-CNT-FEC
                          GIVING WS-PROM-FEC ROUNDED
                   IF WS-PROM-FEC >= WS-NOTA-APROB
                       MOVE 'APROBADA   ' TO WS-COND-FEC
                   ELSE
                       MOVE 'DESAPROBADA' TO WS-COND-FEC
                   END-IF
               END-IF

               MOVE SPACES TO WS-MARCA
               IF WS-PROM-FEC NOT EQUAL WS-PROM-HOY
                  OR WS-CNT-FEC NOT EQUAL WS-CNT-HOY
                   MOVE '*** PROMEDIO DISTINTO' TO WS-MARCA
               END-IF
               IF WS-COND-FEC NOT EQUAL WS-COND-HOY
                   MOVE '*** CONDICION DISTINTA' TO WS-MARCA
               END-IF
               IF WS-MARCA NOT EQUAL SPACES
                   ADD 1 TO WS-DIF-ALUMNO
                   ADD 1 TO WS-CANT-DIF
               END-IF

               MOVE WS-PROM-FEC TO WP-PROM-FEC
               MOVE WS-PROM-HOY TO WP-PROM-HOY
               MOVE WS-CNT-FEC  TO WP-CNT-FEC
               MOVE WS-CNT-HOY  TO WP-CNT-HOY
               MOVE SPACES TO WS-LINEA-REP
               STRING '   = ' WS-MAT-ANT ' ' LK-NOM-MATE
                      ' A LA FECHA: ' WP-PROM-FEC ' (' WP-CNT-FEC
                      ') ' WS-COND-FEC
                      '  HOY: ' WP-PROM-HOY ' (' WP-CNT-HOY ') '
                      WS-COND-HOY ' ' WS-MARCA
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF

           MOVE 0 TO WS-MAT-ANT.

       6500-CORTE-ALUMNO.

           IF WS-ALU-ANT NOT EQUAL 0
               MOVE SPACES TO WS-LINEA-REP
               IF WS-DIF-ALUMNO = 0
                   MOVE '   SIN DIFERENCIAS ENTRE LA FECHA Y HOY'
                        TO WS-LINEA-REP
               ELSE
                   MOVE WS-DIF-ALUMNO TO WP-CANT
                   STRING '   DIFERENCIAS ENTRE LA FECHA Y HOY: '
                          WP-CANT
                          DELIMITED BY SIZE INTO WS-LINEA-REP
               END-IF
               PERFORM 9100-ESCRIBIR-LISTADO
               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

       6600-AVISOS.

           MOVE SPACES TO WS-LINEA-REP
           STRING 'MOVIMIENTOS POSTERIORES SIN IMAGEN DE NOTA (NO'
                  ' RECONSTRUIBLES, REVISAR A MANO):'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           PERFORM 6650-UN-AVISO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AVI-CANT.

       6650-UN-AVISO.

           MOVE SPACES TO WS-LINEA-REP
           STRING '   ' AVI-FECHA(WS-IDX)(7:2) '/'
                  AVI-FECHA(WS-IDX)(5:2) '/' AVI-FECHA(WS-IDX)(1:4)
                  ' ' AVI-HORA(WS-IDX)(1:2) ':' AVI-HORA(WS-IDX)(3:2)
                  '  ' AVI-PROGRAMA(WS-IDX) '  ' AVI-TEXTO(WS-IDX)
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    TOTALES DE LA CORRIDA          *
      *************************************

       7000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-ALUMNOS TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNOS LISTADOS:              ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           DISPLAY WS-LINEA-REP

           MOVE WS-CANT-DESH TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CAMBIOS POSTERIORES DESHECHOS: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           DISPLAY WS-LINEA-REP

      *UN CAMBIO CUYA NOTA YA NO ESTA EN NOTAS.dat (PURGADA O
      *UNIFICADA DESPUES) NO SE PUEDE DESHACER.
           IF WS-NO-APLICADOS > 0
               MOVE WS-NO-APLICADOS TO WP-CANT
               MOVE SPACES TO WS-LINEA-REP
               STRING 'CAMBIOS SIN NOTA EN EL ARCHIVO: ' WP-CANT
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
               DISPLAY WS-LINEA-REP
           END-IF

           MOVE WS-CANT-DIF TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DIFERENCIAS MARCADAS:          ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           DISPLAY WS-LINEA-REP

           IF WS-CANT-DIF > 0 OR WS-AVI-CANT > 0
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
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMRETRO' TO LK-RPC-PROGRAMA
               MOVE WS-COR-FECHA(5:2) TO LK-RPC-PERIODO(1:2)
               MOVE WS-COR-FECHA(1:4) TO LK-RPC-PERIODO(3:4)
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'ALU ' WS-FILTRO-ALU ' CUR ' WS-FILTRO-CUR
                      ' ' WS-COR-FECHA(7:2)
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDRETLST' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMRETRO.
