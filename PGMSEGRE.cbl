      ******************************************************************
      * Author:
      * Date:
      * Purpose: Excepciones de segregacion de tareas sobre la pista
      *          de auditoria (AUDITORIA.dat). Sigue cada nota (clave
      *          alumno/materia/anio/mes/tipo) desde su alta y lista:
      *            AUTOAPROBACION  el operador que la cargo (CREANOTA/
      *                            CARGNOTA) la aprobo en PGMAPRUE,
      *                            por nota o, en los movimientos
      *                            viejos, por la revision del filtro
      *                            materia/periodo que la cubrio
      *            CORRECCION      el operador que la cargo la
      *                            corrigio en CORRNOTA
      *            PER.REABIERTO   el operador que reabrio el periodo
      *                            en CREAPERI cargo notas de ese
      *                            periodo mientras estuvo reabierto
      *          Se listan las excepciones del rango de fechas pedido
      *          (por defecto el anio en curso); la historia anterior
      *          se usa para saber quien cargo cada nota. RC 4 = hubo
      *          excepciones. Las altas viejas de CARGNOTA sin
      *          operador (000) no se pueden atribuir.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSEGRE.

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
           SELECT AUDITORIA      ASSIGN TO "DDAUDIT"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-AUD.

           SELECT AUDITORD       ASSIGN TO "DDAUDORD"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ORD.

           SELECT SORT-EVENTOS   ASSIGN TO "DDSRTWK".

           SELECT LISTADO        ASSIGN TO "DDSGRLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITORIA.
           COPY REGAUDIT.

      *EVENTO DE UNA NOTA: 'A' ALTA, 'C' CORRECCION, 'V'/'X'
      *APROBACION/RECHAZO POR NOTA, ORDENADOS POR NOTA Y MOMENTO.
       FD AUDITORD.
           01 REG-EVENTO-ORD.
              05 ORD-CLAVE       PIC X(13).
              05 ORD-CLAVE-R REDEFINES ORD-CLAVE.
                 10 ORD-NRO-ALU     PIC 9(04).
                 10 ORD-NRO-MAT     PIC 9(02).
                 10 ORD-ANIO        PIC 9(04).
                 10 ORD-MES         PIC 9(02).
                 10 ORD-TIPO-EVAL   PIC 9(01).
              05 ORD-MOMENTO     PIC 9(14).
              05 ORD-MOMENTO-R REDEFINES ORD-MOMENTO.
                 10 ORD-FECHA       PIC 9(08).
                 10 ORD-HORA        PIC 9(06).
              05 ORD-SECUENCIA   PIC 9(07).
              05 ORD-EVENTO      PIC X(01).
              05 ORD-PROGRAMA    PIC X(08).
              05 ORD-OPERADOR    PIC 9(03).

       SD SORT-EVENTOS.
           01 SD-REG-EVENTO.
              05 SD-CLAVE        PIC X(13).
              05 SD-MOMENTO      PIC 9(14).
              05 SD-SECUENCIA    PIC 9(07).
              05 SD-EVENTO       PIC X(01).
              05 SD-PROGRAMA     PIC X(08).
              05 SD-OPERADOR     PIC 9(03).

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-AUD       PIC X(02).
       01  WS-FS-ORD       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-FECHA-DESDE  PIC 9(08) VALUE 0.
       01  WS-FECHA-HASTA  PIC 9(08) VALUE 0.

       01  WS-SECUENCIA    PIC 9(07) VALUE 0.
       01  WS-MOMENTO      PIC 9(14).

      *IMAGENES DE LA AUDITORIA VISTAS CON EL LAYOUT DE LA NOTA Y
      *DEL EVENTO DE PERIODOS.
       01  WS-NOTA-AUD.
           05 AUN-NRO-ALU     PIC 9(04).
           05 AUN-NRO-MAT     PIC 99.
           05 AUN-ANIO        PIC 9(04).
           05 AUN-MES         PIC 99.
           05 AUN-NOTA        PIC 9(02)V9(01).
           05 AUN-TIPO-EVAL   PIC 9.
           05 AUN-ESTADO      PIC X(01).
           05 AUN-MOTIVO      PIC X(02).

       01  WS-PERIODO-AUD.
           05 APE-PERIODO     PIC 9(06).
           05 APE-FECHA       PIC 9(08).
           05 APE-HORA        PIC 9(06).
           05 APE-EVENTO      PIC X(01).
           05 FILLER          PIC X(19).

      *REAPERTURAS DE PERIODO: DESDE LA REAPERTURA HASTA EL CIERRE
      *SIGUIENTE (SIN CIERRE, HASTA HOY).
       01  WS-RPA-MAX      PIC 9(03) VALUE 500.
       01  WS-RPA-CANT     PIC 9(03) VALUE 0.
       01  WS-IDX-RPA      PIC 9(03).
       01  WS-RPA-HALLADA  PIC 9(03).
       01  TABLA-REAPERTURAS.
           05 RPA-ENTRADA OCCURS 500 TIMES.
              10 RPA-PERIODO    PIC 9(06).
              10 RPA-PERIODO-R REDEFINES RPA-PERIODO.
                 15 RPA-MES        PIC 9(02).
                 15 RPA-ANIO       PIC 9(04).
              10 RPA-OPERADOR   PIC 9(03).
              10 RPA-DESDE      PIC 9(14).
              10 RPA-HASTA      PIC 9(14).

      *REVISIONES POR FILTRO DE PGMAPRUE (MOVIMIENTO RESUMEN, SIN
      *EL DETALLE DE LAS NOTAS), APROBACIONES 'V' Y RECHAZOS 'X'.
       01  WS-RSM-MAX      PIC 9(03) VALUE 500.
       01  WS-RSM-CANT     PIC 9(03) VALUE 0.
       01  WS-IDX-RSM      PIC 9(03).
       01  TABLA-RESUMENES.
           05 RSM-ENTRADA OCCURS 500 TIMES.
              10 RSM-NRO-MAT    PIC 9(02).
              10 RSM-PERIODO    PIC 9(06).
              10 RSM-PERIODO-R REDEFINES RSM-PERIODO.
                 15 RSM-MES        PIC 9(02).
                 15 RSM-ANIO       PIC 9(04).
              10 RSM-OPERADOR   PIC 9(03).
              10 RSM-MOMENTO    PIC 9(14).
              10 RSM-ESTADO     PIC X(01).

       01  WS-DESBORDE     PIC X VALUE 'N'.
             88 WS-HUBO-DESBORDE      VALUE 'S'.

      *ESTADO DE LA NOTA EN CURSO DEL CORTE DE CONTROL.
       01  WS-CLAVE-ANT    PIC X(13) VALUE SPACES.
       01  WS-DUENO        PIC 9(03).
       01  WS-DUENO-PROG   PIC X(08).
       01  WS-ALTA-MOMENTO PIC 9(14).
       01  WS-PEND-ESTADO  PIC X VALUE 'N'.
             88 WS-HAY-PENDIENTE      VALUE 'S'.
       01  WS-PEND-OPERADOR PIC 9(03).
       01  WS-PEND-MOMENTO PIC 9(14).
       01  WS-RSM-HALLADO  PIC 9(03).

      *EXCEPCION A LISTAR.
       01  WS-EXC-CLAVE.
           05 EXN-NRO-ALU     PIC 9(04).
           05 EXN-NRO-MAT     PIC 9(02).
           05 EXN-ANIO        PIC 9(04).
           05 EXN-MES         PIC 9(02).
           05 EXN-TIPO-EVAL   PIC 9(01).
       01  WS-EXC-TIPO     PIC 9(01).
             88 WS-EXC-AUTOAPROB      VALUE 1.
             88 WS-EXC-CORRECCION     VALUE 2.
             88 WS-EXC-REAPERTURA     VALUE 3.
       01  WS-EXC-MOMENTO  PIC 9(14).
       01  WS-EXC-MOMENTO-R REDEFINES WS-EXC-MOMENTO.
           05 WS-EXC-ANIO     PIC 9(04).
           05 WS-EXC-MES      PIC 9(02).
           05 WS-EXC-DIA      PIC 9(02).
           05 WS-EXC-HH       PIC 9(02).
           05 WS-EXC-MM       PIC 9(02).
           05 WS-EXC-SS       PIC 9(02).
       01  WS-EXC-OPERADOR PIC 9(03).
       01  WS-EXC-TEXTO    PIC X(16).
       01  WS-EXC-DETALLE  PIC X(40).

       01  WS-CANT-AUTOAPROB  PIC 9(05) VALUE 0.
       01  WS-CANT-CORRECCION PIC 9(05) VALUE 0.
       01  WS-CANT-REAPERTURA PIC 9(05) VALUE 0.
       01  WP-CANT         PIC ZZZZ9.

       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKREPCA.

       01  WS-LINEA-REP    PIC X(132).

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.


       PROCEDURE DIVISION.

      ****************************************************
      ****************************************************
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           IF NOT WS-FIN-PROCESO
               PERFORM 2000-ORDENA-EVENTOS
               PERFORM 3000-RECORRE-EVENTOS
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

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'EXCEPCIONES DE SEGREGACION DE TAREAS'
           DISPLAY 'FECHA DESDE (AAAAMMDD, 0 = 1/1 DEL ANIO EN CURSO): '
           ACCEPT WS-FECHA-DESDE
           IF WS-FECHA-DESDE = 0
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FECHA-DESDE(1:4)
               MOVE '0101' TO WS-FECHA-DESDE(5:4)
           END-IF

           DISPLAY 'FECHA HASTA (AAAAMMDD, 0 = SIN LIMITE): '
           ACCEPT WS-FECHA-HASTA
           IF WS-FECHA-HASTA = 0
               MOVE 99999999 TO WS-FECHA-HASTA
           END-IF

           OPEN OUTPUT LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LST
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           STRING 'EXCEPCIONES DE SEGREGACION DE TAREAS DEL '
                  WS-FECHA-DESDE ' AL ' WS-FECHA-HASTA
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE SPACES TO WS-LINEA-REP
           STRING 'FECHA      HORA  OPE EXCEPCION        '
                  'NOTA                        DETALLE'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    ORDENA LOS EVENTOS DE NOTAS    *
      *************************************

       2000-ORDENA-EVENTOS.

           SORT SORT-EVENTOS
               ON ASCENDING KEY SD-CLAVE
                                SD-MOMENTO
                                SD-SECUENCIA
               INPUT PROCEDURE IS 2100-SORT-ENTRADA
               GIVING AUDITORD

           IF WS-HUBO-DESBORDE
               DISPLAY 'AVISO: MAS DE ' WS-RPA-MAX ' REAPERTURAS O '
                       WS-RSM-MAX ' REVISIONES POR FILTRO; LAS'
                       ' EXCEDENTES NO SE CONTROLAN.'
           END-IF.

      *************************************
      *    ENTRADA DEL SORT: EVENTOS DE   *
      *    NOTAS; REAPERTURAS Y REVISIONES*
      *    POR FILTRO VAN A TABLAS        *
      *************************************

       2100-SORT-ENTRADA.

           OPEN INPUT AUDITORIA
           IF WS-FS-AUD NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-AUD
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2150-UNA-AUDITORIA UNTIL WS-SCAN-FIN
               CLOSE AUDITORIA
           END-IF.

       2150-UNA-AUDITORIA.

           READ AUDITORIA
           IF WS-FS-AUD NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               ADD 1 TO WS-SECUENCIA
               COMPUTE WS-MOMENTO = AUD-FECHA * 1000000 + AUD-HORA
               PERFORM 2200-CLASIFICA
           END-IF.

       2200-CLASIFICA.

           EVALUATE TRUE
               WHEN AUD-ARCHIVO = 'PERIODOS'
                    AND AUD-PROGRAMA = 'CREAPERI'
                   MOVE AUD-IMAGEN-NVA TO WS-PERIODO-AUD
                   PERFORM 2300-EVENTO-PERIODO
               WHEN AUD-ARCHIVO NOT EQUAL 'NOTAS   '
                   CONTINUE
               WHEN AUD-OP-ALTA
                    AND (AUD-PROGRAMA = 'CREANOTA'
                         OR AUD-PROGRAMA = 'CARGNOTA')
                   MOVE AUD-IMAGEN-NVA(1:19) TO WS-NOTA-AUD
                   MOVE 'A' TO SD-EVENTO
                   PERFORM 2500-LIBERA-EVENTO
               WHEN AUD-OP-CAMBIO AND AUD-PROGRAMA = 'CORRNOTA'
                   MOVE AUD-IMAGEN-ANT(1:19) TO WS-NOTA-AUD
                   MOVE 'C' TO SD-EVENTO
                   PERFORM 2500-LIBERA-EVENTO
               WHEN AUD-PROGRAMA = 'PGMAPRUE'
                    AND AUD-IMAGEN-NVA(1:9) = 'REVISION '
                   PERFORM 2400-REVISION-FILTRO
               WHEN AUD-PROGRAMA = 'PGMAPRUE'
                    AND AUD-IMAGEN-NVA(1:8) NOT EQUAL 'REVISION'
                   MOVE AUD-IMAGEN-NVA(1:19) TO WS-NOTA-AUD
                   MOVE AUN-ESTADO TO SD-EVENTO
                   PERFORM 2500-LIBERA-EVENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *UNA REAPERTURA ABRE UNA VENTANA; EL CIERRE SIGUIENTE DEL
      *MISMO PERIODO LA TERMINA.
       2300-EVENTO-PERIODO.

           IF APE-EVENTO = 'R'
               IF WS-RPA-CANT < WS-RPA-MAX
                   ADD 1 TO WS-RPA-CANT
                   MOVE APE-PERIODO  TO RPA-PERIODO(WS-RPA-CANT)
                   MOVE AUD-OPERADOR TO RPA-OPERADOR(WS-RPA-CANT)
                   MOVE WS-MOMENTO   TO RPA-DESDE(WS-RPA-CANT)
                   MOVE 99999999999999 TO RPA-HASTA(WS-RPA-CANT)
               ELSE
                   SET WS-HUBO-DESBORDE TO TRUE
               END-IF
           ELSE
               MOVE 0 TO WS-RPA-HALLADA
               PERFORM 2350-BUSCA-ABIERTA
                       VARYING WS-IDX-RPA FROM 1 BY 1
                       UNTIL WS-IDX-RPA > WS-RPA-CANT
               IF WS-RPA-HALLADA > 0
                   MOVE WS-MOMENTO TO RPA-HASTA(WS-RPA-HALLADA)
               END-IF
           END-IF.

       2350-BUSCA-ABIERTA.

           IF RPA-PERIODO(WS-IDX-RPA) = APE-PERIODO
              AND RPA-HASTA(WS-IDX-RPA) = 99999999999999
               MOVE WS-IDX-RPA TO WS-RPA-HALLADA
           END-IF.

       2400-REVISION-FILTRO.

           IF WS-RSM-CANT < WS-RSM-MAX
               ADD 1 TO WS-RSM-CANT
               MOVE AUD-CLAVE(1:2) TO RSM-NRO-MAT(WS-RSM-CANT)
               MOVE AUD-CLAVE(3:6) TO RSM-PERIODO(WS-RSM-CANT)
               MOVE AUD-OPERADOR   TO RSM-OPERADOR(WS-RSM-CANT)
               MOVE WS-MOMENTO     TO RSM-MOMENTO(WS-RSM-CANT)
               MOVE AUD-IMAGEN-NVA(10:1) TO RSM-ESTADO(WS-RSM-CANT)
           ELSE
               SET WS-HUBO-DESBORDE TO TRUE
           END-IF.

       2500-LIBERA-EVENTO.

           MOVE WS-NOTA-AUD(1:12)  TO SD-CLAVE(1:12)
           MOVE WS-NOTA-AUD(16:1)  TO SD-CLAVE(13:1)
           MOVE WS-MOMENTO         TO SD-MOMENTO
           MOVE WS-SECUENCIA       TO SD-SECUENCIA
           MOVE AUD-PROGRAMA       TO SD-PROGRAMA
           MOVE AUD-OPERADOR       TO SD-OPERADOR
           RELEASE SD-REG-EVENTO.

      *************************************
      *    CORTE DE CONTROL POR NOTA      *
      *************************************

       3000-RECORRE-EVENTOS.

           OPEN INPUT AUDITORD
           IF WS-FS-ORD NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ORD
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3050-UN-EVENTO UNTIL WS-SCAN-FIN
               PERFORM 3900-CIERRA-NOTA
               CLOSE AUDITORD
           END-IF.

       3050-UN-EVENTO.

           READ AUDITORD
           IF WS-FS-ORD NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ORD-CLAVE NOT EQUAL WS-CLAVE-ANT
                   PERFORM 3900-CIERRA-NOTA
                   MOVE ORD-CLAVE TO WS-CLAVE-ANT
                   MOVE 0 TO WS-DUENO
                   MOVE SPACES TO WS-DUENO-PROG
                   MOVE 0 TO WS-ALTA-MOMENTO
               END-IF

      *UNA REVISION POR FILTRO YA ALCANZADA POR ESTE EVENTO QUEDA
      *FIRME ANTES DE PROCESARLO.
               IF WS-HAY-PENDIENTE
                  AND ORD-MOMENTO >= WS-PEND-MOMENTO
                   PERFORM 3850-EMITE-PENDIENTE
               END-IF

               EVALUATE ORD-EVENTO
                   WHEN 'A'
                       PERFORM 3100-ALTA
                   WHEN 'C'
                       PERFORM 3200-CORRECCION
                   WHEN 'V'
                       PERFORM 3300-APROBACION
                   WHEN OTHER
                       MOVE 'N' TO WS-PEND-ESTADO
               END-EVALUATE
           END-IF.

      *************************************
      *    ALTA: DUENO DE LA NOTA,        *
      *    PERIODO REABIERTO Y REVISION   *
      *    POR FILTRO QUE LA CUBRE        *
      *************************************

       3100-ALTA.

           MOVE ORD-OPERADOR TO WS-DUENO
           MOVE ORD-PROGRAMA TO WS-DUENO-PROG
           MOVE ORD-MOMENTO  TO WS-ALTA-MOMENTO
           MOVE 'N' TO WS-PEND-ESTADO

           IF WS-DUENO NOT EQUAL 0
               PERFORM 3150-CONTROLA-REAPERTURA
                       VARYING WS-IDX-RPA FROM 1 BY 1
                       UNTIL WS-IDX-RPA > WS-RPA-CANT

               MOVE 0 TO WS-RSM-HALLADO
               PERFORM 3160-BUSCA-REVISION
                       VARYING WS-IDX-RSM FROM 1 BY 1
                       UNTIL WS-IDX-RSM > WS-RSM-CANT
                          OR WS-RSM-HALLADO > 0
      *SI LA PRIMERA REVISION QUE LA CUBRE FUE UN RECHAZO NO HAY
      *APROBACION QUE CONTROLAR.
               IF WS-RSM-HALLADO > 0
                  AND RSM-ESTADO(WS-RSM-HALLADO) = 'V'
                   MOVE 'S' TO WS-PEND-ESTADO
                   MOVE RSM-OPERADOR(WS-RSM-HALLADO)
                        TO WS-PEND-OPERADOR
                   MOVE RSM-MOMENTO(WS-RSM-HALLADO)
                        TO WS-PEND-MOMENTO
               END-IF
           END-IF.

       3150-CONTROLA-REAPERTURA.

           IF RPA-OPERADOR(WS-IDX-RPA) = WS-DUENO
              AND RPA-MES(WS-IDX-RPA) = ORD-MES
              AND RPA-ANIO(WS-IDX-RPA) = ORD-ANIO
              AND ORD-MOMENTO >= RPA-DESDE(WS-IDX-RPA)
              AND ORD-MOMENTO < RPA-HASTA(WS-IDX-RPA)
               SET WS-EXC-REAPERTURA TO TRUE
               MOVE ORD-CLAVE TO WS-EXC-CLAVE
               MOVE ORD-MOMENTO TO WS-EXC-MOMENTO
               MOVE WS-DUENO TO WS-EXC-OPERADOR
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'ALTA ' ORD-PROGRAMA ' REABIERTO '
                      RPA-DESDE(WS-IDX-RPA)(1:8)
                      DELIMITED BY SIZE INTO WS-EXC-DETALLE
               PERFORM 3800-EXCEPCION
           END-IF.

      *LA TABLA ESTA EN ORDEN DE LLEGADA: LA PRIMERA QUE CUBRE LA
      *NOTA DESPUES DEL ALTA ES LA QUE LA REVISO.
       3160-BUSCA-REVISION.

           IF RSM-MOMENTO(WS-IDX-RSM) > ORD-MOMENTO
              AND (RSM-NRO-MAT(WS-IDX-RSM) = 0
                   OR RSM-NRO-MAT(WS-IDX-RSM) = ORD-NRO-MAT)
              AND (RSM-PERIODO(WS-IDX-RSM) = 0
                   OR (RSM-MES(WS-IDX-RSM) = ORD-MES
                       AND RSM-ANIO(WS-IDX-RSM) = ORD-ANIO))
               MOVE WS-IDX-RSM TO WS-RSM-HALLADO
           END-IF.

      *************************************
      *    CORRECCION DE LA PROPIA NOTA   *
      *************************************

       3200-CORRECCION.

           MOVE 'N' TO WS-PEND-ESTADO

           IF WS-DUENO NOT EQUAL 0 AND ORD-OPERADOR = WS-DUENO
               SET WS-EXC-CORRECCION TO TRUE
               MOVE ORD-CLAVE TO WS-EXC-CLAVE
               MOVE ORD-MOMENTO TO WS-EXC-MOMENTO
               MOVE ORD-OPERADOR TO WS-EXC-OPERADOR
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'CARGADA EN ' WS-DUENO-PROG ' EL '
                      WS-ALTA-MOMENTO(1:8)
                      DELIMITED BY SIZE INTO WS-EXC-DETALLE
               PERFORM 3800-EXCEPCION
           END-IF

      *LA NOTA CORRECTORA QUEDA A NOMBRE DE QUIEN CORRIGIO.
           MOVE ORD-OPERADOR TO WS-DUENO
           MOVE ORD-PROGRAMA TO WS-DUENO-PROG
           MOVE ORD-MOMENTO  TO WS-ALTA-MOMENTO.

      *************************************
      *    APROBACION DE LA PROPIA NOTA   *
      *************************************

       3300-APROBACION.

           MOVE 'N' TO WS-PEND-ESTADO

           IF WS-DUENO NOT EQUAL 0 AND ORD-OPERADOR = WS-DUENO
               SET WS-EXC-AUTOAPROB TO TRUE
               MOVE ORD-CLAVE TO WS-EXC-CLAVE
               MOVE ORD-MOMENTO TO WS-EXC-MOMENTO
               MOVE ORD-OPERADOR TO WS-EXC-OPERADOR
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'CARGADA EN ' WS-DUENO-PROG ' EL '
                      WS-ALTA-MOMENTO(1:8)
                      DELIMITED BY SIZE INTO WS-EXC-DETALLE
               PERFORM 3800-EXCEPCION
           END-IF.

      *************************************
      *    LINEA DE EXCEPCION             *
      *************************************

       3800-EXCEPCION.

           IF WS-EXC-MOMENTO(1:8) >= WS-FECHA-DESDE
              AND WS-EXC-MOMENTO(1:8) <= WS-FECHA-HASTA
               EVALUATE TRUE
                   WHEN WS-EXC-AUTOAPROB
                       MOVE 'AUTOAPROBACION' TO WS-EXC-TEXTO
                       ADD 1 TO WS-CANT-AUTOAPROB
                   WHEN WS-EXC-CORRECCION
                       MOVE 'CORRECCION' TO WS-EXC-TEXTO
                       ADD 1 TO WS-CANT-CORRECCION
                   WHEN OTHER
                       MOVE 'PER.REABIERTO' TO WS-EXC-TEXTO
                       ADD 1 TO WS-CANT-REAPERTURA
               END-EVALUATE

               MOVE SPACES TO WS-LINEA-REP
               STRING WS-EXC-DIA '/' WS-EXC-MES '/' WS-EXC-ANIO ' '
                      WS-EXC-HH ':' WS-EXC-MM ' '
                      WS-EXC-OPERADOR ' ' WS-EXC-TEXTO ' '
                      'ALU ' EXN-NRO-ALU ' MAT ' EXN-NRO-MAT ' '
                      EXN-ANIO '/' EXN-MES ' T' EXN-TIPO-EVAL ' '
                      WS-EXC-DETALLE
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *LA REVISION POR FILTRO QUE CUBRIO LA NOTA LA HIZO QUIEN LA
      *CARGO.
       3850-EMITE-PENDIENTE.

           MOVE 'N' TO WS-PEND-ESTADO

           IF WS-PEND-OPERADOR = WS-DUENO
               SET WS-EXC-AUTOAPROB TO TRUE
               MOVE WS-CLAVE-ANT TO WS-EXC-CLAVE
               MOVE WS-PEND-MOMENTO TO WS-EXC-MOMENTO
               MOVE WS-PEND-OPERADOR TO WS-EXC-OPERADOR
               MOVE SPACES TO WS-EXC-DETALLE
               STRING 'REVISION POR FILTRO, CARGADA EL '
                      WS-ALTA-MOMENTO(1:8)
                      DELIMITED BY SIZE INTO WS-EXC-DETALLE
               PERFORM 3800-EXCEPCION
           END-IF.

      *AL CAMBIAR DE NOTA SE RESUELVE LA REVISION PENDIENTE DE LA
      *CLAVE QUE TERMINA.
       3900-CIERRA-NOTA.

           IF WS-HAY-PENDIENTE
               PERFORM 3850-EMITE-PENDIENTE
           END-IF.

      *************************************
      *    TOTALES                        *
      *************************************

       4000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-AUTOAPROB TO WP-CANT
           DISPLAY 'AUTOAPROBACIONES           : ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'AUTOAPROBACIONES           : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-CORRECCION TO WP-CANT
           DISPLAY 'CORRECCIONES DE NOTA PROPIA: ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CORRECCIONES DE NOTA PROPIA: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-REAPERTURA TO WP-CANT
           DISPLAY 'CARGAS EN PERIODO REABIERTO: ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CARGAS EN PERIODO REABIERTO: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           IF RETURN-CODE = 0
              AND (WS-CANT-AUTOAPROB > 0 OR WS-CANT-CORRECCION > 0
                   OR WS-CANT-REAPERTURA > 0)
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

           CLOSE LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMSEGRE' TO LK-RPC-PROGRAMA
               MOVE 0 TO LK-RPC-PERIODO
               MOVE WS-FECHA-DESDE(5:2) TO LK-RPC-PERIODO(1:2)
               MOVE WS-FECHA-DESDE(1:4) TO LK-RPC-PERIODO(3:4)
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'DESDE ' WS-FECHA-DESDE
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDSGRLST' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMSEGRE.
