      *          regrabado de NOTAS.dat va via temporal con control
      *          de trailer, igual que CORRNOTA, y se espeja en el
      *          indice NOTASIDX.dat. Solo nivel supervisor.
      *          Segregacion de tareas: no se aprueban las notas que
      *          el mismo operador cargo (alta de CREANOTA/CARGNOTA a
      *          su nombre en la auditoria); quedan pendientes para
      *          otro supervisor y salen en el listado. Cada nota
      *          revisada queda en la auditoria con su imagen.
      *          Con escuela de trabajo (RUTESCUE) solo se listan y
      *          revisan notas de alumnos de esa escuela; las de
      *          otras escuelas quedan pendientes sin tocar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RECORD KEY IS NIX-CLAVE
                                      FILE STATUS IS WS-FS-IDX.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT AUDITORIA      ASSIGN TO "DDAUDIT"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-AUD.

           SELECT LISTADO        ASSIGN TO "DDAPRLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.
       FD NOTASIDX.
           COPY REGNOTIX.

       FD ALUMNOS.
           COPY REGALUM.

       FD AUDITORIA.
           COPY REGAUDIT.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       01  WS-FS-TMP       PIC X(02).
       01  WS-FS-IDX       PIC X(02).
       01  WS-FS-LST       PIC X(02).
       01  WS-FS-AUD       PIC X(02).
       01  WS-FS-ALU       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
           05 ESP-ESTADO      PIC X(01).
           05 ESP-MOTIVO      PIC X(02).

      *NOTAS DEL FILTRO CON EL OPERADOR QUE LAS CARGO SEGUN LA
      *AUDITORIA (LA ULTIMA ALTA DE CADA CLAVE ALU/MAT/ANIO/MES/
      *TIPO). SI NO ENTRAN EN LA TABLA NO SE APRUEBA NADA: HAY QUE
      *ACOTAR EL FILTRO.
       01  WS-PRO-MAX       PIC 9(04) VALUE 2000.
       01  WS-PRO-CANT      PIC 9(04) VALUE 0.
       01  WS-IDX-PRO       PIC 9(04).
       01  WS-PRO-HALLADA   PIC 9(04).
       01  WS-PRO-DESBORDE  PIC X VALUE 'N'.
       01  TABLA-PROPIAS.
           05 PRO-ENTRADA OCCURS 2000 TIMES.
              10 PRO-CLAVE      PIC X(13).
              10 PRO-OPERADOR   PIC 9(03).

       01  WS-CLAVE-NOTA    PIC X(13).
       01  WS-NOTA-PROPIA   PIC X VALUE 'N'.
             88 WS-ES-PROPIA          VALUE 'S'.
       01  WS-CANT-PROPIAS  PIC 9(05) VALUE 0.
       01  WS-HAY-OPERADORES PIC X VALUE 'S'.
             88 WS-SIN-OPERADORES     VALUE 'N'.

      *IMAGEN DE LA NOTA GRABADA EN LA AUDITORIA (MISMO LAYOUT QUE
      *REG-NOTAS).
       01  WS-NOTA-AUD.
           05 AUN-NRO-ALU     PIC 9(04).
           05 AUN-NRO-MAT     PIC 99.
           05 AUN-ANIO        PIC 9(04).
           05 AUN-MES         PIC 99.
           05 AUN-NOTA        PIC 9(02)V9(01).
           05 AUN-TIPO-EVAL   PIC 9.
           05 AUN-ESTADO      PIC X(01).
           05 AUN-MOTIVO      PIC X(02).

       01  WS-RUTAUD        PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.
       01  WS-BLOQ-ESTADO   PIC X VALUE 'N'.
             88 WS-BLOQ-TOMADO        VALUE 'S'.

      *ALUMNOS SOLO SE ABRE CON ESCUELA DE TRABAJO, PARA SALTEAR
      *LAS NOTAS DE ALUMNOS DE OTRAS ESCUELAS.
       01  WS-ALU-ESTADO    PIC X VALUE 'N'.
             88 WS-ALU-ABIERTO        VALUE 'S'.
       01  WS-NOTA-ESCUELA  PIC X VALUE 'N'.
             88 WS-NOTA-OTRA-ESCUELA  VALUE 'S'.

       01  WS-RUTBLQ        PIC X(08) VALUE 'RUTBLOQ '.

       COPY LKBLOQ.

       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).
       01  WS-ESCUELA       PIC 9(02) VALUE 0.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.


       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO
               PERFORM 1600-ESCUELA
           END-IF

           IF NOT WS-FIN-PROCESO AND WS-NIVEL-OPE < 2
               DISPLAY 'REVISION DE NOTAS SOLO PARA NIVEL'
                       ' SUPERVISOR.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO AND WS-ESCUELA NOT EQUAL 0
               OPEN INPUT ALUMNOS
               IF WS-FS-ALU NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-ALU-ABIERTO TO TRUE
               END-IF
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMAPRUE' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
                   DISPLAY 'SIN OPERADORES REGISTRADOS. SE OPERA SIN'
                           ' CONTROL DE NIVELES.'
                   MOVE 3 TO WS-NIVEL-OPE
                   SET WS-SIN-OPERADORES TO TRUE
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
                  AND (WS-PERIODO = 0
                       OR (WS-PER-MES = NOT-MES
                           AND WS-PER-ANIO = NOT-ANIO))
                   PERFORM 2370-ESCUELA-NOTA
                   IF NOT WS-NOTA-OTRA-ESCUELA
                       ADD 1 TO WS-CANT-PEND
                       MOVE NOT-NOTA TO WP-NOTA
                       DISPLAY 'PENDIENTE ALU ' NOT-NRO-ALU
                               ' MAT ' NOT-NRO-MAT
                               ' ' NOT-ANIO '/' NOT-MES
                               ' TIPO ' NOT-TIPO-EVAL
                               ' NOTA ' WP-NOTA
                   END-IF
               END-IF
           END-IF.


       2300-APLICA-REVISION.

           MOVE 0   TO WS-CANT-PROPIAS
           MOVE 0   TO WS-PRO-CANT
           MOVE 'N' TO WS-PRO-DESBORDE

           IF WS-ESTADO-NUEVO = 'V' AND NOT WS-SIN-OPERADORES
               PERFORM 2320-CARGA-PROPIAS
           END-IF

           IF WS-PRO-DESBORDE = 'S'
               DISPLAY 'MAS DE ' WS-PRO-MAX ' NOTAS EN LA AUDITORIA'
                       ' PARA EL FILTRO: ACOTAR MATERIA/PERIODO.'
                       ' NADA SE MODIFICO.'
           ELSE
               PERFORM 2310-COPIA-REVISADA
               IF WS-CANT-PROPIAS > 0
                   MOVE WS-CANT-PROPIAS TO WP-CANT
                   DISPLAY 'NOTAS NO APROBADAS POR SER CARGADAS POR'
                           ' EL MISMO OPERADOR: ' WP-CANT
               END-IF
           END-IF.

       2310-COPIA-REVISADA.

           MOVE 0 TO WS-CANT-TOCADAS
           MOVE 0 TO WS-ESP-CANT
           MOVE 'N' TO WS-ESP-DESBORDE
                      AND (WS-PERIODO = 0
                           OR (WS-PER-MES = NOT-MES
                               AND WS-PER-ANIO = NOT-ANIO))
                       PERFORM 2370-ESCUELA-NOTA
                       IF NOT WS-NOTA-OTRA-ESCUELA
                           PERFORM 2360-ES-PROPIA
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-NOTA-OTRA-ESCUELA
                               CONTINUE
                           WHEN WS-ES-PROPIA
                               ADD 1 TO WS-CANT-PROPIAS
                               PERFORM 2430-LISTA-PROPIA
                           WHEN OTHER
                               MOVE WS-ESTADO-NUEVO TO NOT-ESTADO
                               ADD 1 TO WS-CANT-TOCADAS
                               PERFORM 2400-RETIENE-ESPEJO
                               IF WS-ESTADO-NUEVO = 'X'
                                   PERFORM 2420-LISTA-RECHAZO
                               END-IF
                       END-EVALUATE
                   END-IF
                   ADD 1 TO WS-CANT-CTRL
                   ADD NOT-NOTA TO WS-HASH-CTRL
               END-IF
           END-IF.

      *************************************
      *    NOTAS DEL FILTRO CARGADAS POR  *
      *    CADA OPERADOR (AUDITORIA)      *
      *************************************

       2320-CARGA-PROPIAS.

           OPEN INPUT AUDITORIA
           IF WS-FS-AUD EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2330-UNA-AUDITORIA UNTIL WS-SCAN-FIN
               CLOSE AUDITORIA
           ELSE
               IF WS-FS-AUD NOT EQUAL '05' AND NOT EQUAL '35'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-AUD
                   MOVE 'S' TO WS-PRO-DESBORDE
               END-IF
           END-IF.

       2330-UNA-AUDITORIA.

           READ AUDITORIA
           IF WS-FS-AUD NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE AUD-IMAGEN-NVA(1:19) TO WS-NOTA-AUD
               IF AUD-ARCHIVO = 'NOTAS   ' AND AUD-OP-ALTA
                  AND (AUD-PROGRAMA = 'CREANOTA'
                       OR AUD-PROGRAMA = 'CARGNOTA')
                  AND (WS-FILTRO-MAT = 0
                       OR WS-FILTRO-MAT = AUN-NRO-MAT)
                  AND (WS-PERIODO = 0
                       OR (WS-PER-MES = AUN-MES
                           AND WS-PER-ANIO = AUN-ANIO))
                   MOVE AUD-IMAGEN-NVA(1:12) TO WS-CLAVE-NOTA(1:12)
                   MOVE AUD-IMAGEN-NVA(16:1) TO WS-CLAVE-NOTA(13:1)
                   PERFORM 2340-BUSCA-CLAVE
                   IF WS-PRO-HALLADA > 0
                       MOVE AUD-OPERADOR
                            TO PRO-OPERADOR(WS-PRO-HALLADA)
                   ELSE
                       IF WS-PRO-CANT < WS-PRO-MAX
                           ADD 1 TO WS-PRO-CANT
                           MOVE WS-CLAVE-NOTA
                                TO PRO-CLAVE(WS-PRO-CANT)
                           MOVE AUD-OPERADOR
                                TO PRO-OPERADOR(WS-PRO-CANT)
                       ELSE
                           MOVE 'S' TO WS-PRO-DESBORDE
                           SET WS-SCAN-FIN TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2340-BUSCA-CLAVE.

           MOVE 0 TO WS-PRO-HALLADA
           PERFORM 2345-COMPARA-CLAVE
                   VARYING WS-IDX-PRO FROM 1 BY 1
                   UNTIL WS-IDX-PRO > WS-PRO-CANT
                      OR WS-PRO-HALLADA > 0.

       2345-COMPARA-CLAVE.

           IF PRO-CLAVE(WS-IDX-PRO) = WS-CLAVE-NOTA
               MOVE WS-IDX-PRO TO WS-PRO-HALLADA
           END-IF.

      *UNA NOTA PENDIENTE CUYA ULTIMA ALTA ES DEL OPERADOR QUE
      *REVISA NO SE APRUEBA.
       2360-ES-PROPIA.

           MOVE 'N' TO WS-NOTA-PROPIA
           IF WS-ESTADO-NUEVO = 'V' AND WS-PRO-CANT > 0
               MOVE REG-NOTAS(1:12) TO WS-CLAVE-NOTA(1:12)
               MOVE REG-NOTAS(16:1) TO WS-CLAVE-NOTA(13:1)
               PERFORM 2340-BUSCA-CLAVE
               IF WS-PRO-HALLADA > 0
                   IF PRO-OPERADOR(WS-PRO-HALLADA) = WS-NRO-OPE
                       SET WS-ES-PROPIA TO TRUE
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    NOTA DE UN ALUMNO DE OTRA      *
      *    ESCUELA (NO SE LISTA NI SE     *
      *    REVISA)                        *
      *************************************

       2370-ESCUELA-NOTA.

           MOVE 'N' TO WS-NOTA-ESCUELA
           IF WS-ALU-ABIERTO
               MOVE NOT-NRO-ALU TO ALU-NRO-ALU
               READ ALUMNOS
                   INVALID KEY
                       MOVE 0 TO ALU-ESCUELA
               END-READ
               IF ALU-ESCUELA IS NOT NUMERIC
                   MOVE 0 TO ALU-ESCUELA
               END-IF
               IF ALU-ESCUELA NOT EQUAL WS-ESCUELA
                   SET WS-NOTA-OTRA-ESCUELA TO TRUE
               END-IF
           END-IF.

      *************************************
      *    RETIENE LA NOTA REVISADA PARA  *
      *    ESPEJARLA TRAS EL REGRABADO    *
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    NOTA PROPIA QUE QUEDA          *
      *    PENDIENTE PARA OTRO SUPERVISOR *
      *************************************

       2430-LISTA-PROPIA.

           MOVE NOT-NOTA TO WP-NOTA
           MOVE SPACES TO WS-LINEA-REP
           STRING 'NO APROBADA: ALU ' NOT-NRO-ALU
                  ' MAT ' NOT-NRO-MAT
                  ' ' NOT-ANIO '/' NOT-MES
                  ' TIPO ' NOT-TIPO-EVAL
                  ' NOTA ' WP-NOTA
                  ' - CARGADA POR EL OPERADOR ' WS-NRO-OPE
                  ', LA APRUEBA OTRO SUPERVISOR'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    CONTROL CONTRA EL TRAILER      *
      *************************************
      *    GRABA MOVIMIENTO DE AUDITORIA  *
      *************************************

      *CADA NOTA REVISADA VA CON SU IMAGEN ANTERIOR (PENDIENTE) Y
      *NUEVA; SI LA REVISION DESBORDO LA TABLA DEL ESPEJO QUEDA
      *ADEMAS EL MOVIMIENTO RESUMEN DEL FILTRO.

       2900-AUDITORIA.

           PERFORM 2910-AUDITA-NOTA
                   VARYING WS-IDX-ESP FROM 1 BY 1
                   UNTIL WS-IDX-ESP > WS-ESP-CANT

           IF WS-ESP-DESBORDE = 'S'
               PERFORM 2920-AUDITA-RESUMEN
           END-IF.

       2910-AUDITA-NOTA.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'PGMAPRUE' TO LK-AUD-PROGRAMA
           MOVE 'NOTAS   ' TO LK-AUD-ARCHIVO
           MOVE 'C'        TO LK-AUD-OPERACION
           MOVE SPACES     TO LK-AUD-CLAVE
           MOVE ESP-DETALLE(WS-IDX-ESP)(1:10) TO LK-AUD-CLAVE(1:10)
           MOVE ESP-DETALLE(WS-IDX-ESP) TO LK-AUD-IMAGEN-ANT
           MOVE 'P'        TO LK-AUD-IMAGEN-ANT(17:1)
           MOVE ESP-DETALLE(WS-IDX-ESP) TO LK-AUD-IMAGEN-NVA
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

       2920-AUDITA-RESUMEN.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'PGMAPRUE' TO LK-AUD-PROGRAMA
           MOVE 'NOTAS   ' TO LK-AUD-ARCHIVO
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.

           IF WS-ALU-ABIERTO
               CLOSE ALUMNOS
               IF WS-FS-ALU NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
               END-IF
           END-IF.

           IF WS-BLOQ-TOMADO
               MOVE 2 TO LK-OPCION-BLQ
               MOVE 'NOTAS   ' TO LK-BLQ-RECURSO
