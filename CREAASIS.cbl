      *          cerrado que CREANOTA: una asistencia cuyo mes/anio
      *          este cerrado en PERIODOS.dat se rechaza. PGMPROMO
      *          cuenta las ausencias 'A' del anio para declarar
      *          LIBRE POR INASISTENCIAS. Si la carga se hace
      *          desde una planilla numerada de PGMPLASI se pide su
      *          numero: debe existir en PLANASIS.dat, no estar
      *          anulada ni reemplazada por una reimpresion, y cada
      *          fecha y alumno deben corresponder al mes y al curso
      *          de la hoja (curso a la fecha segun CURSOHIS.dat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT PLANASIS       ASSIGN TO "DDPLAS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PLA.

           SELECT CURSOHIS       ASSIGN TO "DDCURHIS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CHI.

       DATA DIVISION.
       FILE SECTION.
       FD ASISTENCIA.
       FD ALUMNOS.
           COPY REGALUM.

       FD PLANASIS.
           COPY REGPLAS.

       FD CURSOHIS.
           COPY REGCURHI.

       WORKING-STORAGE SECTION.

       01  WS-FS-ASI       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-PLA       PIC X(02).
       01  WS-FS-CHI       PIC X(02).

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

      *PLANILLA DE ASISTENCIA DE LA QUE SE CARGA (0 = SIN PLANILLA).
       01  WS-NRO-PLANILLA  PIC 9(06).
       01  WS-PLA-CURSO     PIC 9(02).
       01  WS-PLA-PERIODO   PIC 9(06).
       01  WS-PLA-HALLADA   PIC X(01).
       01  WS-PLA-ESTADO    PIC X(01).
       01  WS-PLA-ELEGIDA   PIC X(01).
             88 WS-PLANILLA-DEFINIDA  VALUE 'S'.

       01  WS-PLANILLA-OK   PIC X.
             88 WS-PLANILLA-VALIDA    VALUE 'T'.
             88 WS-PLANILLA-FUERA-MES VALUE 'M'.
             88 WS-PLANILLA-FUERA-CUR VALUE 'C'.

       01  WS-CURSO-FECHA   PIC 9(02).
       01  WS-CANT-HIS      PIC 9(03).
       01  WS-MEJOR-FECHA   PIC 9(08).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.

       COPY LKSESIO.

       01  WS-ESCUELA       PIC 9(02) VALUE 0.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

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

           IF NOT WS-FIN-PROCESO
               MOVE 1 TO LK-OPCION-BLQ
               MOVE 'ASISTEN ' TO LK-BLQ-RECURSO
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           MOVE 0 TO WS-NRO-PLANILLA
           IF NOT WS-FIN-PROCESO
               MOVE 'N' TO WS-PLA-ELEGIDA
               PERFORM 1700-PIDE-PLANILLA UNTIL WS-PLANILLA-DEFINIDA
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CREAASIS' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
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
      *    IDENTIFICACION DEL OPERADOR    *
      *************************************
           END-EVALUATE.


      *************************************
      *    PLANILLA NUMERADA DE LA CARGA  *
      *************************************

       1700-PIDE-PLANILLA.

           DISPLAY 'NRO DE PLANILLA DE ASISTENCIA (000000 = SIN'
                   ' PLANILLA): '
           ACCEPT WS-NRO-PLANILLA

           IF WS-NRO-PLANILLA EQUAL 0
               MOVE 'S' TO WS-PLA-ELEGIDA
           ELSE
               PERFORM 1750-BUSCA-PLANILLA
           END-IF.

      *PRIMERA PASADA: UBICA LA HOJA. SEGUNDA: CONTROLA QUE NO HAYA
      *UNA REIMPRESION (NUMERO MAYOR) DEL MISMO CURSO Y MES.

       1750-BUSCA-PLANILLA.

           MOVE 'N' TO WS-PLA-HALLADA
           OPEN INPUT PLANASIS
           IF WS-FS-PLA NOT EQUAL '00'
               DISPLAY 'NO HAY PLANILLAS EMITIDAS: ' WS-FS-PLA
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1760-SCAN-HOJA UNTIL WS-SCAN-FIN
               CLOSE PLANASIS
           END-IF

           EVALUATE TRUE
               WHEN WS-PLA-HALLADA NOT EQUAL 'S'
                   DISPLAY 'PLANILLA INEXISTENTE.'
               WHEN WS-PLA-ESTADO EQUAL 'B'
                   DISPLAY 'PLANILLA ANULADA.'
               WHEN OTHER
                   OPEN INPUT PLANASIS
                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 1770-SCAN-REIMPRESION UNTIL WS-SCAN-FIN
                   CLOSE PLANASIS
           END-EVALUATE

           IF WS-PLA-HALLADA EQUAL 'S' AND WS-PLA-ESTADO NOT EQUAL 'B'
               MOVE 'S' TO WS-PLA-ELEGIDA
               DISPLAY 'PLANILLA ' WS-NRO-PLANILLA ' CURSO '
                       WS-PLA-CURSO ' PERIODO ' WS-PLA-PERIODO
           END-IF.

       1760-SCAN-HOJA.

           READ PLANASIS
           IF WS-FS-PLA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF PLA-NRO EQUAL WS-NRO-PLANILLA
                   MOVE 'S'           TO WS-PLA-HALLADA
                   MOVE PLA-NRO-CURSO TO WS-PLA-CURSO
                   MOVE PLA-PERIODO   TO WS-PLA-PERIODO
                   MOVE PLA-ESTADO    TO WS-PLA-ESTADO
                   SET WS-SCAN-FIN TO TRUE
               END-IF
           END-IF.

       1770-SCAN-REIMPRESION.

           READ PLANASIS
           IF WS-FS-PLA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF PLA-NRO-CURSO EQUAL WS-PLA-CURSO
                  AND PLA-PERIODO EQUAL WS-PLA-PERIODO
                  AND PLA-NRO > WS-NRO-PLANILLA
                  AND NOT PLA-ANULADA
                   DISPLAY 'PLANILLA REEMPLAZADA POR LA NRO ' PLA-NRO
                           '.'
                   MOVE 'B' TO WS-PLA-ESTADO
                   SET WS-SCAN-FIN TO TRUE
               END-IF
           END-IF.


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

               PERFORM 2200-VALIDA-ALUMNO
               PERFORM 2300-VALIDA-FECHA
               PERFORM 2460-VALIDA-CERRADO
               PERFORM 2500-VALIDA-PLANILLA

               IF WS-ALUMNO-VALIDO AND WS-TIPO-VALIDO
                  AND LK-CONTROL = 10 AND WS-PERIODO-ABIERTO
                  AND WS-PLANILLA-VALIDA
                   PERFORM 2600-GRABAR
               ELSE
                   IF WS-ALUMNO-INVALIDO
                       DISPLAY 'PERIODO CERRADO. ASISTENCIA'
                               ' RECHAZADA.'
                   END-IF
                   IF WS-PLANILLA-FUERA-MES
                       DISPLAY 'FECHA FUERA DEL MES DE LA PLANILLA.'
                               ' ASISTENCIA RECHAZADA.'
                   END-IF
                   IF WS-PLANILLA-FUERA-CUR
                       DISPLAY 'ALUMNO NO PERTENECE AL CURSO DE LA'
                               ' PLANILLA. ASISTENCIA RECHAZADA.'
                   END-IF
               END-IF
           END-IF.

               INVALID KEY
                   SET WS-ALUMNO-INVALIDO TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-ESCUELA NOT EQUAL 0
                        AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                           DISPLAY 'EL ALUMNO PERTENECE A OTRA'
                                   ' ESCUELA.'
                       WHEN ALU-BAJA
                           SET WS-ALUMNO-EN-BAJA TO TRUE
                       WHEN OTHER
                           SET WS-ALUMNO-VALIDO TO TRUE
                   END-EVALUATE
           END-READ.

      *************************************
               SET WS-PERIODO-CERRADO TO TRUE
           END-IF.

      *************************************
      *    CONTROL CONTRA LA PLANILLA     *
      *************************************

       2500-VALIDA-PLANILLA.

           SET WS-PLANILLA-VALIDA TO TRUE

           IF WS-NRO-PLANILLA NOT EQUAL 0 AND WS-ALUMNO-VALIDO
               IF WS-FEC-MES * 10000 + WS-FEC-ANIO
                  NOT EQUAL WS-PLA-PERIODO
                   SET WS-PLANILLA-FUERA-MES TO TRUE
               ELSE
                   PERFORM 2550-CURSO-A-LA-FECHA
                   IF WS-CURSO-FECHA NOT EQUAL WS-PLA-CURSO
                       SET WS-PLANILLA-FUERA-CUR TO TRUE
                   END-IF
               END-IF
           END-IF.

      *CURSO DEL ALUMNO A LA FECHA, MISMO CRITERIO QUE PGMPLASI: SIN
      *HISTORIA EN CURSOHIS.dat VALE ALU-CURSO; CON HISTORIA GANA EL
      *EVENTO DE MAYOR FECHA-DESDE NO POSTERIOR A LA FECHA.

       2550-CURSO-A-LA-FECHA.

           MOVE 0 TO WS-CURSO-FECHA
           MOVE 0 TO WS-CANT-HIS
           MOVE 0 TO WS-MEJOR-FECHA

           OPEN INPUT CURSOHIS
           IF WS-FS-CHI EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2560-SCAN-CURSOHIS UNTIL WS-SCAN-FIN
               CLOSE CURSOHIS
           END-IF

           IF WS-CANT-HIS EQUAL 0
               MOVE ALU-CURSO TO WS-CURSO-FECHA
           END-IF.

       2560-SCAN-CURSOHIS.

           READ CURSOHIS
           IF WS-FS-CHI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CHI-NRO-ALU EQUAL WS-NRO-ALU
                   ADD 1 TO WS-CANT-HIS
                   IF CHI-FECHA-DESDE <= WS-FECHA
                      AND CHI-FECHA-DESDE >= WS-MEJOR-FECHA
                       MOVE CHI-FECHA-DESDE TO WS-MEJOR-FECHA
                       MOVE CHI-NRO-CURSO   TO WS-CURSO-FECHA
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    GRABA LA ASISTENCIA            *
      *************************************
           MOVE WS-NRO-ALU TO ASI-NRO-ALU
           MOVE WS-FECHA   TO ASI-FECHA
           MOVE WS-TIPO    TO ASI-TIPO
           IF WS-NRO-PLANILLA EQUAL 0
               MOVE SPACES TO ASI-PLANILLA
           ELSE
               MOVE WS-NRO-PLANILLA TO ASI-PLANILLA
           END-IF

           WRITE REG-ASISTEN
           IF WS-FS-ASI IS NOT EQUAL '00'
