         01 TABLA-CURSO-ALU.
             05 TAB-CURSO-ALU OCCURS 9999 TIMES PIC 9(02).

      *ESCUELA DE CADA ALUMNO, CARGADA JUNTO CON EL CURSO: LAS NOTAS
      *DE ALUMNOS DE OTRA ESCUELA QUEDAN FUERA DEL INFORME.
         01 TABLA-ESCUELA-ALU.
             05 TAB-ESCUELA-ALU OCCURS 9999 TIMES PIC 9(02).

         01 TABLA-SUBT-CURSO.
             05 SUBT-CURSO OCCURS 99 TIMES.
                 10 CSUB-SUM   PIC 9(06)V9(01).

         COPY LKNOVED.

      *ESCUELA DE TRABAJO (RUTESCUE): LA DE LA SESION O LA DE LA
      *TARJETA DDESCSEL; 00 = TODAS LAS ESCUELAS.
         01 WS-RUTESC  PIC X(08)  VALUE 'RUTESCUE'.

         COPY LKESCUE.

         01 WS-ESCUELA       PIC 9(02) VALUE 0.
         01 WS-NOMBRE-ESC    PIC X(30).

         01 WS-CANT-CTRL     PIC 9(07).
         01 WS-HASH-CTRL     PIC 9(08)V9(01).
         01 WS-ULT-TRL-CANT  PIC 9(07).
             03 WS-MES-COR    PIC 9(02).
             03 WS-DIA-COR    PIC 9(02).

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.
      ***************************************

       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           MOVE 1 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           MOVE LK-ESC-NOMBRE TO WS-NOMBRE-ESC
           DISPLAY 'ESCUELA: ' WS-NOMBRE-ESC

           DISPLAY 'MODO DE INFORME: 1-NORMAL  2-TENDENCIA MULTI-ANIO'
                   '  3-DISTRIBUCION NACIONALIDADES'
                   '  4-ALUMNOS EN RIESGO'
           END-EVALUATE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMINFOR' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'CURSOS  ' TO LK-VER-ARCHIVO
           MOVE VLY-CURSOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
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

     ******************************
     ***** CARGA DEL CURSO DE *****
     ***** CADA ALUMNO        *****
           PERFORM VARYING WS-RRN-ALU-CUR FROM 1 BY 1
                   UNTIL WS-RRN-ALU-CUR > 9999
               MOVE 0 TO TAB-CURSO-ALU(WS-RRN-ALU-CUR)
               MOVE 0 TO TAB-ESCUELA-ALU(WS-RRN-ALU-CUR)
           END-PERFORM

           READ ALUMNOS
           PERFORM UNTIL WS-FS-ALU NOT EQUAL '00'
               IF ALU-NRO-ALU >= 1 AND ALU-NRO-ALU <= 9999
                   MOVE ALU-CURSO TO TAB-CURSO-ALU(ALU-NRO-ALU)
                   MOVE ALU-ESCUELA TO TAB-ESCUELA-ALU(ALU-NRO-ALU)
               END-IF
               READ ALUMNOS
           END-PERFORM
                           OR (NOT-NRO-ALU >= 1
                               AND TAB-CURSO-ALU(NOT-NRO-ALU) =
                                   WS-FILTRO-CURSO))
                       AND (WS-ESCUELA = 0
                            OR (NOT-NRO-ALU >= 1
                                AND TAB-ESCUELA-ALU(NOT-NRO-ALU) =
                                    WS-ESCUELA))

                       IF NOT-NRO-ALU NOT EQUAL WS-ALU-ANT
                          OR NOT-NRO-MAT NOT EQUAL WS-MAT-ANT
           READ ALUMNOS
           PERFORM UNTIL WS-FS-ALU NOT EQUAL '00'
               IF ALU-ACTIVO
                  AND (WS-ESCUELA = 0 OR ALU-ESCUELA = WS-ESCUELA)
                   COMPUTE WS-PAIS-IDX = ALU-NRO-PAIS + 1
                   ADD 1 TO PAIS-CANT(WS-PAIS-IDX)
                   ADD 1 TO WS-CONT-ALU
                       OR (NOT-NRO-ALU >= 1
                           AND TAB-CURSO-ALU(NOT-NRO-ALU) =
                               WS-FILTRO-CURSO))
                   AND (WS-ESCUELA = 0
                        OR (NOT-NRO-ALU >= 1
                            AND TAB-ESCUELA-ALU(NOT-NRO-ALU) =
                                WS-ESCUELA))
                  AND NOT-ANIO = LK-ANIO AND NOT-MES >= LK-MES
                  AND NOT-VIGENTE AND NOT NOT-AUSENTE

                           OR (NOT-NRO-ALU >= 1
                               AND TAB-CURSO-ALU(NOT-NRO-ALU) =
                                   WS-FILTRO-CURSO))
                       AND (WS-ESCUELA = 0
                            OR (NOT-NRO-ALU >= 1
                                AND TAB-ESCUELA-ALU(NOT-NRO-ALU) =
                                    WS-ESCUELA))
                       MOVE NOT-NRO-MAT TO WS-IDX-MAT
      *LOS AUSENTES SE CUENTAN APARTE: NO ENTRAN AL HISTOGRAMA NI
      *A LA MEDIA/MEDIANA/DESVIO.
                           OR (NOT-NRO-ALU >= 1
                               AND TAB-CURSO-ALU(NOT-NRO-ALU) =
                                   WS-FILTRO-CURSO))
                       AND (WS-ESCUELA = 0
                            OR (NOT-NRO-ALU >= 1
                                AND TAB-ESCUELA-ALU(NOT-NRO-ALU) =
                                    WS-ESCUELA))
                       ADD 1 TO WS-CANT
                       ADD NOT-NOTA TO WS-SUM-NOTA
                       PERFORM 3100-ACTUALIZA-MINMAX

           PERFORM 2800-BUSCAALUMNO UNTIL WS-ENCONTRADO

           IF (WS-FILTRO-ALU = 0 OR WS-FILTRO-ALU = NOT-NRO-ALU)
              AND (WS-ESCUELA = 0
                   OR (NOT-NRO-ALU >= 1
                       AND TAB-ESCUELA-ALU(NOT-NRO-ALU) = WS-ESCUELA))
               DISPLAY '*ALUMNO: ' ALU-NOMBRE ' ' WS-MARCA-BAJA
                          '  NACIONALIDAD: ' LK-NOM-NAC
               DISPLAY LIT-SPACES2

           PERFORM 2800-BUSCAALUMNO

           IF (WS-FILTRO-ALU = 0 OR WS-FILTRO-ALU = NOT-NRO-ALU)
              AND (WS-ESCUELA = 0
                   OR (NOT-NRO-ALU >= 1
                       AND TAB-ESCUELA-ALU(NOT-NRO-ALU) = WS-ESCUELA))
               DISPLAY LIT-SPACES
               DISPLAY '*ALUMNO: ' ALU-NOMBRE ' ' WS-MARCA-BAJA
                          '  NACIONALIDAD: ' LK-NOM-NAC
           ELSE
               IF WS-CANT EQUAL 0
                   AND (WS-FILTRO-MAT = 0 OR WS-FILTRO-MAT = WS-MAT-ANT)
                   AND (WS-ESCUELA = 0
                        OR (WS-ALU-ANT >= 1
                            AND TAB-ESCUELA-ALU(WS-ALU-ANT) =
                                WS-ESCUELA))
                   DISPLAY 'MATERIA: ' LK-NOM-MATE
                          '             SIN NOTAS EN EL PERIODO.'
                   MOVE SPACES TO WS-LINEA-REP
                           OR (NOT-NRO-ALU >= 1
                               AND TAB-CURSO-ALU(NOT-NRO-ALU) =
                                   WS-FILTRO-CURSO))
                       AND (WS-ESCUELA = 0
                            OR (NOT-NRO-ALU >= 1
                                AND TAB-ESCUELA-ALU(NOT-NRO-ALU) =
                                    WS-ESCUELA))
                       ADD 1 TO WS-CANT
                       ADD NOT-NOTA TO WS-SUM-NOTA
                       PERFORM 3100-ACTUALIZA-MINMAX
                  WS-DIA-COR '/' WS-MES-COR '/' WS-ANIO-COR
                  '   APROB: ' WS-APROB-ENT
                  '   PAGINA: ' WS-NRO-PAGINA
                  '   ESCUELA: ' WS-NOMBRE-ESC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           WRITE REG-REPORTE FROM WS-LINEA-REP

               STRING 'A' WS-FILTRO-ALU
                      ' M' WS-FILTRO-MAT
                      ' C' WS-FILTRO-CURSO
                      ' E' WS-ESCUELA
                      ' O' WS-MODO-INFORME
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDRPT   ' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
