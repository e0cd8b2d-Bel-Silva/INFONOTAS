      *          antes del cierre real. El cierre real queda
      *          posteado en RUNCTL (programa PGMPROMO, periodo
      *          12AAAA) y el libro matriz exige ese posteo.
      *          Con escuela de trabajo (RUTESCUE) el cierre se
      *          limita a sus alumnos y conserva en RESULTADO.dat
      *          los resultados del anio de las demas escuelas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-MARCA-BORDE  PIC X(16).
       01  WS-CANT-BORDE   PIC 9(05) VALUE 0.

       01  WS-ALU-ESC      PIC X VALUE 'N'.
             88 WS-ALU-DE-LA-ESCUELA  VALUE 'S'.
             88 WS-ALU-OTRA-ESCUELA   VALUE 'N'.

       01  WS-RUN-ABIERTO  PIC X VALUE 'N'.
             88 WS-RUN-REGISTRADO     VALUE 'S'.


       COPY LKBLOQ.

       01  WS-RUTESC PIC X(08)  VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-ESCUELA      PIC 9(02) VALUE 0.
       01  WS-NOMBRE-ESC   PIC X(30).

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'PROMOCION DE FIN DE CICLO'

           MOVE 1 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           MOVE LK-ESC-NOMBRE TO WS-NOMBRE-ESC
           DISPLAY 'ESCUELA: ' WS-NOMBRE-ESC

           DISPLAY 'ANIO A CERRAR (AAAA): '
           ACCEPT WS-ANIO-CIERRE

               PERFORM 9200-ENCABEZADO
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMPROMO' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'RESULTAD' TO LK-VER-ARCHIVO
           MOVE VLY-RESULTAD TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
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
      *    REGRABA RESULTADO CONSERVANDO  *
      *    LOS CIERRES DE OTROS ANIOS     *
      *SE DESCARTA Y RECALCULA EL ANIO QUE SE ESTA CERRANDO, VIA
      *TEMPORAL COMO HACE PURGNOTA CON NOTAS.dat. EL ARCHIVO QUEDA
      *ABIERTO OUTPUT PARA QUE LA CORRIDA AGREGUE EL ANIO NUEVO.
      *CON ESCUELA DE TRABAJO SOLO SE DESCARTAN LOS RESULTADOS DEL
      *ANIO DE SUS ALUMNOS; LOS DE LAS DEMAS ESCUELAS SE CONSERVAN.

       1200-PREPARA-RESULTADO.

           IF WS-FS-RES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               SET WS-ALU-OTRA-ESCUELA TO TRUE
               IF RES-ANIO = WS-ANIO-CIERRE AND WS-ESCUELA NOT EQUAL 0
                   MOVE RES-NRO-ALU TO ALU-NRO-ALU
                   READ ALUMNOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ALU-ESCUELA = WS-ESCUELA
                               SET WS-ALU-DE-LA-ESCUELA TO TRUE
                           END-IF
                   END-READ
               END-IF
               IF RES-ANIO NOT EQUAL WS-ANIO-CIERRE
                  OR (WS-ESCUELA NOT EQUAL 0 AND WS-ALU-OTRA-ESCUELA)
                   MOVE REG-RESULTADO TO REG-RESTMP
                   WRITE REG-RESTMP
                   IF WS-FS-RTM IS NOT EQUAL '00'
      *************************************
      *    ENTRADA DEL SORT SIN TRAILERS  *
      *************************************
      *CON UNA ESCUELA DE TRABAJO SOLO SE ORDENAN LAS NOTAS DE SUS
      *ALUMNOS (ESCUELA RESUELTA POR EL MAESTRO).

       1100-SORT-ENTRADA.

           IF WS-ESCUELA NOT EQUAL 0
               OPEN INPUT ALUMNOS
           END-IF

           OPEN INPUT NOTAS
           READ NOTAS
           PERFORM UNTIL WS-FS-NOTA NOT EQUAL '00'
               IF NOT TRL-ES-TRAILER
                   PERFORM 1150-FILTRA-ESCUELA
               END-IF
               READ NOTAS
           END-PERFORM
           CLOSE NOTAS

           IF WS-ESCUELA NOT EQUAL 0
               CLOSE ALUMNOS
           END-IF.

       1150-FILTRA-ESCUELA.

           IF WS-ESCUELA = 0
               RELEASE SD-REG-NOTAS FROM REG-NOTAS
           ELSE
               MOVE NOT-NRO-ALU TO ALU-NRO-ALU
               READ ALUMNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALU-ESCUELA = WS-ESCUELA
                           RELEASE SD-REG-NOTAS FROM REG-NOTAS
                       END-IF
               END-READ
           END-IF.

      *************************************
      *    RECORRE LA COPIA ORDENADA      *
           END-IF
           WRITE REG-ACTA FROM WS-LINEA-REP

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ESCUELA: ' WS-NOMBRE-ESC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           WRITE REG-ACTA FROM WS-LINEA-REP

           MOVE LIT-SPACES TO WS-LINEA-REP
           WRITE REG-ACTA FROM WS-LINEA-REP.

               MOVE 'PGMPROMO' TO LK-RPC-PROGRAMA
               MOVE WS-ANIO-CIERRE TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'APR ' WS-APROB-ENT
                      ' INA ' WS-LIM-INASIST
                      ' E' WS-ESCUELA
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDACTA  ' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
