      *          registrado sale con la marca DUPLICADO y queda
      *          asentada con tipo 'D' y el numero original. Los
      *          folios del libro matriz del alumno (FOLIOS.dat de
      *          PGMLIBRO) se citan en el encabezado. Las materias
      *          aprobadas por mesa citan el numero del acta volante
      *          (ACTAS.dat de CREAMESA). Cada emision queda ademas
      *          en la auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-FOL.

           SELECT MESAS          ASSIGN TO "DDMESA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-MES.

           SELECT MESASINS       ASSIGN TO "DDMESINS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-MSI.

           SELECT ACTAS          ASSIGN TO "DDACTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ACT.

           SELECT CERTIFICADO    ASSIGN TO "DDCERT"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-SAL.
       FD FOLIOS.
           COPY REGFOLIO.

       FD MESAS.
           COPY REGMESA.

       FD MESASINS.
           COPY REGMESIN.

       FD ACTAS.
           COPY REGACTA.

       FD CERTIFICADO.
           01 REG-CERTIFICADO    PIC X(132).

       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-FOL       PIC X(02).
       01  WS-FS-SAL       PIC X(02).
       01  WS-FS-MES       PIC X(02).
       01  WS-FS-MSI       PIC X(02).
       01  WS-FS-ACT       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
               10 TAB-FOL-FOLIO  PIC 9(05).
       01  WP-FOLIO        PIC ZZZZ9.

      *MESAS APROBADAS POR EL ALUMNO (MESASINS.dat) CON SU MATERIA
      *(MESAS.dat) Y EL NUMERO DE ACTA VOLANTE (ACTAS.dat).
       01  WS-ACM-CANT     PIC 9(02).
       01  WS-IDX-ACM      PIC 9(02).
       01  TABLA-ACTAS-MESA.
           05 ACM-ENTRADA OCCURS 30 TIMES.
               10 ACM-NRO-MESA   PIC 9(04).
               10 ACM-NRO-MAT    PIC 9(02).
               10 ACM-NRO-ACTA   PIC 9(06).
       01  WS-ACTA-CITADA  PIC 9(06).

       01  WS-TEXTO-COND   PIC X(15).
       01  WP-PROM         PIC Z9,99.
       01  WP-NOTA         PIC Z9,9.

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           PERFORM 1500-SIGNON
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-COR
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA-COR.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMCERTI' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'HISTNOTA' TO LK-VER-ARCHIVO
           MOVE VLY-HISTNOTA TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'RESULTAD' TO LK-VER-ARCHIVO
           MOVE VLY-RESULTAD TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MESAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-MESAS TO LK-VER-VERSION
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
           PERFORM 3100-CARGA-FINALES
           PERFORM 3300-CARGA-DETALLE
           PERFORM 3450-CARGA-FOLIOS
           PERFORM 3470-CARGA-ACTAS
           PERFORM 3500-ORDENA-TABLAS
           PERFORM 3700-IMPRIME.

               END-IF
           END-IF.

      *ACTAS DE LAS MESAS QUE EL ALUMNO APROBO: PRIMERO LAS MESAS
      *(MESASINS 'A'), LUEGO SU MATERIA Y POR ULTIMO EL ACTA.

       3470-CARGA-ACTAS.

           MOVE 0 TO WS-ACM-CANT

           OPEN INPUT MESASINS
           IF WS-FS-MSI EQUAL '05' OR '35'
               OPEN OUTPUT MESASINS
               CLOSE MESASINS
               OPEN INPUT MESASINS
           END-IF

           IF WS-FS-MSI NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MSI
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3475-UNA-MESA-APROBADA UNTIL WS-SCAN-FIN
               CLOSE MESASINS
           END-IF

           IF WS-ACM-CANT > 0
               OPEN INPUT MESAS
               IF WS-FS-MES EQUAL '05' OR '35'
                   OPEN OUTPUT MESAS
                   CLOSE MESAS
                   OPEN INPUT MESAS
               END-IF

               IF WS-FS-MES NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MES
               ELSE
                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 3480-MATERIA-DE-MESA UNTIL WS-SCAN-FIN
                   CLOSE MESAS
               END-IF

               OPEN INPUT ACTAS
               IF WS-FS-ACT EQUAL '05' OR '35'
                   OPEN OUTPUT ACTAS
                   CLOSE ACTAS
                   OPEN INPUT ACTAS
               END-IF

               IF WS-FS-ACT NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ACT
               ELSE
                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 3485-ACTA-DE-MESA UNTIL WS-SCAN-FIN
                   CLOSE ACTAS
               END-IF
           END-IF.

       3475-UNA-MESA-APROBADA.

           READ MESASINS
           IF WS-FS-MSI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF MSI-NRO-ALU = WS-NRO-ALU
                  AND MSI-APROBADO
                  AND WS-ACM-CANT < 30
                   ADD 1 TO WS-ACM-CANT
                   MOVE MSI-NRO-MESA TO ACM-NRO-MESA(WS-ACM-CANT)
                   MOVE 0 TO ACM-NRO-MAT(WS-ACM-CANT)
                   MOVE 0 TO ACM-NRO-ACTA(WS-ACM-CANT)
               END-IF
           END-IF.

       3480-MATERIA-DE-MESA.

           READ MESAS
           IF WS-FS-MES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               PERFORM VARYING WS-IDX-ACM FROM 1 BY 1
                       UNTIL WS-IDX-ACM > WS-ACM-CANT
                   IF ACM-NRO-MESA(WS-IDX-ACM) = MES-NRO-MESA
                       MOVE MES-NRO-MAT TO ACM-NRO-MAT(WS-IDX-ACM)
                   END-IF
               END-PERFORM
           END-IF.

       3485-ACTA-DE-MESA.

           READ ACTAS
           IF WS-FS-ACT NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               PERFORM VARYING WS-IDX-ACM FROM 1 BY 1
                       UNTIL WS-IDX-ACM > WS-ACM-CANT
                   IF ACM-NRO-MESA(WS-IDX-ACM) = ACT-NRO-MESA
                       MOVE ACT-NRO TO ACM-NRO-ACTA(WS-IDX-ACM)
                   END-IF
               END-PERFORM
           END-IF.

      *ORDENA AMBAS TABLAS POR ANIO/MATERIA(/MES).

       3500-ORDENA-TABLAS.

           MOVE FIN-PROM(WS-IDX-RES) TO WP-PROM

      *APROBADA POR MESA: SE CITA EL ACTA VOLANTE SI LA MESA LA TUVO.
           MOVE 0 TO WS-ACTA-CITADA
           IF FIN-ORIGEN(WS-IDX-RES) = 'M'
               PERFORM VARYING WS-IDX-ACM FROM 1 BY 1
                       UNTIL WS-IDX-ACM > WS-ACM-CANT
                   IF ACM-NRO-MAT(WS-IDX-ACM) = FIN-MAT(WS-IDX-RES)
                      AND ACM-NRO-ACTA(WS-IDX-ACM) > WS-ACTA-CITADA
                       MOVE ACM-NRO-ACTA(WS-IDX-ACM)
                            TO WS-ACTA-CITADA
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           EVALUATE TRUE
               WHEN FIN-ORIGEN(WS-IDX-RES) = 'E'
                   STRING '   ANIO ' FIN-ANIO(WS-IDX-RES)
                          '  ' LK-NOM-MATE
                          '  NOTA ' WP-PROM
                          '  ' WS-TEXTO-COND
                          '  (EQUIVALENCIA)'
                          DELIMITED BY SIZE INTO WS-LINEA-REP
               WHEN WS-ACTA-CITADA > 0
                   STRING '   ANIO ' FIN-ANIO(WS-IDX-RES)
                          '  ' LK-NOM-MATE
                          '  NOTA ' WP-PROM
                          '  ' WS-TEXTO-COND
                          '  (MESA - ACTA NRO ' WS-ACTA-CITADA ')'
                          DELIMITED BY SIZE INTO WS-LINEA-REP
               WHEN OTHER
                   STRING '   ANIO ' FIN-ANIO(WS-IDX-RES)
                          '  ' LK-NOM-MATE
                          '  NOTA ' WP-PROM
                          '  ' WS-TEXTO-COND
                          DELIMITED BY SIZE INTO WS-LINEA-REP
           END-EVALUATE
           PERFORM 9100-ESCRIBIR-CERT.

       3800-LINEA-DETALLE.
