      *          aprobado/desaprobado, mas registro cabecera '1' con
      *          la fecha de presentacion y registro cola '9' con la
      *          cantidad. Emite ademas el listado de control de lo
      *          enviado. El detalle lleva DNI y fecha de nacimiento del
      *          alumno. Con varias escuelas (ESCUELAS.dat) se graba
      *          un bloque cabecera/detalle/cola por escuela, segun la
      *          escuela del alumno en el maestro, con codigo y CUE
      *          en la cabecera; el listado abre con el resumen
      *          consolidado del distrito. Con escuela de trabajo
      *          (RUTESCUE) sale solo el bloque de esa escuela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

           SELECT LISTTMP        ASSIGN TO "DDMINTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LTM.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
      *DNI QUE PIDE LA AUTORIDAD; CEROS = SIN INFORMAR EN EL
      *MAESTRO (COMPLETAR EN CREAALUM).
              05 MIN-DOCUMENTO   PIC 9(08).
      *FECHA DE NACIMIENTO AAAAMMDD (SOBREEDAD); CEROS = SIN
      *INFORMAR EN EL MAESTRO.
              05 MIN-FECHA-NAC   PIC 9(08).
      *CABECERA Y COLA RELLENADAS AL LARGO DEL DETALLE (53) PARA
      *QUE EL ARCHIVO CONSERVE UN UNICO LRECL. LA CABECERA ABRE EL
      *BLOQUE DE CADA ESCUELA CON SU CODIGO Y CUE.
           01 REG-MIN-CABECERA.
              05 CAB-TIPO        PIC X(01).
              05 CAB-FECHA       PIC 9(08).
              05 CAB-ANIO        PIC 9(04).
              05 CAB-ORIGEN      PIC X(10).
              05 CAB-ESCUELA     PIC 9(02).
              05 CAB-CUE         PIC X(09).
              05 FILLER          PIC X(19).
           01 REG-MIN-COLA.
              05 COLA-TIPO       PIC X(01).
              05 COLA-CANTIDAD   PIC 9(07).
              05 FILLER          PIC X(45).

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

      *DETALLE DEL LISTADO DE CONTROL; SE COPIA AL FINAL DEL LISTADO
      *DEBAJO DEL RESUMEN DEL DISTRITO.
       FD LISTTMP.
           01 REG-LISTTMP        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-NOTA      PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-MIN       PIC X(02).
       01  WS-FS-LST       PIC X(02).
       01  WS-FS-LTM       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-ANIO-RPT     PIC 9(04).
       01  WS-NOTA-APROB   PIC 9(02)V9(01) VALUE 6.
       01  WS-APROB-ENT    PIC 9(03).
       01  WS-CANT-ENVIADOS PIC 9(07) VALUE 0.
       01  WP-CANT          PIC ZZZZZZ9.

      *ESCUELA DE CADA ALUMNO SEGUN EL MAESTRO (SIN ESCUELA O SIN
      *MAESTRO = 01, LA SEDE) Y ACUMULADOS POR ESCUELA PARA EL
      *RESUMEN DEL DISTRITO.
       01  TABLA-ESCUELA-ALU.
           05 TAB-ESCUELA-ALU OCCURS 9999 TIMES PIC 9(02).

       01  TABLA-ESCUELAS.
           05 TAB-ESC OCCURS 99 TIMES.
              10 TAB-ESC-NOTAS     PIC 9(07).
              10 TAB-ESC-ENVIADOS  PIC 9(07).
              10 TAB-ESC-EXCL      PIC 9(05).
              10 TAB-ESC-NOMBRE    PIC X(30).
              10 TAB-ESC-CUE       PIC X(09).

       01  WS-ESCUELA       PIC 9(02) VALUE 0.
       01  WS-NOMBRE-ESC    PIC X(30).
       01  WS-ESC-EN-CURSO  PIC 9(03) VALUE 0.
       01  WS-ESC-NOTA      PIC 9(02).
       01  WS-CANT-ESCUELAS PIC 9(02) VALUE 0.
       01  WS-TOT-ENVIADOS  PIC 9(07) VALUE 0.
       01  WS-TOT-EXCL      PIC 9(05) VALUE 0.
       01  WP-ESC           PIC Z9.

      *********COMUNICACION ******************

       01  WS-RUTIF  PIC X(08)  VALUE 'RUTIFECH'.

       COPY LKPARAM.

       01  WS-RUTESC PIC X(08)  VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  LK-AREA.
           05 LK-ENTRADA.
              10 LK-MES   PIC 9(02).

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'EXTRACTO PARA LA AUTORIDAD EDUCATIVA'

           MOVE 1 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           MOVE LK-ESC-NOMBRE TO WS-NOMBRE-ESC
           DISPLAY 'ESCUELA: ' WS-NOMBRE-ESC

           DISPLAY 'ANIO A PRESENTAR (AAAA): '
           ACCEPT WS-ANIO-RPT

               END-IF
               COMPUTE WS-NOTA-APROB = WS-APROB-ENT / 10

               OPEN INPUT ALUMNOS
               IF WS-FS-ALU NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   PERFORM 1050-CARGA-ESCUELAS
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               SORT SORT-NOTAS
                   ON ASCENDING KEY SD-NOT-NRO-ALU
                                    SD-NOT-NRO-MAT
                   INPUT PROCEDURE IS 1100-SORT-ENTRADA
                   GIVING NOTASORD

               OPEN OUTPUT MINISTERIO
               IF WS-FS-MIN NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MIN
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN OUTPUT LISTTMP
               IF WS-FS-LTM NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LTM
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
           MOVE 'PGMMINIS' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
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

      *************************************
      *    ESCUELA DE CADA ALUMNO         *
      *************************************

       1050-CARGA-ESCUELAS.

           MOVE ALL '01' TO TABLA-ESCUELA-ALU
           INITIALIZE TABLA-ESCUELAS

           MOVE 0 TO ALU-NRO-ALU
           START ALUMNOS KEY IS GREATER THAN ALU-NRO-ALU
           IF WS-FS-ALU EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1060-SCAN-ALUMNOS UNTIL WS-SCAN-FIN
           END-IF.

       1060-SCAN-ALUMNOS.

           READ ALUMNOS NEXT RECORD
           IF WS-FS-ALU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ALU-ESCUELA IS NUMERIC AND ALU-ESCUELA > 0
                   MOVE ALU-ESCUELA TO TAB-ESCUELA-ALU(ALU-NRO-ALU)
               END-IF
           END-IF.

      *************************************
      *    ENTRADA DEL SORT SIN TRAILERS  *
      *************************************
      *CUENTA LAS NOTAS POR ESCUELA (SOLO LAS ESCUELAS CON NOTAS
      *ABREN BLOQUE) Y CON ESCUELA DE TRABAJO DEJA FUERA LAS DEMAS.

       1100-SORT-ENTRADA.

           READ NOTAS
           PERFORM UNTIL WS-FS-NOTA NOT EQUAL '00'
               IF NOT TRL-ES-TRAILER
                   PERFORM 1150-ESCUELA-NOTA
                   IF WS-ESCUELA = 0 OR WS-ESC-NOTA = WS-ESCUELA
                       ADD 1 TO TAB-ESC-NOTAS(WS-ESC-NOTA)
                       RELEASE SD-REG-NOTAS FROM REG-NOTAS
                   END-IF
               END-IF
               READ NOTAS
           END-PERFORM
           CLOSE NOTAS.

       1150-ESCUELA-NOTA.

           IF NOT-NRO-ALU = 0
               MOVE 1 TO WS-ESC-NOTA
           ELSE
               MOVE TAB-ESCUELA-ALU(NOT-NRO-ALU) TO WS-ESC-NOTA
           END-IF.

      *************************************
      *    UN BLOQUE POR ESCUELA          *
      *************************************

       2000-PROCESOS.

           ADD 1 TO WS-ESC-EN-CURSO

           IF WS-ESC-EN-CURSO > 99
               PERFORM 2800-RESUMEN-DISTRITO
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               IF TAB-ESC-NOTAS(WS-ESC-EN-CURSO) > 0
                   PERFORM 2050-BLOQUE-ESCUELA
               END-IF
           END-IF.

       2050-BLOQUE-ESCUELA.

           MOVE 2 TO LK-OPCION-ESC
           MOVE WS-ESC-EN-CURSO TO LK-ESC-CODIGO
           CALL WS-RUTESC USING LK-COM-ESCUELA
           IF LK-RESULTADO-ESC = 10
               MOVE LK-ESC-NOMBRE TO TAB-ESC-NOMBRE(WS-ESC-EN-CURSO)
               MOVE LK-ESC-CUE    TO TAB-ESC-CUE(WS-ESC-EN-CURSO)
           ELSE
               MOVE 'ESCUELA SIN REGISTRAR'
                    TO TAB-ESC-NOMBRE(WS-ESC-EN-CURSO)
               MOVE SPACES TO TAB-ESC-CUE(WS-ESC-EN-CURSO)
           END-IF
           ADD 1 TO WS-CANT-ESCUELAS

           MOVE SPACES TO REG-MIN-CABECERA
           MOVE '1' TO CAB-TIPO
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAB-FECHA
           MOVE WS-ANIO-RPT TO CAB-ANIO
           MOVE 'INFONOTAS ' TO CAB-ORIGEN
           MOVE WS-ESC-EN-CURSO TO CAB-ESCUELA
           MOVE TAB-ESC-CUE(WS-ESC-EN-CURSO) TO CAB-CUE
           WRITE REG-MIN-CABECERA
           IF WS-FS-MIN NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR CABECERA: ' WS-FS-MIN
           END-IF

           MOVE WS-ESC-EN-CURSO TO WP-ESC
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CONTROL DE ENVIO A LA AUTORIDAD - ANIO '
                  WS-ANIO-RPT
                  '   ESCUELA: ' WP-ESC ' '
                  TAB-ESC-NOMBRE(WS-ESC-EN-CURSO)
                  '   CUE: ' TAB-ESC-CUE(WS-ESC-EN-CURSO)
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE 0 TO WS-CANT-ENVIADOS
           MOVE 0 TO WS-CANT-EXCL
           MOVE 0 TO WS-ALU-EN-CURSO
           MOVE 0 TO WS-MAT-EN-CURSO

           OPEN INPUT NOTASORD
           IF WS-FS-ORD NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ORD
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2060-LEE-NOTA UNTIL WS-SCAN-FIN
               CLOSE NOTASORD
           END-IF

           MOVE WS-CANT-ENVIADOS TO TAB-ESC-ENVIADOS(WS-ESC-EN-CURSO)
           MOVE WS-CANT-EXCL     TO TAB-ESC-EXCL(WS-ESC-EN-CURSO)
           ADD WS-CANT-ENVIADOS  TO WS-TOT-ENVIADOS
           ADD WS-CANT-EXCL      TO WS-TOT-EXCL

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    RECORRE LA COPIA ORDENADA      *
      *************************************

       2060-LEE-NOTA.

           READ NOTASORD

           EVALUATE WS-FS-ORD
               WHEN '10'
                   PERFORM 2500-CIERRA-GRUPO
                   PERFORM 2700-COLA-Y-TOTALES
                   SET WS-SCAN-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA REGISTRO: ' WS-FS-ORD
                   MOVE 8 TO RETURN-CODE
                   SET WS-SCAN-FIN TO TRUE
           END-EVALUATE.

       2100-PROCESA-NOTA.

           IF ORD-NRO-ALU = 0
               MOVE 1 TO WS-ESC-NOTA
           ELSE
               MOVE TAB-ESCUELA-ALU(ORD-NRO-ALU) TO WS-ESC-NOTA
           END-IF

      *LAS NOTAS MARCADAS AUSENTE ('AU') NO ENTRAN EN EL PROMEDIO
      *QUE SE PRESENTA A LA AUTORIDAD.
           IF ORD-ANIO = WS-ANIO-RPT AND ORD-VIGENTE
              AND NOT ORD-AUSENTE
              AND WS-ESC-NOTA = WS-ESC-EN-CURSO

               IF WS-ALU-EN-CURSO = 0 AND WS-MAT-EN-CURSO = 0
                   PERFORM 2200-ABRE-GRUPO
               ELSE
                   MOVE 0 TO MIN-DOCUMENTO
               END-IF
               IF ALU-FECHA-NAC IS NUMERIC
                   MOVE ALU-FECHA-NAC TO MIN-FECHA-NAC
               ELSE
                   MOVE 0 TO MIN-FECHA-NAC
               END-IF

               WRITE REG-MIN-DETALLE
               IF WS-FS-MIN NOT EQUAL '00'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    RESUMEN DEL DISTRITO AL FRENTE *
      *    DEL LISTADO DE CONTROL         *
      *************************************

       2800-RESUMEN-DISTRITO.

           MOVE SPACES TO WS-LINEA-REP
           STRING 'RESUMEN DEL DISTRITO - ENVIO A LA AUTORIDAD - ANIO '
                  WS-ANIO-RPT
                  '   ' WS-NOMBRE-ESC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

           MOVE 0 TO WS-ESC-EN-CURSO
           PERFORM 2850-LINEA-ESCUELA 99 TIMES

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

           MOVE WS-TOT-ENVIADOS TO WP-CANT
           MOVE WS-TOT-EXCL TO WP-CANT-EXCL
           MOVE WS-CANT-ESCUELAS TO WP-ESC
           MOVE SPACES TO WS-LINEA-REP
           STRING 'TOTAL DISTRITO   ESCUELAS: ' WP-ESC
                  '   ENVIADOS: ' WP-CANT
                  '   EN BAJA EXCLUIDOS: ' WP-CANT-EXCL
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9150-ESCRIBIR-RESUMEN

      *A CONTINUACION EL DETALLE DE CADA ESCUELA.
           CLOSE LISTTMP
           OPEN INPUT LISTTMP
           IF WS-FS-LTM EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2880-COPIA-DETALLE UNTIL WS-SCAN-FIN
           END-IF.

       2850-LINEA-ESCUELA.

           ADD 1 TO WS-ESC-EN-CURSO
           IF TAB-ESC-NOTAS(WS-ESC-EN-CURSO) > 0
               MOVE WS-ESC-EN-CURSO TO WP-ESC
               MOVE TAB-ESC-ENVIADOS(WS-ESC-EN-CURSO) TO WP-CANT
               MOVE TAB-ESC-EXCL(WS-ESC-EN-CURSO) TO WP-CANT-EXCL
               MOVE SPACES TO WS-LINEA-REP
               STRING 'ESCUELA: ' WP-ESC ' '
                      TAB-ESC-NOMBRE(WS-ESC-EN-CURSO)
                      ' CUE: ' TAB-ESC-CUE(WS-ESC-EN-CURSO)
                      '   ENVIADOS: ' WP-CANT
                      '   EN BAJA EXCLUIDOS: ' WP-CANT-EXCL
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9150-ESCRIBIR-RESUMEN
           END-IF.

       2880-COPIA-DETALLE.

           READ LISTTMP INTO WS-LINEA-REP
           IF WS-FS-LTM NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               PERFORM 9150-ESCRIBIR-RESUMEN
           END-IF.

      ******ESCRIBE UNA LINEA EN EL LISTADO SPOOLEADO*****

       9100-ESCRIBIR-LISTADO.

           WRITE REG-LISTTMP FROM WS-LINEA-REP
           IF WS-FS-LTM NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE LISTADO: ' WS-FS-LTM
           END-IF.

       9150-ESCRIBIR-RESUMEN.

           WRITE REG-LISTADO FROM WS-LINEA-REP
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE LISTADO: ' WS-FS-LST
      *************************************
       9999-CIERRE.

           CLOSE ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.

           CLOSE LISTTMP.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
               MOVE WS-ANIO-RPT TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'APROB ' WS-APROB-ENT
                      ' E' WS-ESCUELA
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDMINIS ' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
