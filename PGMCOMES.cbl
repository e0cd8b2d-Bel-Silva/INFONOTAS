      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cursada contra mesa por docente - para un anio
      *          lectivo compara, alumno por alumno, el promedio y la
      *          condicion de la cursada (RESULTADO.dat del cierre de
      *          PGMPROMO; si una mesa ya la levanto se toma la imagen
      *          anterior que dejo CREAMESA en AUDITORIA.dat) con la
      *          nota rendida en las mesas de diciembre y marzo
      *          siguientes (MESASINS.dat, inscripciones ya cerradas).
      *          Por docente y materia asignada (ASIGDOC.dat) lista
      *          los rendidos, el porcentaje que aprobo la cursada y
      *          desaprobo la mesa, el inverso y la brecha promedio
      *          (promedio de cursada menos nota de mesa). Marca al
      *          docente cuya brecha se aparta del promedio de la
      *          escuela en mas del desvio informado, en uno u otro
      *          sentido. RC 4 si hubo docentes marcados. El listado
      *          queda en el catalogo de reportes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCOMES.

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
           SELECT MESAS          ASSIGN TO "DDMESA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-MES.

           SELECT MESASINS       ASSIGN TO "DDMESINS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-MSI.

           SELECT RESULTADO      ASSIGN TO "DDRES"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RES.

           SELECT AUDITORIA      ASSIGN TO "DDAUDIT"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-AUD.

           SELECT DOCENTES       ASSIGN TO "DDDOC"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS SEQUENTIAL
                                      RELATIVE KEY IS WS-RRN-DOC
                                      FILE STATUS IS WS-FS-DOC.

           SELECT ASIGDOC        ASSIGN TO "DDASIG"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ASIG.

           SELECT REPORTE        ASSIGN TO "DDCMELST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD MESAS.
           COPY REGMESA.

       FD MESASINS.
           COPY REGMESIN.

       FD RESULTADO.
           COPY REGRESUL.

       FD AUDITORIA.
           COPY REGAUDIT.

       FD DOCENTES.
           COPY REGDOCE.

       FD ASIGDOC.
           COPY REGASIG.

       FD REPORTE.
           01 REG-REPORTE        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-MES       PIC X(02).
       01  WS-FS-MSI       PIC X(02).
       01  WS-FS-RES       PIC X(02).
       01  WS-FS-AUD       PIC X(02).
       01  WS-FS-DOC       PIC X(02).
       01  WS-FS-ASIG      PIC X(02).
       01  WS-FS-REPORTE   PIC X(02).

       01  WS-RRN-DOC      PIC 9(03).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-ANIO-RPT     PIC 9(04).
       01  WS-NOTA-APROB   PIC 9(02)V9(01) VALUE 6.
       01  WS-APROB-ENT    PIC 9(03).
       01  WS-DESVIO       PIC 9(02)V9(01) VALUE 2.
       01  WS-DESVIO-ENT   PIC 9(03).

      *MESAS DE LOS TURNOS DE DICIEMBRE DEL ANIO Y MARZO DEL
      *SIGUIENTE: DEL 01/07 DEL ANIO AL 30/06 DEL SIGUIENTE.
       01  WS-VENT-DESDE   PIC 9(08).
       01  WS-VENT-HASTA   PIC 9(08).

      *MATERIA DE CADA MESA DE LA VENTANA (00 = FUERA DE LA VENTANA
      *O DADA DE BAJA).
       01  TABLA-MESAS.
           05 TAB-MESA-MAT OCCURS 9999 TIMES PIC 9(02).

      *UNA FILA POR EXAMEN RENDIDO CON SU CURSADA DEL ANIO.
       01  WS-REN-MAX      PIC 9(04) VALUE 3000.
       01  WS-REN-CANT     PIC 9(04) VALUE 0.
       01  TABLA-RENDIDAS.
           05 REN-ENT OCCURS 3000 TIMES.
               10 REN-NRO-ALU     PIC 9(04).
               10 REN-NRO-MAT     PIC 9(02).
               10 REN-NOTA-MESA   PIC 9(02)V9(01).
               10 REN-APROB-MESA  PIC X(01).
               10 REN-CURSADA     PIC X(01).
               10 REN-PROM        PIC 9(02)V9(02).
               10 REN-CONDICION   PIC X(01).
               10 REN-ORIGEN      PIC X(01).

      *IMAGEN DE RESULTADO.dat ANTERIOR A LA MESA (AUDITORIA).
           COPY REGRESUL REPLACING ==REG-RESULTADO== BY ==WS-RES-ANT==
                         LEADING ==RES-== BY ==RAN-==.

      *ACUMULADOS POR MATERIA.
       01  TABLA-MATERIAS.
           05 TAB-MAT OCCURS 99 TIMES.
               10 TAB-RENDIDOS    PIC 9(05).
               10 TAB-COND-R      PIC 9(05).
               10 TAB-COND-L      PIC 9(05).
               10 TAB-CUR-SI-MESA-NO PIC 9(05).
               10 TAB-CUR-NO-MESA-SI PIC 9(05).
               10 TAB-SUM-BRECHA  PIC S9(07)V9(02).
               10 TAB-ASIGNADA    PIC X(01).

       01  WS-IDX          PIC 9(04).
       01  WS-IDX-MAT      PIC 9(03).
       01  WS-SIN-CURSADA  PIC 9(05) VALUE 0.
       01  WS-BRECHA-ALU   PIC S9(02)V9(02).

      *TOTALES DE LA ESCUELA Y DEL DOCENTE EN CURSO.
       01  TOTALES-ESCUELA.
           05 ESC-RENDIDOS    PIC 9(05) VALUE 0.
           05 ESC-CUR-SI-MESA-NO PIC 9(05) VALUE 0.
           05 ESC-CUR-NO-MESA-SI PIC 9(05) VALUE 0.
           05 ESC-SUM-BRECHA  PIC S9(07)V9(02) VALUE 0.
       01  WS-BRECHA-ESC   PIC S9(02)V9(02) VALUE 0.

       01  TOTALES-DOCENTE.
           05 DCT-RENDIDOS    PIC 9(05).
           05 DCT-CUR-SI-MESA-NO PIC 9(05).
           05 DCT-CUR-NO-MESA-SI PIC 9(05).
           05 DCT-SUM-BRECHA  PIC S9(07)V9(02).
           05 DCT-CANT-MAT    PIC 9(02).
           05 DCT-MATERIA OCCURS 20 TIMES PIC 9(02).
       01  WS-BRECHA-DOC   PIC S9(02)V9(02).
       01  WS-DIF-BRECHA   PIC S9(02)V9(02).
       01  WS-CANT-MARCADOS PIC 9(03) VALUE 0.
       01  WS-CANT-SIN-DOC PIC 9(02) VALUE 0.

      *VALORES DE UNA LINEA (MATERIA, DOCENTE O ESCUELA).
       01  WS-LIN-RENDIDOS PIC 9(05).
       01  WS-LIN-SI-NO    PIC 9(05).
       01  WS-LIN-NO-SI    PIC 9(05).
       01  WS-LIN-SUMA     PIC S9(07)V9(02).
       01  WS-LIN-BRECHA   PIC S9(02)V9(02).
       01  WS-PORC         PIC 9(03)V9(01).

       01  WS-MARCA        PIC X(40).

       01  WP-RENDIDOS     PIC ZZZZ9.
       01  WP-COND-R       PIC ZZZZ9.
       01  WP-COND-L       PIC ZZZZ9.
       01  WP-PORC-SI-NO   PIC ZZ9,9.
       01  WP-PORC-NO-SI   PIC ZZ9,9.
       01  WP-BRECHA       PIC +Z9,99.
       01  WP-BRECHA-ESC   PIC +Z9,99.
       01  WP-DESVIO       PIC Z9,9.
       01  WP-CANT         PIC ZZZZ9.

      *********COMUNICACION ******************

       01  WS-RUTIF  PIC X(08)  VALUE 'RUTIFECH'.
       01  WS-RUTIM  PIC X(08)  VALUE 'RUTMATER'.
       01  WS-RUTPAR PIC X(08)  VALUE 'RUTPARAM'.
       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKMATER.

       COPY LKPARAM.

       COPY LKREPCA.

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
               PERFORM 2000-CARGA-MESAS
               PERFORM 2100-CARGA-RENDIDAS
               PERFORM 2200-CURSADA
               PERFORM 2300-IMAGEN-ANTERIOR
               PERFORM 2400-ACUMULA
               PERFORM 3000-ENCABEZADO
               PERFORM 4000-PROCESOS UNTIL WS-FIN-PROCESO
               PERFORM 5000-SIN-DOCENTE
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

           DISPLAY 'CURSADA CONTRA MESA POR DOCENTE'
           DISPLAY 'ANIO LECTIVO DE LA CURSADA (AAAA): '
           ACCEPT WS-ANIO-RPT

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

               DISPLAY 'DESVIO DE BRECHA A MARCAR EN TRES DIGITOS'
                       ' (020 = 02,0): '
               ACCEPT WS-DESVIO-ENT
               IF WS-DESVIO-ENT = 0
                   MOVE 20 TO WS-DESVIO-ENT
               END-IF
               COMPUTE WS-DESVIO = WS-DESVIO-ENT / 10

               COMPUTE WS-VENT-DESDE = WS-ANIO-RPT * 10000 + 0701
               COMPUTE WS-VENT-HASTA = WS-ANIO-RPT * 10000 + 10630

               OPEN INPUT DOCENTES
               IF WS-FS-DOC NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-DOC
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               OPEN OUTPUT REPORTE
               IF WS-FS-REPORTE NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: '
                           WS-FS-REPORTE
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
           MOVE 'PGMCOMES' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

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
      *    MESAS DE LA VENTANA DEL ANIO   *
      *************************************

       2000-CARGA-MESAS.

           MOVE ZEROES TO TABLA-MESAS

           OPEN INPUT MESAS
           IF WS-FS-MES NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MES
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2050-UNA-MESA UNTIL WS-SCAN-FIN
               CLOSE MESAS
           END-IF.

       2050-UNA-MESA.

           READ MESAS
           IF WS-FS-MES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF NOT MES-BAJA
                  AND MES-NRO-MESA > 0
                  AND MES-FECHA >= WS-VENT-DESDE
                  AND MES-FECHA <= WS-VENT-HASTA
                   MOVE MES-NRO-MAT TO TAB-MESA-MAT(MES-NRO-MESA)
               END-IF
           END-IF.

      *************************************
      *    EXAMENES RENDIDOS Y CERRADOS   *
      *************************************

       2100-CARGA-RENDIDAS.

           OPEN INPUT MESASINS
           IF WS-FS-MSI NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MSI
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2150-UNA-INSCRIPCION UNTIL WS-SCAN-FIN
               CLOSE MESASINS
           END-IF.

      *SOLO CUENTAN LAS INSCRIPCIONES QUE EL CIERRE DE LA MESA DEJO
      *APROBADAS O DESAPROBADAS CON NOTA CARGADA (99,9 = SIN NOTA).

       2150-UNA-INSCRIPCION.

           READ MESASINS
           IF WS-FS-MSI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF (MSI-APROBADO OR MSI-DESAPROBADO)
                  AND MSI-NOTA <= 10
                  AND MSI-NRO-MESA > 0
                   IF TAB-MESA-MAT(MSI-NRO-MESA) > 0
                       IF WS-REN-CANT >= WS-REN-MAX
                           DISPLAY 'TABLA DE RENDIDOS LLENA. MESA '
                                   MSI-NRO-MESA ' ALUMNO '
                                   MSI-NRO-ALU ' SIN INFORMAR.'
                       ELSE
                           ADD 1 TO WS-REN-CANT
                           MOVE MSI-NRO-ALU
                                TO REN-NRO-ALU(WS-REN-CANT)
                           MOVE TAB-MESA-MAT(MSI-NRO-MESA)
                                TO REN-NRO-MAT(WS-REN-CANT)
                           MOVE MSI-NOTA
                                TO REN-NOTA-MESA(WS-REN-CANT)
                           IF MSI-APROBADO
                               MOVE 'S' TO REN-APROB-MESA(WS-REN-CANT)
                           ELSE
                               MOVE 'N' TO REN-APROB-MESA(WS-REN-CANT)
                           END-IF
                           MOVE 'N' TO REN-CURSADA(WS-REN-CANT)
                           MOVE 0   TO REN-PROM(WS-REN-CANT)
                           MOVE SPACE TO REN-CONDICION(WS-REN-CANT)
                           MOVE SPACE TO REN-ORIGEN(WS-REN-CANT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    CURSADA DEL ANIO DE CADA       *
      *    RENDIDO (RESULTADO.dat)        *
      *************************************

       2200-CURSADA.

           OPEN INPUT RESULTADO
           IF WS-FS-RES EQUAL '05' OR '35'
               OPEN OUTPUT RESULTADO
               CLOSE RESULTADO
               OPEN INPUT RESULTADO
           END-IF

           IF WS-FS-RES NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-RES
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2250-UN-RESULTADO UNTIL WS-SCAN-FIN
               CLOSE RESULTADO
           END-IF.

       2250-UN-RESULTADO.

           READ RESULTADO
           IF WS-FS-RES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF RES-ANIO = WS-ANIO-RPT
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-REN-CANT
                       IF REN-NRO-ALU(WS-IDX) = RES-NRO-ALU
                          AND REN-NRO-MAT(WS-IDX) = RES-NRO-MAT
                           MOVE 'S'           TO REN-CURSADA(WS-IDX)
                           MOVE RES-PROM      TO REN-PROM(WS-IDX)
                           MOVE RES-CONDICION TO REN-CONDICION(WS-IDX)
                           MOVE RES-ORIGEN    TO REN-ORIGEN(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *************************************
      *    CURSADA YA LEVANTADA POR UNA   *
      *    MESA: IMAGEN ANTERIOR          *
      *************************************
      *EL CIERRE DE CREAMESA PISA PROMEDIO Y CONDICION DEL ULTIMO
      *CIERRE CON LA NOTA DE LA MESA (ORIGEN 'M'); LA CURSADA REAL
      *QUEDO EN LA IMAGEN ANTERIOR DE LA AUDITORIA.

       2300-IMAGEN-ANTERIOR.

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
               PERFORM 2350-UN-MOVIMIENTO UNTIL WS-SCAN-FIN
               CLOSE AUDITORIA
           END-IF.

       2350-UN-MOVIMIENTO.

           READ AUDITORIA
           IF WS-FS-AUD NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF AUD-PROGRAMA = 'CREAMESA'
                  AND AUD-ARCHIVO = 'RESULTAD'
                  AND AUD-OP-CAMBIO
                   MOVE AUD-IMAGEN-ANT TO WS-RES-ANT
                   IF RAN-ANIO = WS-ANIO-RPT
                      AND NOT RAN-ORI-MESA
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-REN-CANT
                           IF REN-NRO-ALU(WS-IDX) = RAN-NRO-ALU
                              AND REN-NRO-MAT(WS-IDX) = RAN-NRO-MAT
                              AND REN-ORIGEN(WS-IDX) = 'M'
                               MOVE RAN-PROM
                                    TO REN-PROM(WS-IDX)
                               MOVE RAN-CONDICION
                                    TO REN-CONDICION(WS-IDX)
                               MOVE RAN-ORIGEN
                                    TO REN-ORIGEN(WS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    ACUMULA POR MATERIA            *
      *************************************
      *APROBO LA CURSADA = PROMEDIO DE CURSADA NO MENOR QUE
      *NOTA-APROB (EL ALUMNO LLEGA A LA MESA IGUAL POR RECUPERATORIO
      *O LIBRE POR INASISTENCIAS). LOS RENDIDOS SIN CURSADA EN EL
      *ANIO (PREVIAS DE ANIOS ANTERIORES) Y LOS QUE SIGUEN CON LA
      *NOTA DE LA MESA POR FALTA DE AUDITORIA NO SE COMPARAN.

       2400-ACUMULA.

           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > 99
               MOVE 0   TO TAB-RENDIDOS(WS-IDX-MAT)
               MOVE 0   TO TAB-COND-R(WS-IDX-MAT)
               MOVE 0   TO TAB-COND-L(WS-IDX-MAT)
               MOVE 0   TO TAB-CUR-SI-MESA-NO(WS-IDX-MAT)
               MOVE 0   TO TAB-CUR-NO-MESA-SI(WS-IDX-MAT)
               MOVE 0   TO TAB-SUM-BRECHA(WS-IDX-MAT)
               MOVE 'N' TO TAB-ASIGNADA(WS-IDX-MAT)
           END-PERFORM

           PERFORM 2450-UN-RENDIDO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-REN-CANT

           IF ESC-RENDIDOS > 0
               DIVIDE ESC-SUM-BRECHA BY ESC-RENDIDOS
                      GIVING WS-BRECHA-ESC ROUNDED
           END-IF.

       2450-UN-RENDIDO.

           IF REN-CURSADA(WS-IDX) NOT EQUAL 'S'
              OR REN-ORIGEN(WS-IDX) = 'M'
              OR REN-NRO-MAT(WS-IDX) = 0
               ADD 1 TO WS-SIN-CURSADA
           ELSE
               MOVE REN-NRO-MAT(WS-IDX) TO WS-IDX-MAT
               ADD 1 TO TAB-RENDIDOS(WS-IDX-MAT)
               ADD 1 TO ESC-RENDIDOS
               EVALUATE REN-CONDICION(WS-IDX)
                   WHEN 'R'
                       ADD 1 TO TAB-COND-R(WS-IDX-MAT)
                   WHEN 'L'
                       ADD 1 TO TAB-COND-L(WS-IDX-MAT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF REN-PROM(WS-IDX) >= WS-NOTA-APROB
                  AND REN-APROB-MESA(WS-IDX) = 'N'
                   ADD 1 TO TAB-CUR-SI-MESA-NO(WS-IDX-MAT)
                   ADD 1 TO ESC-CUR-SI-MESA-NO
               END-IF
               IF REN-PROM(WS-IDX) < WS-NOTA-APROB
                  AND REN-APROB-MESA(WS-IDX) = 'S'
                   ADD 1 TO TAB-CUR-NO-MESA-SI(WS-IDX-MAT)
                   ADD 1 TO ESC-CUR-NO-MESA-SI
               END-IF

               COMPUTE WS-BRECHA-ALU =
                       REN-PROM(WS-IDX) - REN-NOTA-MESA(WS-IDX)
               ADD WS-BRECHA-ALU TO TAB-SUM-BRECHA(WS-IDX-MAT)
               ADD WS-BRECHA-ALU TO ESC-SUM-BRECHA
           END-IF.

      *************************************
      *    ENCABEZADO DEL INFORME         *
      *************************************

       3000-ENCABEZADO.

           MOVE SPACES TO WS-LINEA-REP
           STRING 'CURSADA ' WS-ANIO-RPT ' CONTRA MESAS DE DICIEMBRE '
                  WS-ANIO-RPT ' Y MARZO SIGUIENTE - POR DOCENTE'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-REPORTE

           MOVE WS-BRECHA-ESC TO WP-BRECHA-ESC
           MOVE WS-DESVIO     TO WP-DESVIO
           MOVE SPACES TO WS-LINEA-REP
           STRING 'BRECHA = PROMEDIO DE CURSADA - NOTA DE MESA.'
                  '  BRECHA DE LA ESCUELA: ' WP-BRECHA-ESC
                  '  SE MARCA UN DESVIO MAYOR A ' WP-DESVIO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-REPORTE

           MOVE SPACES TO WS-LINEA-REP
           STRING 'CUR+/MES- = APROBO LA CURSADA Y DESAPROBO LA MESA'
                  '   CUR-/MES+ = DESAPROBO LA CURSADA Y APROBO LA'
                  ' MESA'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-REPORTE

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-REPORTE.

      *************************************
      *    UN DOCENTE POR VUELTA          *
      *************************************

       4000-PROCESOS.

           READ DOCENTES

           EVALUATE WS-FS-DOC
               WHEN '00'
                   IF DOC-ACTIVO
                       PERFORM 4100-INFORMA-DOCENTE
                   END-IF
               WHEN '10'
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR LECTURA REGISTRO: ' WS-FS-DOC
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *UNA MATERIA CON MAS DE UN DOCENTE ASIGNADO EN EL ANIO CUENTA
      *ENTERA PARA CADA UNO (ASIGDOC.dat NO DISTINGUE CURSO).

       4100-INFORMA-DOCENTE.

           MOVE 0 TO DCT-RENDIDOS DCT-CUR-SI-MESA-NO
                     DCT-CUR-NO-MESA-SI DCT-SUM-BRECHA DCT-CANT-MAT

           OPEN INPUT ASIGDOC
           IF WS-FS-ASIG NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ASIG
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 4200-SCAN-ASIGNACIONES UNTIL WS-SCAN-FIN
               CLOSE ASIGDOC
           END-IF

           IF DCT-RENDIDOS > 0
               MOVE SPACES TO WS-LINEA-REP
               STRING '*DOCENTE: ' DOC-NRO-DOC '  ' DOC-NOMBRE
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-REPORTE

               PERFORM 4300-IMPRIME-MATERIA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > DCT-CANT-MAT

               PERFORM 4400-TOTAL-DOCENTE

               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-REPORTE
           END-IF.

       4200-SCAN-ASIGNACIONES.

           READ ASIGDOC
           IF WS-FS-ASIG NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASG-NRO-DOC = DOC-NRO-DOC
                  AND ASG-ANIO = WS-ANIO-RPT
                  AND ASG-ACTIVA
                  AND ASG-NRO-MAT >= 1 AND ASG-NRO-MAT <= 99
                   MOVE ASG-NRO-MAT TO WS-IDX-MAT
                   MOVE 'S' TO TAB-ASIGNADA(WS-IDX-MAT)
                   IF TAB-RENDIDOS(WS-IDX-MAT) > 0
                      AND DCT-CANT-MAT < 20
                       ADD 1 TO DCT-CANT-MAT
                       MOVE ASG-NRO-MAT TO DCT-MATERIA(DCT-CANT-MAT)
                       ADD TAB-RENDIDOS(WS-IDX-MAT) TO DCT-RENDIDOS
                       ADD TAB-CUR-SI-MESA-NO(WS-IDX-MAT)
                           TO DCT-CUR-SI-MESA-NO
                       ADD TAB-CUR-NO-MESA-SI(WS-IDX-MAT)
                           TO DCT-CUR-NO-MESA-SI
                       ADD TAB-SUM-BRECHA(WS-IDX-MAT)
                           TO DCT-SUM-BRECHA
                   END-IF
               END-IF
           END-IF.

       4300-IMPRIME-MATERIA.

           MOVE DCT-MATERIA(WS-IDX) TO WS-IDX-MAT
           PERFORM 6000-LINEA-MATERIA.

      *EL DOCENTE SE MARCA CUANDO SU BRECHA SE APARTA DE LA DE LA
      *ESCUELA EN MAS DEL DESVIO: POR ARRIBA LA CURSADA CALIFICA MAS
      *ALTO QUE LA MESA, POR DEBAJO MAS BAJO.

       4400-TOTAL-DOCENTE.

           MOVE DCT-RENDIDOS       TO WS-LIN-RENDIDOS
           MOVE DCT-CUR-SI-MESA-NO TO WS-LIN-SI-NO
           MOVE DCT-CUR-NO-MESA-SI TO WS-LIN-NO-SI
           MOVE DCT-SUM-BRECHA     TO WS-LIN-SUMA
           PERFORM 6100-CALCULA-LINEA
           MOVE WS-LIN-BRECHA TO WS-BRECHA-DOC

           COMPUTE WS-DIF-BRECHA = WS-BRECHA-DOC - WS-BRECHA-ESC
           MOVE SPACES TO WS-MARCA
           IF WS-DIF-BRECHA > WS-DESVIO
               MOVE '*** CURSADA MAS ALTA QUE LA MESA' TO WS-MARCA
               ADD 1 TO WS-CANT-MARCADOS
           END-IF
           IF WS-DIF-BRECHA < 0 - WS-DESVIO
               MOVE '*** CURSADA MAS BAJA QUE LA MESA' TO WS-MARCA
               ADD 1 TO WS-CANT-MARCADOS
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           STRING '   TOTAL DOCENTE                       '
                  'RENDIDOS: ' WP-RENDIDOS
                  '                        CUR+/MES-: ' WP-PORC-SI-NO
                  '%  CUR-/MES+: ' WP-PORC-NO-SI
                  '%  BRECHA: ' WP-BRECHA
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-REPORTE

           IF WS-MARCA NOT EQUAL SPACES
               MOVE WS-DIF-BRECHA TO WP-BRECHA
               MOVE SPACES TO WS-LINEA-REP
               STRING '   ' WS-MARCA DELIMITED BY '  '
                      ' - SE APARTA ' WP-BRECHA
                      ' DE LA BRECHA DE LA ESCUELA; REVISAR'
                      ' CRITERIOS DE CALIFICACION'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-REPORTE
           END-IF.

      *************************************
      *    MATERIAS CON RENDIDOS Y SIN    *
      *    DOCENTE ASIGNADO EN EL ANIO    *
      *************************************

       5000-SIN-DOCENTE.

           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > 99
               IF TAB-RENDIDOS(WS-IDX-MAT) > 0
                  AND TAB-ASIGNADA(WS-IDX-MAT) = 'N'
                   IF WS-CANT-SIN-DOC = 0
                       MOVE SPACES TO WS-LINEA-REP
                       STRING '*SIN DOCENTE ASIGNADO EN EL ANIO'
                              DELIMITED BY SIZE INTO WS-LINEA-REP
                       DISPLAY WS-LINEA-REP
                       PERFORM 9100-ESCRIBIR-REPORTE
                   END-IF
                   ADD 1 TO WS-CANT-SIN-DOC
                   PERFORM 6000-LINEA-MATERIA
               END-IF
           END-PERFORM

           IF WS-CANT-SIN-DOC > 0
               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-REPORTE
           END-IF.

      *************************************
      *    LINEA DE UNA MATERIA           *
      *************************************

       6000-LINEA-MATERIA.

           MOVE WS-IDX-MAT TO LK-NUM-MATE
           MOVE 2 TO LK-OPCION-MAT
           CALL WS-RUTIM USING LK-COM-MATERIA

           MOVE TAB-RENDIDOS(WS-IDX-MAT)       TO WS-LIN-RENDIDOS
           MOVE TAB-CUR-SI-MESA-NO(WS-IDX-MAT) TO WS-LIN-SI-NO
           MOVE TAB-CUR-NO-MESA-SI(WS-IDX-MAT) TO WS-LIN-NO-SI
           MOVE TAB-SUM-BRECHA(WS-IDX-MAT)     TO WS-LIN-SUMA
           PERFORM 6100-CALCULA-LINEA
           MOVE TAB-COND-R(WS-IDX-MAT) TO WP-COND-R
           MOVE TAB-COND-L(WS-IDX-MAT) TO WP-COND-L

           MOVE SPACES TO WS-LINEA-REP
           STRING '   MATERIA: ' LK-NOM-MATE
                  '  RENDIDOS: ' WP-RENDIDOS
                  ' (REC ' WP-COND-R ' LIB ' WP-COND-L ')'
                  '  CUR+/MES-: ' WP-PORC-SI-NO
                  '%  CUR-/MES+: ' WP-PORC-NO-SI
                  '%  BRECHA: ' WP-BRECHA
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-REPORTE.

       6100-CALCULA-LINEA.

           MOVE 0 TO WS-LIN-BRECHA
           MOVE 0 TO WP-PORC-SI-NO WP-PORC-NO-SI
           MOVE WS-LIN-RENDIDOS TO WP-RENDIDOS
           IF WS-LIN-RENDIDOS > 0
               COMPUTE WS-PORC ROUNDED =
                       WS-LIN-SI-NO * 100 / WS-LIN-RENDIDOS
               MOVE WS-PORC TO WP-PORC-SI-NO
               COMPUTE WS-PORC ROUNDED =
                       WS-LIN-NO-SI * 100 / WS-LIN-RENDIDOS
               MOVE WS-PORC TO WP-PORC-NO-SI
               DIVIDE WS-LIN-SUMA BY WS-LIN-RENDIDOS
                      GIVING WS-LIN-BRECHA ROUNDED
           END-IF
           MOVE WS-LIN-BRECHA TO WP-BRECHA.

      *************************************
      *    TOTALES DE LA ESCUELA          *
      *************************************

       7000-TOTALES.

           MOVE ESC-RENDIDOS       TO WS-LIN-RENDIDOS
           MOVE ESC-CUR-SI-MESA-NO TO WS-LIN-SI-NO
           MOVE ESC-CUR-NO-MESA-SI TO WS-LIN-NO-SI
           MOVE ESC-SUM-BRECHA     TO WS-LIN-SUMA
           PERFORM 6100-CALCULA-LINEA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'TOTAL ESCUELA                          '
                  'RENDIDOS: ' WP-RENDIDOS
                  '                        CUR+/MES-: ' WP-PORC-SI-NO
                  '%  CUR-/MES+: ' WP-PORC-NO-SI
                  '%  BRECHA: ' WP-BRECHA
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-REPORTE

           MOVE WS-SIN-CURSADA TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'RENDIDOS SIN CURSADA COMPARABLE EN EL ANIO: '
                  WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-REPORTE

           MOVE WS-CANT-MARCADOS TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DOCENTES MARCADOS PARA REVISAR CRITERIOS: '
                  WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-REPORTE

           IF WS-CANT-MARCADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******ESCRIBE UNA LINEA EN EL REPORTE SPOOLEADO*****

       9100-ESCRIBIR-REPORTE.

           WRITE REG-REPORTE FROM WS-LINEA-REP
           IF WS-FS-REPORTE NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE REPORTE: ' WS-FS-REPORTE
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE DOCENTES
           IF WS-FS-DOC NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO DOCENTES: ' WS-FS-DOC
           END-IF.

           CLOSE REPORTE
           IF WS-FS-REPORTE NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO REPORTE: ' WS-FS-REPORTE
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMCOMES' TO LK-RPC-PROGRAMA
               MOVE WS-ANIO-RPT TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'DESVIO ' WS-DESVIO-ENT
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDCMELST' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMCOMES.
