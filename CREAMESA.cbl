      *          RESULTADO.dat, de modo que las correlativas de
      *          CREANOTA/CARGNOTA y el informe de egresados vean la
      *          materia levantada. Todo cambio queda en la auditoria.
      *          Cada mesa lleva hora y tribunal (presidente y dos
      *          vocales de DOCENTES.dat, sugiriendo los asignados a
      *          la materia en ASIGDOC.dat y rechazando al docente que
      *          ya integra otra mesa a la misma fecha y hora), y se
      *          imprime el acta volante con los inscriptos y un
      *          numero correlativo del registro ACTAS.dat que cita
      *          PGMCERTI.
      *          Con escuela de trabajo (RUTESCUE) solo se inscriben
      *          en mesa alumnos de esa escuela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RTM.

           SELECT DOCENTES       ASSIGN TO "DDDOC"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-DOC
                                      FILE STATUS IS WS-FS-DOC.

           SELECT ASIGDOC        ASSIGN TO "DDASIG"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ASIG.

           SELECT ACTAS          ASSIGN TO "DDACTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ACT.

           SELECT ACTAVOL        ASSIGN TO "DDACTVOL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-AVO.

       DATA DIVISION.
       FILE SECTION.
       FD MESAS.
           COPY REGRESUL REPLACING ==REG-RESULTADO== BY ==REG-RESTMP==
                         LEADING ==RES-== BY ==RTM-==.

       FD DOCENTES.
           COPY REGDOCE.

       FD ASIGDOC.
           COPY REGASIG.

       FD ACTAS.
           COPY REGACTA.

       FD ACTAVOL.
           01 REG-ACTAVOL        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-MES       PIC X(02).
       01  WS-FS-MATE      PIC X(02).
       01  WS-FS-RES       PIC X(02).
       01  WS-FS-RTM       PIC X(02).
       01  WS-FS-DOC       PIC X(02).
       01  WS-FS-ASIG      PIC X(02).
       01  WS-FS-ACT       PIC X(02).
       01  WS-FS-AVO       PIC X(02).

       01  WS-RRN-MATE     PIC 9(02).
       01  WS-RRN-DOC      PIC 9(03).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-OP-INSCRIBIR   VALUE 2.
             88 WS-OP-NOTA        VALUE 3.
             88 WS-OP-CERRAR      VALUE 4.
             88 WS-OP-TRIBUNAL    VALUE 5.
             88 WS-OP-ACTA        VALUE 6.
             88 WS-OP-SALIR       VALUE 9.

       01  WS-FIN-SCAN     PIC X.
             88 WS-ALUMNO-VALIDO      VALUE 'T'.
             88 WS-ALUMNO-INVALIDO    VALUE 'F'.
             88 WS-ALUMNO-EN-BAJA     VALUE 'B'.
             88 WS-ALUMNO-OTRA-ESCUELA VALUE 'E'.

       01  WS-BUSCA-MAT    PIC X.
             88 WS-MAT-ENCONTRADA     VALUE 'T'.
       01  WS-APROB-ENT     PIC 9(03).

       01  WS-MESA-MAT      PIC 9(02).

      *REGISTRO DE LA MESA HALLADA POR 2700-BUSCA-MESA.
           COPY REGMESA REPLACING ==REG-MESA== BY ==WS-MESA-ENC==
                         LEADING ==MES-== BY ==MEN-==.

      *TRIBUNAL: 1 = PRESIDENTE, 2 Y 3 = VOCALES.
       01  WS-HORA          PIC 9(04).
       01  WS-ANIO-MESA     PIC 9(04).
       01  WS-NRO-DOC       PIC 9(03).
       01  WS-NOMBRE-DOC    PIC X(25).
       01  WS-IDX-TRI       PIC 9(01).
       01  TABLA-TRIBUNAL.
           05 TRI-ENTRADA OCCURS 3 TIMES.
               10 TRI-DOC         PIC 9(03).
               10 TRI-NOMBRE      PIC X(25).
       01  WS-CANT-SUGERIDOS PIC 9(02).
       01  WS-MESA-CONFL    PIC 9(04).
       01  WS-CONFIRMA      PIC X(01).

       01  WS-DOC-OK        PIC X.
             88 WS-DOC-VALIDO         VALUE 'T'.
             88 WS-DOC-INVALIDO       VALUE 'F'.

       01  WS-DOC-ASIG      PIC X.
             88 WS-DOC-ASIGNADO       VALUE 'S'.
             88 WS-DOC-NO-ASIGNADO    VALUE 'N'.

       01  WS-DOC-SUPERP    PIC X.
             88 WS-DOC-OCUPADO        VALUE 'S'.
             88 WS-DOC-LIBRE          VALUE 'N'.

       01  WS-TRIB-OK       PIC X.
             88 WS-TRIB-VALIDO        VALUE 'T'.
             88 WS-TRIB-RECHAZADO     VALUE 'F'.

      *ACTA VOLANTE: NUMERO DEL REGISTRO ACTAS.dat.
       01  WS-NRO-ACTA      PIC 9(06).
       01  WS-ULT-ACTA      PIC 9(06).
       01  WS-ACTA-ESTADO   PIC X.
             88 WS-ACTA-NUEVA         VALUE 'N'.
             88 WS-ACTA-EXISTE        VALUE 'E'.
       01  WS-CANT-INS      PIC 9(03).
       01  WS-LINEA-REP     PIC X(132).
       01  LIT-SPACES       PIC X(75) VALUE ALL '-'.
       01  WS-ULT-ANIO      PIC 9(04).
       01  WS-ULT-COND      PIC X(01).


       01  WS-NRO-OPE       PIC 9(03).
       01  WS-NIVEL-OPE     PIC 9(01).
       01  WS-ESCUELA       PIC 9(02) VALUE 0.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.


       COPY LKSESIO.

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

      *SI LOS ARCHIVOS DE MESAS NO EXISTEN TODAVIA SE CREAN VACIOS,
      *IGUAL QUE HACE CREANOTA CON NOTAS.dat.
           OPEN INPUT MESAS.
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN INPUT DOCENTES.
           IF WS-FS-DOC EQUAL '05' OR '35'
               OPEN OUTPUT DOCENTES
               CLOSE DOCENTES
               OPEN INPUT DOCENTES
           END-IF.

           IF WS-FS-DOC IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-DOC
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CREAMESA' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'RESULTAD' TO LK-VER-ARCHIVO
           MOVE VLY-RESULTAD TO LK-VER-VERSION
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
           DISPLAY '-------------------------------------------'
           DISPLAY 'MESAS DE EXAMEN'
           DISPLAY '1-ALTA MESA  2-INSCRIBIR  3-CARGAR NOTA'
                   '  4-CERRAR MESA'
           DISPLAY '5-TRIBUNAL  6-ACTA VOLANTE  9-FIN'
           ACCEPT WS-OPCION

           EVALUATE TRUE
                   ELSE
                       PERFORM 2400-CERRAR-MESA
                   END-IF
               WHEN WS-OP-TRIBUNAL
                   PERFORM 2800-TRIBUNAL
               WHEN WS-OP-ACTA
                   PERFORM 3000-ACTA-VOLANTE
               WHEN WS-OP-SALIR
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
           ACCEPT WS-NRO-MAT
           DISPLAY 'FECHA DE LA MESA (AAAAMMDD): '
           ACCEPT WS-FECHA
           DISPLAY 'HORA DE LA MESA (HHMM): '
           ACCEPT WS-HORA

           PERFORM 2700-BUSCA-MESA
           PERFORM 2600-VALIDA-MATERIA
                   DISPLAY 'MATERIA EN BAJA. ALTA RECHAZADA.'
               WHEN LK-CONTROL NOT EQUAL 10
                   DISPLAY 'FECHA INVALIDA. ALTA RECHAZADA.'
               WHEN WS-HORA > 2359 OR WS-HORA(3:2) > '59'
                   DISPLAY 'HORA INVALIDA. ALTA RECHAZADA.'
               WHEN OTHER
                   PERFORM 2150-GRABAR-MESA
           END-EVALUATE.
               MOVE WS-NRO-MAT  TO MES-NRO-MAT
               MOVE WS-FECHA    TO MES-FECHA
               SET MES-ACTIVA   TO TRUE
               MOVE WS-HORA     TO MES-HORA
               MOVE 0           TO MES-PRESIDENTE
               MOVE 0           TO MES-VOCAL-1
               MOVE 0           TO MES-VOCAL-2

               WRITE REG-MESA
               IF WS-FS-MES IS NOT EQUAL '00'
                           ' RECHAZADA.'
               WHEN WS-ALUMNO-INVALIDO
                   DISPLAY 'ALUMNO NO EXISTE. INSCRIPCION RECHAZADA.'
               WHEN WS-ALUMNO-OTRA-ESCUELA
                   DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE TRABAJO.'
                           ' INSCRIPCION RECHAZADA.'
               WHEN WS-ALUMNO-EN-BAJA
                   DISPLAY 'ALUMNO EN BAJA. INSCRIPCION RECHAZADA.'
               WHEN OTHER
               INVALID KEY
                   SET WS-ALUMNO-INVALIDO TO TRUE
               NOT INVALID KEY
                   IF ALU-ESCUELA IS NOT NUMERIC
                       MOVE 0 TO ALU-ESCUELA
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-ESCUELA NOT EQUAL 0
                        AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                           SET WS-ALUMNO-OTRA-ESCUELA TO TRUE
                       WHEN ALU-BAJA
                           SET WS-ALUMNO-EN-BAJA TO TRUE
                       WHEN OTHER
                           SET WS-ALUMNO-VALIDO TO TRUE
                   END-EVALUATE
           END-READ.

      *************************************

           SET WS-MESA-NO-HALLADA TO TRUE
           MOVE 0 TO WS-MESA-MAT
           MOVE SPACES TO WS-MESA-ENC

           OPEN INPUT MESAS
           IF WS-FS-MES NOT EQUAL '00'
           ELSE
               IF MES-NRO-MESA = WS-NRO-MESA
                   MOVE MES-NRO-MAT TO WS-MESA-MAT
                   MOVE REG-MESA    TO WS-MESA-ENC
                   IF MES-ACTIVA
                       SET WS-MESA-HALLADA TO TRUE
                   ELSE
               END-IF
           END-IF.

      *************************************
      *    TRIBUNAL DE LA MESA            *
      *************************************
      *PRESIDENTE Y DOS VOCALES DE DOCENTES.dat. SE SUGIEREN LOS
      *ASIGNADOS A LA MATERIA EN EL ANIO DE LA MESA (ASIGDOC.dat);
      *OTRO DOCENTE ACTIVO SOLO ENTRA CONFIRMANDOLO. NINGUNO PUEDE
      *INTEGRAR OTRA MESA A LA MISMA FECHA Y HORA.

       2800-TRIBUNAL.

           DISPLAY 'NRO DE MESA (9999): '
           ACCEPT WS-NRO-MESA

           PERFORM 2700-BUSCA-MESA

           EVALUATE TRUE
               WHEN WS-MESA-NO-HALLADA
                   DISPLAY 'MESA INEXISTENTE. TRIBUNAL RECHAZADO.'
               WHEN WS-MESA-NO-ACTIVA
                   DISPLAY 'MESA CERRADA O EN BAJA. TRIBUNAL'
                           ' RECHAZADO.'
               WHEN OTHER
                   PERFORM 2810-ARMA-TRIBUNAL
           END-EVALUATE.

       2810-ARMA-TRIBUNAL.

      *LAS MESAS DADAS DE ALTA SIN HORA LA TOMAN ACA: SIN HORA NO
      *HAY CONTROL DE SUPERPOSICION DEL TRIBUNAL.
           IF MEN-HORA IS NUMERIC
               MOVE MEN-HORA TO WS-HORA
           ELSE
               DISPLAY 'LA MESA NO TIENE HORA. HORA DE LA MESA'
                       ' (HHMM): '
               ACCEPT WS-HORA
           END-IF
           MOVE MEN-FECHA(1:4) TO WS-ANIO-MESA

           IF WS-HORA > 2359 OR WS-HORA(3:2) > '59'
               DISPLAY 'HORA INVALIDA. TRIBUNAL RECHAZADO.'
           ELSE
               PERFORM 2820-SUGIERE-DOCENTES
               MOVE ZEROES TO TABLA-TRIBUNAL
               SET WS-TRIB-VALIDO TO TRUE
               PERFORM 2830-PIDE-MIEMBRO
                   VARYING WS-IDX-TRI FROM 1 BY 1
                   UNTIL WS-IDX-TRI > 3 OR WS-TRIB-RECHAZADO
               IF WS-TRIB-VALIDO
                   PERFORM 2870-GRABA-TRIBUNAL
               END-IF
           END-IF.

       2820-SUGIERE-DOCENTES.

           MOVE 0 TO WS-CANT-SUGERIDOS
           DISPLAY 'DOCENTES ASIGNADOS A LA MATERIA EN '
                   WS-ANIO-MESA ':'

           OPEN INPUT ASIGDOC
           IF WS-FS-ASIG EQUAL '05' OR '35'
               OPEN OUTPUT ASIGDOC
               CLOSE ASIGDOC
               OPEN INPUT ASIGDOC
           END-IF

           IF WS-FS-ASIG NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ASIG
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2825-SCAN-SUGERIDOS UNTIL WS-SCAN-FIN
               CLOSE ASIGDOC
           END-IF

           IF WS-CANT-SUGERIDOS = 0
               DISPLAY '   NINGUNO ASIGNADO'
           END-IF.

       2825-SCAN-SUGERIDOS.

           READ ASIGDOC
           IF WS-FS-ASIG NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASG-ACTIVA
                  AND ASG-NRO-MAT = WS-MESA-MAT
                  AND ASG-ANIO    = WS-ANIO-MESA
                   MOVE ASG-NRO-DOC TO WS-NRO-DOC
                   PERFORM 2840-VALIDA-DOCENTE
                   IF WS-DOC-VALIDO
                       ADD 1 TO WS-CANT-SUGERIDOS
                       DISPLAY '   ' WS-NRO-DOC ' ' WS-NOMBRE-DOC
                   END-IF
               END-IF
           END-IF.

       2830-PIDE-MIEMBRO.

           EVALUATE WS-IDX-TRI
               WHEN 1
                   DISPLAY 'PRESIDENTE - NRO DE DOCENTE (999): '
               WHEN 2
                   DISPLAY 'VOCAL 1 - NRO DE DOCENTE (999): '
               WHEN OTHER
                   DISPLAY 'VOCAL 2 - NRO DE DOCENTE (999): '
           END-EVALUATE
           ACCEPT WS-NRO-DOC
           MOVE WS-NRO-DOC TO TRI-DOC(WS-IDX-TRI)

           PERFORM 2840-VALIDA-DOCENTE

           EVALUATE TRUE
               WHEN WS-DOC-INVALIDO
                   DISPLAY 'DOCENTE INEXISTENTE O EN BAJA. TRIBUNAL'
                           ' RECHAZADO.'
                   SET WS-TRIB-RECHAZADO TO TRUE
               WHEN (WS-IDX-TRI > 1 AND WS-NRO-DOC = TRI-DOC(1))
                 OR (WS-IDX-TRI > 2 AND WS-NRO-DOC = TRI-DOC(2))
                   DISPLAY 'EL DOCENTE YA INTEGRA ESTE TRIBUNAL.'
                           ' TRIBUNAL RECHAZADO.'
                   SET WS-TRIB-RECHAZADO TO TRUE
               WHEN OTHER
                   MOVE WS-NOMBRE-DOC TO TRI-NOMBRE(WS-IDX-TRI)
                   PERFORM 2850-BUSCA-SUPERPOSICION
                   IF WS-DOC-OCUPADO
                       DISPLAY 'EL DOCENTE INTEGRA LA MESA '
                               WS-MESA-CONFL
                               ' A LA MISMA FECHA Y HORA. TRIBUNAL'
                               ' RECHAZADO.'
                       SET WS-TRIB-RECHAZADO TO TRUE
                   ELSE
                       PERFORM 2860-CONTROLA-ASIGNACION
                   END-IF
           END-EVALUATE.

      *EXISTE Y ESTA ACTIVO; EL NOMBRE SE DEVUELVE SIEMPRE QUE EL
      *DOCENTE EXISTA (EL ACTA LO IMPRIME AUNQUE ESTE EN BAJA).

       2840-VALIDA-DOCENTE.

           SET WS-DOC-INVALIDO TO TRUE
           MOVE SPACES TO WS-NOMBRE-DOC

           IF WS-NRO-DOC NOT EQUAL 0
               MOVE WS-NRO-DOC TO WS-RRN-DOC
               READ DOCENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DOC-NOMBRE TO WS-NOMBRE-DOC
                       IF DOC-ACTIVO
                           SET WS-DOC-VALIDO TO TRUE
                       END-IF
               END-READ
           END-IF.

      *OTRA MESA NO ANULADA, MISMA FECHA Y HORA, CON EL DOCENTE EN
      *SU TRIBUNAL.

       2850-BUSCA-SUPERPOSICION.

           SET WS-DOC-LIBRE TO TRUE
           MOVE 0 TO WS-MESA-CONFL

           OPEN INPUT MESAS
           IF WS-FS-MES NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MES
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2855-SCAN-SUPERPOSICION UNTIL WS-SCAN-FIN
               CLOSE MESAS
           END-IF.

       2855-SCAN-SUPERPOSICION.

           READ MESAS
           IF WS-FS-MES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF MES-NRO-MESA NOT EQUAL WS-NRO-MESA
                  AND NOT MES-BAJA
                  AND MES-FECHA = MEN-FECHA
                  AND MES-HORA IS NUMERIC
                  AND MES-PRESIDENTE IS NUMERIC
                   IF MES-HORA = WS-HORA
                      AND (MES-PRESIDENTE = WS-NRO-DOC
                        OR MES-VOCAL-1 = WS-NRO-DOC
                        OR MES-VOCAL-2 = WS-NRO-DOC)
                       SET WS-DOC-OCUPADO TO TRUE
                       MOVE MES-NRO-MESA TO WS-MESA-CONFL
                       SET WS-SCAN-FIN TO TRUE
                   END-IF
               END-IF
           END-IF.

       2860-CONTROLA-ASIGNACION.

           SET WS-DOC-NO-ASIGNADO TO TRUE

           OPEN INPUT ASIGDOC
           IF WS-FS-ASIG NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ASIG
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2865-SCAN-ASIGNACION UNTIL WS-SCAN-FIN
               CLOSE ASIGDOC
           END-IF

           IF WS-DOC-NO-ASIGNADO
               DISPLAY 'EL DOCENTE NO TIENE ASIGNADA LA MATERIA EN'
                       ' EL ANIO. CONFIRMA (S/N): '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S'
                   DISPLAY 'TRIBUNAL NO REGISTRADO.'
                   SET WS-TRIB-RECHAZADO TO TRUE
               END-IF
           END-IF.

       2865-SCAN-ASIGNACION.

           READ ASIGDOC
           IF WS-FS-ASIG NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASG-ACTIVA
                  AND ASG-NRO-DOC = WS-NRO-DOC
                  AND ASG-NRO-MAT = WS-MESA-MAT
                  AND ASG-ANIO    = WS-ANIO-MESA
                   SET WS-DOC-ASIGNADO TO TRUE
                   SET WS-SCAN-FIN TO TRUE
               END-IF
           END-IF.

      *SE REGRABA MESAS.dat VIA TEMPORAL, COMO EN EL CIERRE.

       2870-GRABA-TRIBUNAL.

           OPEN INPUT MESAS
           OPEN OUTPUT MESATMP

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2875-COPIA-TRIBUNAL UNTIL WS-SCAN-FIN

           CLOSE MESAS
           CLOSE MESATMP

           OPEN INPUT MESATMP
           OPEN OUTPUT MESAS

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 2490-COPIA-VUELTA-MESA UNTIL WS-SCAN-FIN

           CLOSE MESAS
           CLOSE MESATMP

           DISPLAY 'TRIBUNAL REGISTRADO.'.

       2875-COPIA-TRIBUNAL.

           READ MESAS
           IF WS-FS-MES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF MES-NRO-MESA = WS-NRO-MESA AND MES-ACTIVA
                   MOVE REG-MESA TO LK-AUD-IMAGEN-ANT
                   MOVE WS-HORA    TO MES-HORA
                   MOVE TRI-DOC(1) TO MES-PRESIDENTE
                   MOVE TRI-DOC(2) TO MES-VOCAL-1
                   MOVE TRI-DOC(3) TO MES-VOCAL-2
                   MOVE 'C'        TO LK-AUD-OPERACION
                   MOVE 'MESAS   ' TO LK-AUD-ARCHIVO
                   MOVE REG-MESA   TO LK-AUD-IMAGEN-NVA
                   MOVE REG-MESA(1:10) TO LK-AUD-CLAVE
                   PERFORM 2900-AUDITORIA
               END-IF
               MOVE REG-MESA TO REG-MESATMP
               WRITE REG-MESATMP
               IF WS-FS-MTM IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-MTM
               END-IF
           END-IF.

      *************************************
      *    GRABA MOVIMIENTO DE AUDITORIA  *
      *************************************

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

      *************************************
      *    ACTA VOLANTE DE LA MESA        *
      *************************************
      *SALE CON LOS INSCRIPTOS Y LAS COLUMNAS DE NOTA Y FIRMA EN
      *BLANCO. LA PRIMERA IMPRESION TOMA EL PROXIMO NUMERO DE
      *ACTAS.dat; LA REIMPRESION CONSERVA EL NUMERO YA ASENTADO.

       3000-ACTA-VOLANTE.

           DISPLAY 'NRO DE MESA (9999): '
           ACCEPT WS-NRO-MESA

           PERFORM 2700-BUSCA-MESA

           EVALUATE TRUE
               WHEN WS-MESA-NO-HALLADA
                   DISPLAY 'MESA INEXISTENTE. ACTA RECHAZADA.'
               WHEN WS-MESA-NO-ACTIVA
                   DISPLAY 'MESA CERRADA O EN BAJA. ACTA RECHAZADA.'
               WHEN MEN-PRESIDENTE IS NOT NUMERIC
                 OR MEN-PRESIDENTE = 0
                   DISPLAY 'LA MESA NO TIENE TRIBUNAL. ACTA'
                           ' RECHAZADA.'
               WHEN OTHER
                   PERFORM 3100-NUMERA-ACTA
                   PERFORM 3300-IMPRIME-ACTA
                   IF WS-ACTA-NUEVA
                       PERFORM 3200-REGISTRA-ACTA
                   ELSE
                       DISPLAY 'ACTA NRO ' WS-NRO-ACTA
                               ' REIMPRESA.'
                   END-IF
           END-EVALUATE.

       3100-NUMERA-ACTA.

           SET WS-ACTA-NUEVA TO TRUE
           MOVE 0 TO WS-ULT-ACTA
           MOVE 0 TO WS-NRO-ACTA

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
               PERFORM 3150-SCAN-ACTAS UNTIL WS-SCAN-FIN
               CLOSE ACTAS
           END-IF

           IF WS-ACTA-NUEVA
               COMPUTE WS-NRO-ACTA = WS-ULT-ACTA + 1
           END-IF.

       3150-SCAN-ACTAS.

           READ ACTAS
           IF WS-FS-ACT NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ACT-NRO > WS-ULT-ACTA
                   MOVE ACT-NRO TO WS-ULT-ACTA
               END-IF
               IF ACT-NRO-MESA = WS-NRO-MESA
                   SET WS-ACTA-EXISTE TO TRUE
                   MOVE ACT-NRO TO WS-NRO-ACTA
               END-IF
           END-IF.

       3200-REGISTRA-ACTA.

           OPEN EXTEND ACTAS
           IF WS-FS-ACT NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ACT
           ELSE
               MOVE WS-NRO-ACTA TO ACT-NRO
               MOVE WS-NRO-MESA TO ACT-NRO-MESA
               MOVE FUNCTION CURRENT-DATE(1:8) TO ACT-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO ACT-HORA
               MOVE WS-NRO-OPE  TO ACT-OPERADOR

               WRITE REG-ACTA
               IF WS-FS-ACT IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-ACT
               ELSE
                   DISPLAY 'ACTA NRO ' WS-NRO-ACTA ' REGISTRADA.'
                   MOVE 'A'        TO LK-AUD-OPERACION
                   MOVE 'ACTAS   ' TO LK-AUD-ARCHIVO
                   MOVE SPACES     TO LK-AUD-IMAGEN-ANT
                   MOVE REG-ACTA   TO LK-AUD-IMAGEN-NVA
                   MOVE REG-ACTA(1:10) TO LK-AUD-CLAVE
                   PERFORM 2900-AUDITORIA
               END-IF

               CLOSE ACTAS
           END-IF.

       3300-IMPRIME-ACTA.

           OPEN EXTEND ACTAVOL
           IF WS-FS-AVO EQUAL '05' OR '35'
               OPEN OUTPUT ACTAVOL
           END-IF

           IF WS-FS-AVO NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-AVO
           ELSE
               PERFORM 3310-ENCABEZADO-ACTA

               MOVE 0 TO WS-CANT-INS
               OPEN INPUT MESASINS
               IF WS-FS-MSI NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-MSI
               ELSE
                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 3350-LINEA-INSCRIPTO UNTIL WS-SCAN-FIN
                   CLOSE MESASINS
               END-IF

               PERFORM 3380-PIE-ACTA

               CLOSE ACTAVOL
           END-IF.

       3310-ENCABEZADO-ACTA.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-ACTA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ACTA VOLANTE DE EXAMEN NRO ' WS-NRO-ACTA
                  '   MESA ' WS-NRO-MESA
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-ACTA

           MOVE SPACES TO MAT-DESCRIPCION
           MOVE WS-MESA-MAT TO WS-RRN-MATE
           READ MATERIAS
               INVALID KEY
                   MOVE SPACES TO MAT-DESCRIPCION
           END-READ

           MOVE SPACES TO WS-LINEA-REP
           STRING 'MATERIA: ' WS-MESA-MAT ' ' MAT-DESCRIPCION
                  '  FECHA: ' MEN-FECHA(7:2) '/' MEN-FECHA(5:2)
                  '/' MEN-FECHA(1:4)
                  '  HORA: ' MEN-HORA(1:2) ':' MEN-HORA(3:2)
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-ACTA

           MOVE MEN-PRESIDENTE TO TRI-DOC(1)
           MOVE MEN-VOCAL-1    TO TRI-DOC(2)
           MOVE MEN-VOCAL-2    TO TRI-DOC(3)
           PERFORM 3320-MIEMBRO-TRIBUNAL
               VARYING WS-IDX-TRI FROM 1 BY 1
               UNTIL WS-IDX-TRI > 3

           MOVE SPACES TO WS-LINEA-REP
           STRING 'TRIBUNAL: PRESIDENTE ' TRI-DOC(1) ' '
                  TRI-NOMBRE(1)
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-ACTA

           MOVE SPACES TO WS-LINEA-REP
           STRING '          VOCAL      ' TRI-DOC(2) ' '
                  TRI-NOMBRE(2)
                  '  VOCAL ' TRI-DOC(3) ' ' TRI-NOMBRE(3)
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-ACTA

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-ACTA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNO  NOMBRE                   '
                  'NOTA (NUMERO Y LETRA)      FIRMA DEL ALUMNO'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-ACTA.

       3320-MIEMBRO-TRIBUNAL.

           MOVE TRI-DOC(WS-IDX-TRI) TO WS-NRO-DOC
           PERFORM 2840-VALIDA-DOCENTE
           MOVE WS-NOMBRE-DOC TO TRI-NOMBRE(WS-IDX-TRI).

       3350-LINEA-INSCRIPTO.

           READ MESASINS
           IF WS-FS-MSI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF MSI-NRO-MESA = WS-NRO-MESA
                  AND MSI-INSCRIPTO
                   ADD 1 TO WS-CANT-INS
                   MOVE MSI-NRO-ALU TO ALU-NRO-ALU
                   READ ALUMNOS
                       INVALID KEY
                           MOVE SPACES TO ALU-NOMBRE
                   END-READ
                   MOVE SPACES TO WS-LINEA-REP
                   STRING MSI-NRO-ALU '    ' ALU-NOMBRE
                          '  ____________________'
                          '       ____________________'
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-ACTA
               END-IF
           END-IF.

       3380-PIE-ACTA.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-ACTA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'INSCRIPTOS: ' WS-CANT-INS
                  '   PRESENTES: ____   AUSENTES: ____'
                  '   APROBADOS: ____'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-ACTA

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-ACTA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'FIRMA PRESIDENTE: ____________  '
                  'FIRMA VOCAL: ____________  '
                  'FIRMA VOCAL: ____________'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-ACTA.

      ******ESCRIBE UNA LINEA DEL ACTA VOLANTE*****

       9100-ESCRIBIR-ACTA.

           WRITE REG-ACTAVOL FROM WS-LINEA-REP
           IF WS-FS-AVO NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE ACTA: ' WS-FS-AVO
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.
               DISPLAY 'EROR EN CERRAR ARCHIVO MATERIAS: ' WS-FS-MATE
           END-IF.

           CLOSE DOCENTES
           IF WS-FS-DOC NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO DOCENTES: ' WS-FS-DOC
           END-IF.

           IF WS-BLOQ-TOMADO
               MOVE 2 TO LK-OPCION-BLQ
               MOVE 'RESULTAD' TO LK-BLQ-RECURSO
