      *                      PLANILLA ABIERTA)
      *                   16 DETALLE EXCEDE LA CAPACIDAD DE LA HOJA
      *                      (MAS DE 500 RENGLONES)
      *                   17 SIN EVALUACION PROGRAMADA EN EL MES PARA
      *                      EL CURSO DEL ALUMNO Y LA MATERIA SEGUN EL
      *                      CRONOGRAMA (EVALUAC.dat, CREAEVAL); UN
      *                      RECUPERATORIO EXIGE UNA EVALUACION 'R'.
      *                      SIN CRONOGRAMA CARGADO PARA EL ANIO NO SE
      *                      CONTROLA
      *                   18 CUENTA DE DOCENTE: MATERIA NO ASIGNADA
      *                      EN EL ANIO O CURSO DEL ALUMNO QUE NO LA
      *                      TIENE EN LA GRILLA (RUTASIGD)
      *                   19 CUENTA DE DOCENTE: PLANILLA EMITIDA A
      *                      OTRO DOCENTE (HOJA COMPLETA)
      *                   20 ALUMNO DE OTRA ESCUELA (OPERADOR CON
      *                      ESCUELA ASIGNADA, RUTESCUE)
      *          La entrada puede venir suelta (como siempre) o
      *          agrupada por planilla numerada (PGMPLANI): renglon
      *          'P'+NRO abre la hoja, los detalles se retienen y el
      *          registra en RUNCTL.dat (RUTRUNCT, nombre logico de
      *          posteo 'CARGA'); un periodo ya posteado se rechaza
      *          salvo que se indique reproceso explicito.
      *          La primera tarjeta es el codigo de operador: las
      *          altas quedan en la auditoria a su nombre, para que
      *          PGMAPRUE no le deje aprobar sus propias notas.
      *          Si la cuenta es de un docente, solo se aceptan sus
      *          materias y cursos asignados (motivos 18 y 19) y el
      *          total de intentos fuera de asignacion queda en la
      *          bandeja de novedades.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RES.

           SELECT EVALUAC        ASSIGN TO "DDEVAL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-EVA.

           SELECT PLANILLA       ASSIGN TO "DDPLANI"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PLN.
       FD RESULTADO.
           COPY REGRESUL.

       FD EVALUAC.
           COPY REGEVAL.

       FD PLANILLA.
           COPY REGPLNI.

       01  WS-FS-INSC      PIC X(02).
       01  WS-FS-COR       PIC X(02).
       01  WS-FS-RES       PIC X(02).
       01  WS-FS-EVA       PIC X(02).
       01  WS-FS-PLN       PIC X(02).
       01  WS-FS-PTM       PIC X(02).

       01  WS-PLN-VALIDA    PIC X VALUE 'N'.
       01  WS-MOTIVO-HOJA   PIC X(02).
       01  WS-PLN-NRO       PIC 9(06).
       01  WS-PLN-DOC       PIC 9(03).
       01  WS-BUF-CANT      PIC 9(03).
       01  WS-BUF-HASH      PIC 9(04)V9(01).
       01  WS-IDX-BUF       PIC 9(03).
             88 WS-INSC-EXISTE        VALUE 'T'.
             88 WS-INSC-NO-EXISTE     VALUE 'F'.

       01  WS-BUSCA-EVA    PIC X.
             88 WS-EVA-EXISTE         VALUE 'T'.
             88 WS-EVA-NO-EXISTE      VALUE 'F'.

       01  WS-CRONOGRAMA   PIC X.
             88 WS-CRONO-CARGADO      VALUE 'S'.

       01  WS-APROB-ESTADO PIC X.
             88 WS-PREVIA-APROBADA    VALUE 'T'.
             88 WS-PREVIA-SIN-APROBAR VALUE 'F'.

       COPY LKBLOQ.

       01  WS-NRO-OPE       PIC 9(03) VALUE 0.
       01  WS-NIVEL-OPE     PIC 9(01).
       01  WS-NRO-DOC       PIC 9(03) VALUE 0.
       01  WS-CANT-FUERA-ASIG PIC 9(05) VALUE 0.

       01  WS-RUTASD        PIC X(08) VALUE 'RUTASIGD'.

       COPY LKASIGD.

       01  WS-ESCUELA       PIC 9(02) VALUE 0.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTSES        PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'CARGA MASIVA DE NOTAS'

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO
               PERFORM 1600-ESCUELA
           END-IF

           DISPLAY 'PERIODO A POSTEAR (MMAAAA): '
           ACCEPT WS-PERIODO-N
           DISPLAY 'REPROCESO DE PERIODO YA POSTEADO? (S/N): '
               END-IF
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CARGNOTA' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'RESULTAD' TO LK-VER-ARCHIVO
           MOVE VLY-RESULTAD TO LK-VER-VERSION
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

       1500-SIGNON.

      *CON UNA SESION ABIERTA POR EL MENU (MENUINFO/RUTSESIO) SE
      *TOMA EL OPERADOR YA IDENTIFICADO; EN EL JOB VIENE EN LA
      *PRIMERA TARJETA.
           MOVE 2 TO LK-OPCION-SES
           CALL WS-RUTSES USING LK-COM-SESION
           IF LK-RESULTADO-SES = 10
               MOVE LK-SES-OPERADOR TO WS-NRO-OPE
           ELSE
               DISPLAY 'CODIGO DE OPERADOR (999): '
               ACCEPT WS-NRO-OPE
           END-IF

           MOVE 1 TO LK-OPCION-OPE
           MOVE WS-NRO-OPE TO LK-OPE-NRO
           CALL WS-RUTOPE USING LK-COM-OPERADOR

           EVALUATE LK-RESULTADO-OPE
               WHEN 10
                   DISPLAY 'OPERADOR: ' LK-OPE-NOMBRE
                   MOVE LK-OPE-NIVEL TO WS-NIVEL-OPE
                   MOVE LK-OPE-DOCENTE TO WS-NRO-DOC
                   IF WS-NRO-DOC NOT EQUAL 0
                       DISPLAY 'CUENTA DEL DOCENTE ' WS-NRO-DOC
                               ': SOLO SUS MATERIAS Y CURSOS.'
                   END-IF
               WHEN 30
                   DISPLAY 'SIN OPERADORES REGISTRADOS. SE OPERA SIN'
                           ' CONTROL DE NIVELES.'
                   MOVE 3 TO WS-NIVEL-OPE
               WHEN OTHER
                   DISPLAY 'OPERADOR INVALIDO. FIN.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *************************************
      *    ESCUELA DE TRABAJO (SEGUN EL   *
      *    OPERADOR IDENTIFICADO)         *
      *************************************

       1600-ESCUELA.

           MOVE 1 TO LK-OPCION-ESC
           MOVE WS-NRO-OPE TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           DISPLAY 'ESCUELA: ' LK-ESC-NOMBRE.

      *************************************
      *    VERIFICA EL TRAILER DE CONTROL *
      *    Y TOMA LOS TOTALES ACTUALES    *
       3150-VALIDA-PLANILLA.

           MOVE 'N' TO WS-PLN-VALIDA
           MOVE 0 TO WS-PLN-DOC

           OPEN INPUT PLANILLA
           IF WS-FS-PLN EQUAL '05' OR '35'
           ELSE
               IF PLN-NRO = WS-PLN-NRO AND PLN-EMITIDA
                   MOVE 'S' TO WS-PLN-VALIDA
                   MOVE PLN-NRO-DOC TO WS-PLN-DOC
                   SET WS-SCAN-FIN TO TRUE
               END-IF
           END-IF.
                   WHEN WS-PLN-VALIDA NOT EQUAL 'S'
                       MOVE '14' TO WS-MOTIVO-HOJA
                       PERFORM 3600-RECHAZA-HOJA
      *LA CUENTA DE UN DOCENTE SOLO CARGA LAS HOJAS EMITIDAS A SU
      *NOMBRE (PGMPLANI EMITE UNA POR DOCENTE/MATERIA/CURSO).
                   WHEN WS-NRO-DOC NOT EQUAL 0
                    AND WS-PLN-DOC NOT EQUAL WS-NRO-DOC
                       ADD WS-BUF-CANT TO WS-CANT-FUERA-ASIG
                       MOVE '19' TO WS-MOTIVO-HOJA
                       PERFORM 3600-RECHAZA-HOJA
                   WHEN CCT-CANT NOT EQUAL WS-BUF-CANT
                     OR CCT-HASH NOT EQUAL WS-BUF-HASH
                       MOVE '12' TO WS-MOTIVO-HOJA
               PERFORM 2400-VALIDA-MATERIA
           END-IF

           IF WS-SIN-MOTIVO AND WS-NRO-DOC NOT EQUAL 0
               PERFORM 2450-VALIDA-ASIGNACION
           END-IF

           IF WS-SIN-MOTIVO
               PERFORM 2500-VALIDA-INSCRIP
               IF WS-INSC-NO-EXISTE
               END-IF
           END-IF

           IF WS-SIN-MOTIVO AND ALU-CURSO NOT EQUAL 0
               PERFORM 2580-VALIDA-EVALUACION
               IF WS-CRONO-CARGADO AND WS-EVA-NO-EXISTE
                   MOVE '17' TO WS-MOTIVO
               END-IF
           END-IF

      *CON EXCEPCION DE DIRECCION LA NOTA SE ACEPTA IGUAL, PERO
      *CADA CASO QUEDA REPORTADO EN LA AUDITORIA (COMO HACE
      *CREANOTA CON SUS EXCEPCIONES).
           MOVE SPACES     TO LK-AUD-IMAGEN-NVA
           STRING 'EXCEPCION DIRECCION - PREVIA ' WS-PREVIA-FALTA
                  DELIMITED BY SIZE INTO LK-AUD-IMAGEN-NVA
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

               INVALID KEY
                   MOVE '01' TO WS-MOTIVO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-ESCUELA NOT EQUAL 0
                        AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                           MOVE '20' TO WS-MOTIVO
                       WHEN ALU-BAJA
                           MOVE '08' TO WS-MOTIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *************************************
      *    VALIDA LA ASIGNACION DOCENTE   *
      *    (CUENTA DE DOCENTE)            *
      *************************************
      *EL CURSO ES EL DEL MAESTRO DE ALUMNOS, LEIDO EN
      *2200-VALIDA-ALUMNO.

       2450-VALIDA-ASIGNACION.

           MOVE 1 TO LK-OPCION-ASD
           MOVE WS-NRO-DOC  TO LK-ASD-DOCENTE
           MOVE CRG-NRO-MAT TO LK-ASD-MATERIA
           MOVE ALU-CURSO   TO LK-ASD-CURSO
           MOVE CRG-ANIO    TO LK-ASD-ANIO
           CALL WS-RUTASD USING LK-COM-ASIGDOC

           IF LK-RESULTADO-ASD NOT EQUAL 10
              AND LK-RESULTADO-ASD NOT EQUAL 30
               MOVE '18' TO WS-MOTIVO
               ADD 1 TO WS-CANT-FUERA-ASIG
           END-IF.

      *************************************
      *    VALIDA QUE LA MATERIA EXISTA   *
      *************************************
               END-IF
           END-IF.

      *************************************
      *    EVALUACION PROGRAMADA EN EL    *
      *    CRONOGRAMA (CREAEVAL)          *
      *************************************

       2580-VALIDA-EVALUACION.

           SET WS-EVA-NO-EXISTE TO TRUE
           MOVE 'N' TO WS-CRONOGRAMA

           OPEN INPUT EVALUAC
           IF WS-FS-EVA EQUAL '05' OR '35'
               OPEN OUTPUT EVALUAC
               CLOSE EVALUAC
               OPEN INPUT EVALUAC
           END-IF

           IF WS-FS-EVA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-EVA
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2590-SCAN-EVALUAC UNTIL WS-SCAN-FIN
               CLOSE EVALUAC
           END-IF.

       2590-SCAN-EVALUAC.

           READ EVALUAC
           IF WS-FS-EVA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF EVA-ACTIVA AND EVA-ANIO = CRG-ANIO
                   SET WS-CRONO-CARGADO TO TRUE
                   IF EVA-NRO-CURSO = ALU-CURSO
                      AND EVA-NRO-MAT = CRG-NRO-MAT
                      AND EVA-MES = CRG-MES
                      AND ((CRG-TIPO-EVAL = 2 AND EVA-RECUPERATORIO)
                        OR (CRG-TIPO-EVAL = 1
                            AND NOT EVA-RECUPERATORIO))
                       SET WS-EVA-EXISTE TO TRUE
                       SET WS-SCAN-FIN TO TRUE
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    VALIDA CORRELATIVAS APROBADAS  *
      *    (RESULTADO.dat DE PGMPROMO)    *
           MOVE REG-NOTAS(1:10) TO LK-AUD-CLAVE(1:10)
           MOVE SPACES     TO LK-AUD-IMAGEN-ANT
           MOVE REG-NOTAS  TO LK-AUD-IMAGEN-NVA
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

               CALL WS-RUTNOV USING LK-COM-NOVEDAD
           END-IF

      *LOS INTENTOS DE UNA CUENTA DE DOCENTE FUERA DE SU ASIGNACION
      *SE INFORMAN APARTE, CON EL DOCENTE Y EL OPERADOR.
           IF WS-CANT-FUERA-ASIG > 0
               MOVE WS-CANT-FUERA-ASIG TO WP-CANT
               DISPLAY 'FUERA DE ASIG. : ' WP-CANT
               MOVE 1 TO LK-OPCION-NOV
               MOVE 'CARGNOTA' TO LK-NOV-PROGRAMA
               MOVE 'A' TO LK-NOV-SEVERIDAD
               MOVE SPACES TO LK-NOV-TEXTO
               STRING 'FUERA ASIGNACION DOC ' WS-NRO-DOC
                      ' OPE ' WS-NRO-OPE ' ' WP-CANT
                      DELIMITED BY SIZE INTO LK-NOV-TEXTO
               MOVE SPACES TO LK-NOV-REFERENCIA
               MOVE WS-PERIODO-N TO LK-NOV-REFERENCIA(1:6)
               CALL WS-RUTNOV USING LK-COM-NOVEDAD
           END-IF

           IF WS-RUN-REGISTRADO
               MOVE 3 TO LK-OPCION-CTL
               MOVE 'CARGA   ' TO LK-CTL-PROGRAMA
