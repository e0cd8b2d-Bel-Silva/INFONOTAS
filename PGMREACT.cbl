      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reactivacion de un anio archivado - trae de vuelta de
      *          HISTNOTA.dat a NOTAS.dat las notas de un anio (de un
      *          alumno o del anio completo) para que CORRNOTA y
      *          PGMAPRUE puedan corregirlas: NOTAS.dat se extiende
      *          con las notas reactivadas y un trailer nuevo con los
      *          totales recalculados, HISTNOTA.dat se regraba sin
      *          ellas (via temporal, como PURGNOTA) y cada nota se
      *          espeja en NOTASIDX.dat con la misma regla de CONVNOTI
      *          (la ultima por clave queda en el indice). La
      *          reactivacion queda en la auditoria y en RUNCTL.dat
      *          (programa PGMREACT, periodo 00AAAA del anio
      *          reactivado, estado 'P' = abierta). Mientras esta
      *          abierta PURGNOTA retiene ese anio en NOTAS.dat; al
      *          terminar la correccion se cierra con el modo D
      *          (estado 'D') y la proxima purga lo devuelve al
      *          historico. Solo nivel direccion; con escuela de
      *          trabajo solo se reactivan sus alumnos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMREACT.

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
           SELECT NOTAS          ASSIGN TO "DDNOTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-NOTA.

           SELECT HISTNOTA       ASSIGN TO "DDHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-HIST.

           SELECT HISTTMP        ASSIGN TO "DDTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-TMP.

           SELECT NOTASIDX       ASSIGN TO "DDNOTIDX"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS NIX-CLAVE
                                      FILE STATUS IS WS-FS-IDX.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
           COPY REGNOTA.
           COPY REGNOTTR.

       FD HISTNOTA.
           01 REG-HIST.
              05 HIST-NRO-ALU    PIC 9(04).
              05 HIST-NRO-MAT    PIC 99.
              05 HIST-ANIO       PIC 9(04).
              05 HIST-MES        PIC 99.
              05 HIST-NOTA       PIC 9(02)V9(01).
              05 HIST-TIPO-EVAL  PIC 9.
              05 HIST-ESTADO     PIC X(01).
              05 HIST-MOTIVO     PIC X(02).
           01 REG-HIST-TRL.
              05 TRLH-MARCA      PIC X(01).
                 88 TRLH-ES-TRAILER      VALUE 'T'.
              05 TRLH-CANT       PIC 9(07).
              05 TRLH-HASH       PIC 9(08)V9(01).

       FD HISTTMP.
           01 REG-HTMP           PIC X(19).

       FD NOTASIDX.
           COPY REGNOTIX.

       FD ALUMNOS.
           COPY REGALUM.

       WORKING-STORAGE SECTION.

       01  WS-FS-NOTA      PIC X(02).
       01  WS-FS-HIST      PIC X(02).
       01  WS-FS-TMP       PIC X(02).
       01  WS-FS-IDX       PIC X(02).
       01  WS-FS-ALU       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-NOTAS-ABIERTO  PIC X VALUE 'N'.
             88 WS-NOTAS-OK       VALUE 'S'.
       01  WS-HIST-ABIERTO   PIC X VALUE 'N'.
             88 WS-HIST-OK        VALUE 'S'.
       01  WS-TMP-ABIERTO    PIC X VALUE 'N'.
             88 WS-TMP-OK         VALUE 'S'.
       01  WS-IDX-ABIERTO    PIC X VALUE 'N'.
             88 WS-IDX-OK         VALUE 'S'.
       01  WS-ALU-ABIERTO    PIC X VALUE 'N'.
             88 WS-ALU-OK         VALUE 'S'.

       01  WS-ERROR-LECTURA  PIC X VALUE 'N'.
             88 WS-HUBO-ERROR     VALUE 'S'.

      *MODO R = REACTIVA, D = DEVUELVE (CIERRA LA REACTIVACION PARA
      *QUE LA PROXIMA PURGA ARCHIVE EL ANIO OTRA VEZ).
       01  WS-MODO          PIC X(01).
             88 WS-MODO-REACTIVA      VALUE 'R'.
             88 WS-MODO-DEVUELVE      VALUE 'D'.

       01  WS-ANIO          PIC 9(04).
       01  WS-NRO-ALU       PIC 9(04).

       01  WS-SELECCION     PIC X VALUE 'N'.
             88 WS-SELECCIONADA       VALUE 'S'.
             88 WS-NO-SELECCIONADA    VALUE 'N'.

       01  WS-REACT-ESTADO  PIC X VALUE 'N'.
             88 WS-REACT-ABIERTA      VALUE 'S'.

       01  WS-CANT-CTRL     PIC 9(07).
       01  WS-HASH-CTRL     PIC 9(08)V9(01).
       01  WS-ULT-TRL-CANT  PIC 9(07).
       01  WS-ULT-TRL-HASH  PIC 9(08)V9(01).
       01  WS-TRL-VISTO     PIC X VALUE 'N'.
             88 WS-HAY-TRAILER        VALUE 'S'.

       01  WS-HIST-CANT-CTRL PIC 9(07).
       01  WS-HIST-HASH-CTRL PIC 9(08)V9(01).
       01  WS-HULT-TRL-CANT  PIC 9(07).
       01  WS-HULT-TRL-HASH  PIC 9(08)V9(01).
       01  WS-HTRL-VISTO     PIC X VALUE 'N'.
             88 WS-HAY-TRAILER-HIST   VALUE 'S'.

       01  WS-CANT-A-REACT  PIC 9(07) VALUE 0.

       01  WS-CONT-REACT    PIC 9(05) VALUE 0.
       01  WS-CONT-QUEDAN   PIC 9(07) VALUE 0.
       01  WS-REACT-HASH    PIC 9(08)V9(01) VALUE 0.
       01  WS-QUEDAN-HASH   PIC 9(08)V9(01) VALUE 0.

       01  WP-CONT-REACT    PIC ZZZZ9.
       01  WP-CONT-QUEDAN   PIC ZZZZZZ9.

       01  WS-BLOQ-ESTADO   PIC X VALUE 'N'.
             88 WS-BLOQ-TOMADO        VALUE 'S'.

       01  WS-RUTBLQ        PIC X(08) VALUE 'RUTBLOQ '.

       COPY LKBLOQ.

       01  WS-RUN-ABIERTO   PIC X VALUE 'N'.
             88 WS-RUN-REGISTRADO     VALUE 'S'.

       01  WS-RUTCTL        PIC X(08) VALUE 'RUTRUNCT'.

       COPY LKRUNCT.

      *********COMUNICACION ******************

       01  WS-RUTIF  PIC X(08)  VALUE 'RUTIFECH'.

       01  LK-AREA.
           05 LK-ENTRADA.
              10 LK-MES   PIC 9(02).
              10 LK-LIT   PIC X   VALUE '/'.
              10 LK-ANIO  PIC 9(04).
           05 LK-SALIDA.
              10 FORMATO-1     PIC X(07).
              10 LK-RETORNO    PIC X(20).
              10 LK-CONTROL    PIC 9(02).

       01  WS-RUTAUD       PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.

       01  WS-NRO-OPE      PIC 9(03).
       01  WS-NIVEL-OPE    PIC 9(01).

       01  WS-RUTOPE       PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTSES       PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       01  WS-ESCUELA      PIC 9(02) VALUE 0.
       01  WS-RUTESC       PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

      ****************************************************
      ****************************************************
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           IF NOT WS-FIN-PROCESO
               PERFORM 2000-PROCESOS UNTIL WS-FIN-PROCESO

               IF NOT WS-HUBO-ERROR
                   PERFORM 3000-REGRABAR-HIST
               END-IF
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

           DISPLAY '-------------------------------------------'
           DISPLAY 'REACTIVACION DE UN ANIO ARCHIVADO'

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO AND WS-NIVEL-OPE < 3
               DISPLAY 'REACTIVACION SOLO PARA NIVEL DIRECCION.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1600-ESCUELA
           END-IF

           IF NOT WS-FIN-PROCESO
               DISPLAY 'MODO (R-REACTIVA  D-DEVUELVE AL HISTORICO): '
               ACCEPT WS-MODO
               IF NOT WS-MODO-REACTIVA AND NOT WS-MODO-DEVUELVE
                   DISPLAY 'MODO INVALIDO. FIN.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               DISPLAY 'ANIO ARCHIVADO (AAAA): '
               ACCEPT WS-ANIO
               MOVE 01      TO LK-MES
               MOVE WS-ANIO TO LK-ANIO
               CALL WS-RUTIF USING LK-AREA
               IF LK-CONTROL NOT EQUAL 10
                   DISPLAY '   ANIO INVALIDO: ' LK-RETORNO
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

      *ESTADO DE LA ULTIMA REACTIVACION DEL ANIO EN RUNCTL.
           IF NOT WS-FIN-PROCESO
               MOVE 4 TO LK-OPCION-CTL
               MOVE 'PGMREACT' TO LK-CTL-PROGRAMA
               MOVE WS-ANIO TO LK-CTL-PERIODO
               CALL WS-RUTCTL USING LK-COM-RUNCTL
               IF LK-RESULTADO-CTL = 10 AND LK-CTL-ESTADO = 'P'
                   SET WS-REACT-ABIERTA TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO AND WS-MODO-DEVUELVE
               PERFORM 1900-DEVUELVE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
               DISPLAY 'NRO DE ALUMNO (0000 = TODO EL ANIO): '
               ACCEPT WS-NRO-ALU
               PERFORM 1300-VALIDA-ALUMNO
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE 1 TO LK-OPCION-BLQ
               MOVE 'NOTAS   ' TO LK-BLQ-RECURSO
               MOVE 'PGMREACT' TO LK-BLQ-PROGRAMA
               CALL WS-RUTBLQ USING LK-COM-BLOQUEO
               IF LK-RESULTADO-BLQ = 20
                   DISPLAY 'ARCHIVO EN USO POR ' LK-BLQ-TITULAR
                           '. CORRIDA CANCELADA.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-BLOQ-TOMADO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1100-VERIFICA-TRAILER
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1200-VERIFICA-HIST
           END-IF

           IF NOT WS-FIN-PROCESO AND WS-CANT-A-REACT = 0
               DISPLAY 'SIN NOTAS ARCHIVADAS PARA LA SELECCION.'
               MOVE 4 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1400-ABRE-ARCHIVOS
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE 2 TO LK-OPCION-CTL
               MOVE 'PGMREACT' TO LK-CTL-PROGRAMA
               MOVE WS-ANIO TO LK-CTL-PERIODO
               MOVE SPACES TO LK-CTL-ESTADO
               MOVE 0 TO LK-CTL-CANT-PROC
               MOVE 0 TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL
               SET WS-RUN-REGISTRADO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMREACT' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'HISTNOTA' TO LK-VER-ARCHIVO
           MOVE VLY-HISTNOTA TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    VERIFICA EL TRAILER DE NOTAS   *
      *    ANTES DE TOCAR NADA            *
      *************************************

       1100-VERIFICA-TRAILER.

           MOVE 0   TO WS-CANT-CTRL
           MOVE 0   TO WS-HASH-CTRL
           MOVE 'N' TO WS-TRL-VISTO

           OPEN INPUT NOTAS
           IF WS-FS-NOTA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-NOTA
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1150-SCAN-NOTAS UNTIL WS-SCAN-FIN
               CLOSE NOTAS

               IF WS-HAY-TRAILER
                   IF WS-ULT-TRL-CANT NOT EQUAL WS-CANT-CTRL
                      OR WS-ULT-TRL-HASH NOT EQUAL WS-HASH-CTRL
                       DISPLAY 'ERROR DE CONTROL EN NOTAS: EL TRAILER'
                               ' NO COINCIDE CON EL ARCHIVO.'
                       DISPLAY '   TRAILER CANT: ' WS-ULT-TRL-CANT
                               '  HASH: ' WS-ULT-TRL-HASH
                       DISPLAY '   ARCHIVO CANT: ' WS-CANT-CTRL
                               '  HASH: ' WS-HASH-CTRL
                       DISPLAY 'REACTIVACION CANCELADA.'
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
               END-IF
           END-IF.

       1150-SCAN-NOTAS.

           READ NOTAS
           IF WS-FS-NOTA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF TRL-ES-TRAILER
                   MOVE TRL-CANT TO WS-ULT-TRL-CANT
                   MOVE TRL-HASH TO WS-ULT-TRL-HASH
                   SET WS-HAY-TRAILER TO TRUE
               ELSE
                   ADD 1 TO WS-CANT-CTRL
                   ADD NOT-NOTA TO WS-HASH-CTRL
               END-IF
           END-IF.

      *************************************
      *    VERIFICA EL HISTORICO Y CUENTA *
      *    LAS NOTAS A REACTIVAR          *
      *************************************

       1200-VERIFICA-HIST.

           MOVE 0   TO WS-HIST-CANT-CTRL
           MOVE 0   TO WS-HIST-HASH-CTRL
           MOVE 0   TO WS-CANT-A-REACT
           MOVE 'N' TO WS-HTRL-VISTO

           OPEN INPUT HISTNOTA
           IF WS-FS-HIST NOT EQUAL '00'
               DISPLAY 'SIN HISTORICO DE NOTAS (HISTNOTA): '
                       WS-FS-HIST
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1250-SCAN-HIST UNTIL WS-SCAN-FIN
               CLOSE HISTNOTA

               IF WS-HAY-TRAILER-HIST
                   IF WS-HULT-TRL-CANT NOT EQUAL WS-HIST-CANT-CTRL
                      OR WS-HULT-TRL-HASH NOT EQUAL WS-HIST-HASH-CTRL
                       DISPLAY 'ERROR DE CONTROL EN HISTNOTA: EL'
                               ' TRAILER NO COINCIDE CON EL ARCHIVO.'
                       DISPLAY '   TRAILER CANT: ' WS-HULT-TRL-CANT
                               '  HASH: ' WS-HULT-TRL-HASH
                       DISPLAY '   ARCHIVO CANT: ' WS-HIST-CANT-CTRL
                               '  HASH: ' WS-HIST-HASH-CTRL
                       DISPLAY 'REACTIVACION CANCELADA.'
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
               END-IF
           END-IF.

       1250-SCAN-HIST.

           READ HISTNOTA
           IF WS-FS-HIST NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF TRLH-ES-TRAILER
                   MOVE TRLH-CANT TO WS-HULT-TRL-CANT
                   MOVE TRLH-HASH TO WS-HULT-TRL-HASH
                   SET WS-HAY-TRAILER-HIST TO TRUE
               ELSE
                   ADD 1 TO WS-HIST-CANT-CTRL
                   ADD HIST-NOTA TO WS-HIST-HASH-CTRL
                   PERFORM 2050-SELECCION
                   IF WS-SELECCIONADA
                       ADD 1 TO WS-CANT-A-REACT
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    ALUMNO PUNTUAL: EXISTE Y ES DE *
      *    LA ESCUELA DE TRABAJO          *
      *************************************

       1300-VALIDA-ALUMNO.

           OPEN INPUT ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-ALU-OK TO TRUE
               IF WS-NRO-ALU NOT EQUAL 0
                   MOVE WS-NRO-ALU TO ALU-NRO-ALU
                   READ ALUMNOS
                       INVALID KEY
                           DISPLAY 'ALUMNO INEXISTENTE. FIN.'
                           MOVE 8 TO RETURN-CODE
                           SET WS-FIN-PROCESO TO TRUE
                       NOT INVALID KEY
                           DISPLAY 'ALUMNO: ' ALU-NOMBRE
                           IF WS-ESCUELA NOT EQUAL 0
                              AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                               DISPLAY 'EL ALUMNO PERTENECE A OTRA'
                                       ' ESCUELA.'
                               MOVE 8 TO RETURN-CODE
                               SET WS-FIN-PROCESO TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *************************************
      *    APERTURA PARA LA REACTIVACION  *
      *************************************
      *NOTAS.dat SE EXTIENDE (EL TRAILER NUEVO AL FINAL LLEVA LOS
      *TOTALES RECALCULADOS) Y EL HISTORICO SE COPIA AL TEMPORAL SIN
      *LAS NOTAS REACTIVADAS.

       1400-ABRE-ARCHIVOS.

           OPEN INPUT HISTNOTA
           IF WS-FS-HIST IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-HIST
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-HIST-OK TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN OUTPUT HISTTMP
               IF WS-FS-TMP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-TMP
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-TMP-OK TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN I-O NOTASIDX
               IF WS-FS-IDX EQUAL '05' OR '35'
                   OPEN OUTPUT NOTASIDX
                   CLOSE NOTASIDX
                   OPEN I-O NOTASIDX
               END-IF
               IF WS-FS-IDX IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-IDX
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-IDX-OK TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN EXTEND NOTAS
               IF WS-FS-NOTA IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-NOTA
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-NOTAS-OK TO TRUE
               END-IF
           END-IF.

      *************************************
      *    CIERRA LA REACTIVACION ABIERTA *
      *************************************
      *NO MUEVE NOTAS: DEJA EL ESTADO 'D' EN RUNCTL Y LA PROXIMA
      *PURGA ARCHIVA EL ANIO (YA CORREGIDO) COMO CUALQUIER OTRO.

       1900-DEVUELVE.

           IF NOT WS-REACT-ABIERTA
               DISPLAY 'EL ANIO ' WS-ANIO ' NO TIENE UNA REACTIVACION'
                       ' ABIERTA.'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 2 TO LK-OPCION-CTL
               MOVE 'PGMREACT' TO LK-CTL-PROGRAMA
               MOVE WS-ANIO TO LK-CTL-PERIODO
               MOVE SPACES TO LK-CTL-ESTADO
               MOVE 0 TO LK-CTL-CANT-PROC
               MOVE 0 TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL

               MOVE 3 TO LK-OPCION-CTL
               MOVE 'D' TO LK-CTL-ESTADO
               CALL WS-RUTCTL USING LK-COM-RUNCTL

               MOVE 1 TO LK-OPCION-AUD
               MOVE 'PGMREACT' TO LK-AUD-PROGRAMA
               MOVE 'HISTNOTA' TO LK-AUD-ARCHIVO
               MOVE 'C'        TO LK-AUD-OPERACION
               MOVE SPACES     TO LK-AUD-CLAVE
               MOVE WS-ANIO    TO LK-AUD-CLAVE(5:4)
               MOVE SPACES     TO LK-AUD-IMAGEN-ANT
               MOVE 'REACTIVACION ABIERTA' TO LK-AUD-IMAGEN-ANT
               MOVE SPACES     TO LK-AUD-IMAGEN-NVA
               MOVE 'REACTIVACION CERRADA - VUELVE AL HISTORICO'
                    TO LK-AUD-IMAGEN-NVA
               MOVE WS-NRO-OPE TO LK-AUD-OPERADOR
               CALL WS-RUTAUD USING LK-COM-AUDITORIA

               DISPLAY 'REACTIVACION DEL ANIO ' WS-ANIO ' CERRADA.'
               DISPLAY 'LA PROXIMA PURGA LO DEVUELVE AL HISTORICO.'
           END-IF.

       1500-SIGNON.

      *CON UNA SESION ABIERTA POR EL MENU (MENUINFO/RUTSESIO) SE
      *TOMA EL OPERADOR YA IDENTIFICADO Y NO SE VUELVE A PEDIR.
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
               WHEN 30
                   DISPLAY 'SIN OPERADORES REGISTRADOS. SE OPERA SIN'
                           ' CONTROL DE NIVELES.'
                   MOVE 3 TO WS-NIVEL-OPE
               WHEN OTHER
                   DISPLAY 'OPERADOR INVALIDO. FIN.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

       1600-ESCUELA.

           MOVE 1 TO LK-OPCION-ESC
           MOVE WS-NRO-OPE TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           DISPLAY 'ESCUELA: ' LK-ESC-NOMBRE.

      *************************************
      *    RECORRE EL HISTORICO Y SEPARA  *
      *************************************

       2000-PROCESOS.

           READ HISTNOTA

           EVALUATE WS-FS-HIST
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA DE ARCHIVO: ' WS-FS-HIST
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
                   SET WS-HUBO-ERROR TO TRUE
           END-EVALUATE.

      *LOS TRAILERS VIEJOS DEL HISTORICO NO SE COPIAN: EL REGRABADO
      *DEJA UNO SOLO AL FINAL.
           IF NOT WS-FIN-PROCESO AND NOT TRLH-ES-TRAILER
               PERFORM 2050-SELECCION
               IF WS-SELECCIONADA
                   PERFORM 2200-REACTIVAR
               ELSE
                   PERFORM 2400-QUEDA-EN-HIST
               END-IF
           END-IF.

      *************************************
      *    NOTA DEL ANIO/ALUMNO PEDIDO    *
      *************************************

       2050-SELECCION.

           SET WS-NO-SELECCIONADA TO TRUE

           IF HIST-ANIO = WS-ANIO
              AND (WS-NRO-ALU = 0 OR HIST-NRO-ALU = WS-NRO-ALU)
               SET WS-SELECCIONADA TO TRUE
               IF WS-ESCUELA NOT EQUAL 0 AND WS-NRO-ALU = 0
                   MOVE HIST-NRO-ALU TO ALU-NRO-ALU
                   READ ALUMNOS
                       INVALID KEY
                           SET WS-NO-SELECCIONADA TO TRUE
                       NOT INVALID KEY
                           IF ALU-ESCUELA NOT EQUAL WS-ESCUELA
                               SET WS-NO-SELECCIONADA TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *************************************
      *    DEVUELVE LA NOTA A NOTAS.dat   *
      *    Y AL INDICE                    *
      *************************************

       2200-REACTIVAR.

           MOVE HIST-NRO-ALU   TO NOT-NRO-ALU
           MOVE HIST-NRO-MAT   TO NOT-NRO-MAT
           MOVE HIST-ANIO      TO NOT-ANIO
           MOVE HIST-MES       TO NOT-MES
           MOVE HIST-NOTA      TO NOT-NOTA
           MOVE HIST-TIPO-EVAL TO NOT-TIPO-EVAL
           MOVE HIST-ESTADO    TO NOT-ESTADO
           MOVE HIST-MOTIVO    TO NOT-MOTIVO

           WRITE REG-NOTAS
           IF WS-FS-NOTA IS NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-NOTA
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
               SET WS-HUBO-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-CONT-REACT
               ADD NOT-NOTA TO WS-REACT-HASH
               PERFORM 2300-ACTUALIZA-INDICE
           END-IF.

      *UNA CLAVE REPETIDA SE REGRABA: EL INDICE CONSERVA UN SOLO
      *REGISTRO POR CLAVE, EL ULTIMO GRABADO (REGLA DE CONVNOTI).

       2300-ACTUALIZA-INDICE.

           MOVE NOT-NRO-ALU   TO NIX-NRO-ALU
           MOVE NOT-NRO-MAT   TO NIX-NRO-MAT
           MOVE NOT-ANIO      TO NIX-ANIO
           MOVE NOT-MES       TO NIX-MES
           MOVE NOT-TIPO-EVAL TO NIX-TIPO-EVAL
           MOVE NOT-NOTA      TO NIX-NOTA
           MOVE NOT-ESTADO    TO NIX-ESTADO
           MOVE NOT-MOTIVO    TO NIX-MOTIVO

           WRITE REG-NOTIDX
               INVALID KEY
                   REWRITE REG-NOTIDX
                   IF WS-FS-IDX NOT EQUAL '00'
                       DISPLAY 'ERROR EN GRABAR INDICE: ' WS-FS-IDX
                   END-IF
           END-WRITE.

      *************************************
      *    LA NOTA SIGUE EN EL HISTORICO  *
      *************************************

       2400-QUEDA-EN-HIST.

           WRITE REG-HTMP FROM REG-HIST
           IF WS-FS-TMP IS NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-TMP
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
               SET WS-HUBO-ERROR TO TRUE
           ELSE
               ADD 1 TO WS-CONT-QUEDAN
               ADD HIST-NOTA TO WS-QUEDAN-HASH
           END-IF.

      *************************************************
      *    TRAILER NUEVO EN NOTAS Y REGRABADO DEL     *
      *    HISTORICO SIN LAS NOTAS REACTIVADAS        *
      *************************************************

       3000-REGRABAR-HIST.

           MOVE 'T' TO TRL-MARCA
           COMPUTE TRL-CANT = WS-CANT-CTRL + WS-CONT-REACT
           COMPUTE TRL-HASH = WS-HASH-CTRL + WS-REACT-HASH
           WRITE REG-NOTAS-TRL
           IF WS-FS-NOTA IS NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR TRAILER: ' WS-FS-NOTA
           END-IF

           CLOSE NOTAS
           CLOSE HISTTMP
           CLOSE HISTNOTA
           MOVE 'N' TO WS-NOTAS-ABIERTO
           MOVE 'N' TO WS-TMP-ABIERTO
           MOVE 'N' TO WS-HIST-ABIERTO

           OPEN INPUT HISTTMP
           IF WS-FS-TMP IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-TMP
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT HISTNOTA
               IF WS-FS-HIST IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-HIST
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 3200-COPIAR-HIST UNTIL WS-SCAN-FIN

                   MOVE 'T' TO TRLH-MARCA
                   MOVE WS-CONT-QUEDAN TO TRLH-CANT
                   MOVE WS-QUEDAN-HASH TO TRLH-HASH
                   WRITE REG-HIST-TRL
                   IF WS-FS-HIST IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN GRABAR TRAILER HISTORICO: '
                               WS-FS-HIST
                   END-IF

                   CLOSE HISTNOTA
               END-IF

               CLOSE HISTTMP
           END-IF.

       3200-COPIAR-HIST.

           READ HISTTMP
           EVALUATE WS-FS-TMP
               WHEN '00'
                   WRITE REG-HIST FROM REG-HTMP
                   IF WS-FS-HIST IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN GRABAR HISTORICO: '
                               WS-FS-HIST
                   END-IF
               WHEN '10'
                   SET WS-SCAN-FIN TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA DE ARCHIVO: ' WS-FS-TMP
                   MOVE 8 TO RETURN-CODE
                   SET WS-SCAN-FIN TO TRUE
           END-EVALUATE.

      *************************************
      *************************************
       9999-CIERRE.

           IF WS-NOTAS-OK
               CLOSE NOTAS
               IF WS-FS-NOTA IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN CIERRE DE ARCHIVO: ' WS-FS-NOTA
               END-IF
           END-IF

           IF WS-HIST-OK
               CLOSE HISTNOTA
               IF WS-FS-HIST IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN CIERRE DE ARCHIVO: ' WS-FS-HIST
               END-IF
           END-IF

           IF WS-TMP-OK
               CLOSE HISTTMP
               IF WS-FS-TMP IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN CIERRE DE ARCHIVO: ' WS-FS-TMP
               END-IF
           END-IF

           IF WS-IDX-OK
               CLOSE NOTASIDX
               IF WS-FS-IDX IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN CIERRE DE ARCHIVO: ' WS-FS-IDX
               END-IF
           END-IF

           IF WS-ALU-OK
               CLOSE ALUMNOS
           END-IF

           IF WS-MODO-REACTIVA
               MOVE WS-CONT-REACT  TO WP-CONT-REACT
               MOVE WS-CONT-QUEDAN TO WP-CONT-QUEDAN
               DISPLAY 'NOTAS REACTIVADAS    : ' WP-CONT-REACT
               DISPLAY 'NOTAS EN EL HISTORICO: ' WP-CONT-QUEDAN
           END-IF

           IF WS-HUBO-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF

      *LA REACTIVACION QUEDA ABIERTA ('P') HASTA EL MODO D; MIENTRAS
      *TANTO PURGNOTA RETIENE EL ANIO EN NOTAS.dat.
           IF WS-RUN-REGISTRADO
               MOVE 3 TO LK-OPCION-CTL
               MOVE 'PGMREACT' TO LK-CTL-PROGRAMA
               MOVE WS-ANIO TO LK-CTL-PERIODO
               IF RETURN-CODE = 8
                   MOVE 'E' TO LK-CTL-ESTADO
               ELSE
                   MOVE 'P' TO LK-CTL-ESTADO
               END-IF
               MOVE WS-CONT-REACT TO LK-CTL-CANT-PROC
               MOVE 0 TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL
           END-IF

           IF WS-RUN-REGISTRADO AND WS-CONT-REACT > 0
               MOVE 1 TO LK-OPCION-AUD
               MOVE 'PGMREACT' TO LK-AUD-PROGRAMA
               MOVE 'NOTAS   ' TO LK-AUD-ARCHIVO
               MOVE 'A'        TO LK-AUD-OPERACION
               MOVE SPACES     TO LK-AUD-CLAVE
               MOVE WS-NRO-ALU TO LK-AUD-CLAVE(1:4)
               MOVE WS-ANIO    TO LK-AUD-CLAVE(5:4)
               MOVE SPACES     TO LK-AUD-IMAGEN-ANT
               MOVE 'ARCHIVADO EN HISTNOTA' TO LK-AUD-IMAGEN-ANT
               MOVE SPACES     TO LK-AUD-IMAGEN-NVA
               STRING 'REACTIVADAS ' WP-CONT-REACT ' NOTAS'
                      DELIMITED BY SIZE INTO LK-AUD-IMAGEN-NVA
               MOVE WS-NRO-OPE TO LK-AUD-OPERADOR
               CALL WS-RUTAUD USING LK-COM-AUDITORIA
           END-IF

           IF WS-BLOQ-TOMADO
               MOVE 2 TO LK-OPCION-BLQ
               MOVE 'NOTAS   ' TO LK-BLQ-RECURSO
               MOVE 'PGMREACT' TO LK-BLQ-PROGRAMA
               CALL WS-RUTBLQ USING LK-COM-BLOQUEO
           END-IF.



       END PROGRAM PGMREACT.
