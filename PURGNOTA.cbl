      * Date:
      * Purpose: Archivado/purga de NOTAS.dat - mueve a HISTNOTA.dat las
      *          notas anteriores a un anio de corte y las elimina del
      *          archivo vivo. Registra la corrida en RUNCTL.dat
      *          ('PURGNOTA', periodo MMAAAA del dia, con las notas
      *          archivadas) para que PGMVIGEN detecte que el indice
      *          NOTASIDX.dat quedo viejo hasta el proximo CONVNOTI.
      *          Un anio con una reactivacion abierta por PGMREACT
      *          (RUNCTL 'PGMREACT', periodo 00AAAA, estado 'P') se
      *          retiene en NOTAS.dat aunque sea anterior al corte,
      *          hasta que la reactivacion se cierre (estado 'D').
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY LKBLOQ.

       01  WS-RUN-ABIERTO   PIC X VALUE 'N'.
             88 WS-RUN-REGISTRADO     VALUE 'S'.

      *PERIODO MMAAAA DE LA CORRIDA PARA RUNCTL.
       01  WS-PERIODO-CTL.
           05 WS-PER-CTL-MES   PIC 9(02).
           05 WS-PER-CTL-ANIO  PIC 9(04).
       01  WS-PERIODO-CTL-N REDEFINES WS-PERIODO-CTL PIC 9(06).

       01  WS-RUTCTL        PIC X(08) VALUE 'RUTRUNCT'.

       COPY LKRUNCT.


       01  WP-CONT-ARCHIVADAS  PIC ZZZZ9.
       01  WP-CONT-RETENIDAS   PIC ZZZZ9.
       01  WP-CONT-REACT       PIC ZZZZ9.

      *ANIOS ANTERIORES AL CORTE YA CONSULTADOS EN RUNCTL: 'S' = CON
      *REACTIVACION ABIERTA (SE RETIENEN), 'N' = SE ARCHIVAN.
       01  WS-CONT-REACT       PIC 9(05) VALUE 0.
       01  WS-CANT-ANIOS       PIC 9(02) VALUE 0.
       01  WS-IND-ANIO         PIC 9(02).
       01  TABLA-ANIOS-REACT.
           05 TAB-ANIO-REACT OCCURS 50 TIMES.
              10 TAB-ANIO         PIC 9(04).
              10 TAB-ANIO-ABIERTO PIC X(01).
       01  WS-ANIO-ESTADO      PIC X VALUE 'N'.
             88 WS-ANIO-REACTIVADO    VALUE 'S'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY '-------------------------------------------'
               END-IF
           END-IF.

           IF NOT WS-FIN-PROCESO
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-PER-CTL-MES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PER-CTL-ANIO
               MOVE 2 TO LK-OPCION-CTL
               MOVE 'PURGNOTA' TO LK-CTL-PROGRAMA
               MOVE WS-PERIODO-CTL-N TO LK-CTL-PERIODO
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
           MOVE 'PURGNOTA' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'HISTNOTA' TO LK-VER-ARCHIVO
           MOVE VLY-HISTNOTA TO LK-VER-VERSION
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
      *REGRABADO FINAL DEJA UNO NUEVO AL FINAL DE CADA ARCHIVO.
           IF NOT WS-FIN-PROCESO AND NOT TRL-ES-TRAILER
               IF NOT-ANIO < WS-ANIO-CORTE
                   PERFORM 2100-ANIO-REACTIVADO
                   IF WS-ANIO-REACTIVADO
                       ADD 1 TO WS-CONT-REACT
                       PERFORM 2400-RETENER
                   ELSE
                       PERFORM 2200-ARCHIVAR
                   END-IF
               ELSE
                   PERFORM 2400-RETENER
               END-IF
           END-IF.

      *************************************
      *    ANIO CON REACTIVACION ABIERTA  *
      *************************************

       2100-ANIO-REACTIVADO.

           MOVE 'N' TO WS-ANIO-ESTADO
           MOVE 0 TO WS-IND-ANIO
           PERFORM 2150-BUSCA-ANIO
               VARYING WS-IND-ANIO FROM 1 BY 1
               UNTIL WS-IND-ANIO > WS-CANT-ANIOS
                  OR TAB-ANIO(WS-IND-ANIO) = NOT-ANIO

           IF WS-IND-ANIO > WS-CANT-ANIOS
               MOVE 4 TO LK-OPCION-CTL
               MOVE 'PGMREACT' TO LK-CTL-PROGRAMA
               MOVE NOT-ANIO TO LK-CTL-PERIODO
               CALL WS-RUTCTL USING LK-COM-RUNCTL
               IF LK-RESULTADO-CTL = 10 AND LK-CTL-ESTADO = 'P'
                   SET WS-ANIO-REACTIVADO TO TRUE
                   DISPLAY 'ANIO ' NOT-ANIO ' REACTIVADO POR PGMREACT:'
                           ' SE RETIENE HASTA CERRAR LA REACTIVACION.'
               END-IF
               IF WS-CANT-ANIOS < 50
                   ADD 1 TO WS-CANT-ANIOS
                   MOVE NOT-ANIO TO TAB-ANIO(WS-CANT-ANIOS)
                   MOVE WS-ANIO-ESTADO
                        TO TAB-ANIO-ABIERTO(WS-CANT-ANIOS)
               END-IF
           ELSE
               MOVE TAB-ANIO-ABIERTO(WS-IND-ANIO) TO WS-ANIO-ESTADO
           END-IF.

       2150-BUSCA-ANIO.

           CONTINUE.

      *************************************
      *    ARCHIVA UNA NOTA VIEJA         *
      *************************************

           DISPLAY 'NOTAS ARCHIVADAS: ' WP-CONT-ARCHIVADAS
           DISPLAY 'NOTAS RETENIDAS : ' WP-CONT-RETENIDAS
           IF WS-CONT-REACT > 0
               MOVE WS-CONT-REACT TO WP-CONT-REACT
               DISPLAY '  (DE ANIOS REACTIVADOS: ' WP-CONT-REACT ')'
           END-IF

      *SI NOTAS NO PUDO LEERSE COMPLETO LA PURGA NO REGRABO NADA Y
      *EL PASO DEBE TERMINAR DURO PARA FRENAR EL RESTO DEL JOB.
               MOVE 8 TO RETURN-CODE
           END-IF

      *LAS NOTAS ARCHIVADAS DEJAN DE ESTAR EN NOTAS.dat PERO SIGUEN
      *EN EL INDICE: EL FIN POSTEADO MARCA NOTASIDX PARA REGENERAR.
           IF WS-RUN-REGISTRADO
               MOVE 3 TO LK-OPCION-CTL
               MOVE 'PURGNOTA' TO LK-CTL-PROGRAMA
               MOVE WS-PERIODO-CTL-N TO LK-CTL-PERIODO
               IF RETURN-CODE = 8
                   MOVE 'E' TO LK-CTL-ESTADO
               ELSE
                   MOVE 'P' TO LK-CTL-ESTADO
               END-IF
               MOVE WS-CONT-ARCHIVADAS TO LK-CTL-CANT-PROC
               MOVE 0 TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL
           END-IF

           IF WS-BLOQ-TOMADO
               MOVE 2 TO LK-OPCION-BLQ
               MOVE 'NOTAS   ' TO LK-BLQ-RECURSO
