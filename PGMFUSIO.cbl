      *          RESULTAD y cada archivo tocado queda en la
      *          auditoria. Solo nivel direccion. Despues de una
      *          fusion debe regenerarse el indice con CONVNOTI.
      *          La corrida queda registrada en RUNCTL.dat
      *          ('PGMFUSIO', periodo MMAAAA del dia) para que
      *          PGMVIGEN marque NOTASIDX y PREVIAS como viejos.
      *          La baja del perdedor queda en BAJAS.dat con el
      *          motivo 98 (unificacion de legajo, no es desercion).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TRL-VISTO     PIC X.
             88 WS-HAY-TRAILER        VALUE 'S'.

       01  WS-RUTBAJ       PIC X(08) VALUE 'RUTBAJAS'.

       COPY LKBAJAS.

       01  WS-RUTAUD       PIC X(08) VALUE 'RUTAUDIT'.
       01  WS-ARCHIVO-AUD  PIC X(08).


       COPY LKSESIO.

       01  WS-RUN-ABIERTO  PIC X VALUE 'N'.
             88 WS-RUN-REGISTRADO     VALUE 'S'.

      *PERIODO MMAAAA DE LA CORRIDA PARA RUNCTL.
       01  WS-PERIODO-CTL.
           05 WS-PER-CTL-MES   PIC 9(02).
           05 WS-PER-CTL-ANIO  PIC 9(04).
       01  WS-PERIODO-CTL-N REDEFINES WS-PERIODO-CTL PIC 9(06).

       01  WS-RUTCTL       PIC X(08) VALUE 'RUTRUNCT'.

       COPY LKRUNCT.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'FUSION DE LEGAJOS DUPLICADOS'

           IF NOT WS-FIN-PROCESO
               PERFORM 2500-TOMA-BLOQUEOS
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-PER-CTL-MES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PER-CTL-ANIO
               MOVE 2 TO LK-OPCION-CTL
               MOVE 'PGMFUSIO' TO LK-CTL-PROGRAMA
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
           MOVE 'PGMFUSIO' TO LK-VER-PROGRAMA
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
                           MOVE REG-ALUMNO TO LK-AUD-IMAGEN-NVA
                           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR
                           CALL WS-RUTAUD USING LK-COM-AUDITORIA

                           MOVE 2 TO LK-OPCION-BAJ
                           MOVE WS-ALU-PERDEDOR TO LK-BAJ-NRO-ALU
                           MOVE 0          TO LK-BAJ-FECHA
                           MOVE 98         TO LK-BAJ-MOTIVO
                           MOVE ALU-CURSO  TO LK-BAJ-CURSO
                           MOVE 'PGMFUSIO' TO LK-BAJ-PROGRAMA
                           MOVE WS-NRO-OPE TO LK-BAJ-OPERADOR
                           CALL WS-RUTBAJ USING LK-COM-BAJA
                       END-IF
               END-READ

      *************************************
       9999-CIERRE.

      *CANT-PROC = NOTAS RENUMERADAS, CANT-RECH = RESULTADOS
      *RENUMERADOS: LO QUE DEJA VIEJOS AL INDICE Y A PREVIAS.
           IF WS-RUN-REGISTRADO
               MOVE 3 TO LK-OPCION-CTL
               MOVE 'PGMFUSIO' TO LK-CTL-PROGRAMA
               MOVE WS-PERIODO-CTL-N TO LK-CTL-PERIODO
               IF RETURN-CODE = 8
                   MOVE 'E' TO LK-CTL-ESTADO
               ELSE
                   MOVE 'P' TO LK-CTL-ESTADO
               END-IF
               MOVE WS-CANT-NOTAS TO LK-CTL-CANT-PROC
               MOVE WS-CANT-RES TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL
           END-IF

           IF WS-BLOQ-NOTAS-OK
               MOVE 2 TO LK-OPCION-BLQ
               MOVE 'NOTAS   ' TO LK-BLQ-RECURSO
