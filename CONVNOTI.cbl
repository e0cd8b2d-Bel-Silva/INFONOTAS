      *          comparten clave) gana la ultima leida, que es la
      *          vigente. Correr tambien despues de cada PURGNOTA,
      *          que regraba NOTAS.dat y deja el indice viejo.
      *          Informa cantidades convertidas. Registra la corrida
      *          en RUNCTL.dat ('CONVNOTI', periodo MMAAAA del dia)
      *          para que PGMVIGEN sepa cuando se regenero el indice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-RUN-ABIERTO  PIC X VALUE 'N'.
             88 WS-RUN-REGISTRADO     VALUE 'S'.

      *PERIODO MMAAAA DE LA CORRIDA PARA RUNCTL.
       01  WS-PERIODO-CTL.
           05 WS-PER-CTL-MES   PIC 9(02).
           05 WS-PER-CTL-ANIO  PIC 9(04).
       01  WS-PERIODO-CTL-N REDEFINES WS-PERIODO-CTL PIC 9(06).

       01  WS-CANT-CONV    PIC 9(07) VALUE 0.
       01  WS-CANT-PISADAS PIC 9(07) VALUE 0.
       01  WP-CANT         PIC ZZZZZZ9.

       01  WS-RUTCTL       PIC X(08) VALUE 'RUTRUNCT'.

       COPY LKRUNCT.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'GENERACION DEL INDICE DE NOTAS (NOTASIDX)'
                   SET WS-FIN-PROCESO TO TRUE
                   CLOSE NOTAS
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-PER-CTL-MES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PER-CTL-ANIO
               MOVE 2 TO LK-OPCION-CTL
               MOVE 'CONVNOTI' TO LK-CTL-PROGRAMA
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
           MOVE 'CONVNOTI' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.

      *DEJA POSTEADA LA REGENERACION; UNA CORRIDA CON ERROR QUEDA 'E'
      *Y EL INDICE SIGUE FIGURANDO DESACTUALIZADO.
           IF WS-RUN-REGISTRADO
               MOVE 3 TO LK-OPCION-CTL
               MOVE 'CONVNOTI' TO LK-CTL-PROGRAMA
               MOVE WS-PERIODO-CTL-N TO LK-CTL-PERIODO
               IF RETURN-CODE = 8
                   MOVE 'E' TO LK-CTL-ESTADO
               ELSE
                   MOVE 'P' TO LK-CTL-ESTADO
               END-IF
               MOVE WS-CANT-CONV TO LK-CTL-CANT-PROC
               MOVE WS-CANT-PISADAS TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL
           END-IF.

      *EL INDICE REGENERADO QUEDA SELLADO CON LA VERSION VIGENTE.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 2 TO LK-OPCION-VER
               MOVE 'CONVNOTI' TO LK-VER-PROGRAMA
               MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
               MOVE VLY-NOTASIDX TO LK-VER-VERSION
               CALL WS-RUTVER USING LK-COM-VERSION
           END-IF.



