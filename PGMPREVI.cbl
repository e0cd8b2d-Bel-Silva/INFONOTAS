      *          previas permitido para avanzar de anio. Debe correrse
      *          despues de cada PGMPROMO y de cada cierre de mesa
      *          (CREAMESA), que son quienes mueven RESULTADO.dat.
      *          La regeneracion queda registrada en RUNCTL.dat
      *          ('PGMPREVI', periodo MMAAAA del dia) y PGMVIGEN la
      *          compara con esos cierres para avisar si PREVIAS
      *          quedo viejo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY LKPARAM.

       01  WS-RUN-ABIERTO  PIC X VALUE 'N'.
             88 WS-RUN-REGISTRADO     VALUE 'S'.

      *PERIODO MMAAAA DE LA CORRIDA PARA RUNCTL.
       01  WS-PERIODO-CTL.
           05 WS-PER-CTL-MES   PIC 9(02).
           05 WS-PER-CTL-ANIO  PIC 9(04).
       01  WS-PERIODO-CTL-N REDEFINES WS-PERIODO-CTL PIC 9(06).

       01  WS-RUTCTL       PIC X(08) VALUE 'RUTRUNCT'.

       COPY LKRUNCT.

       01  WS-LINEA-REP    PIC X(132).

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'LIBRO DE MATERIAS PREVIAS'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-PER-CTL-MES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PER-CTL-ANIO
               MOVE 2 TO LK-OPCION-CTL
               MOVE 'PGMPREVI' TO LK-CTL-PROGRAMA
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
           MOVE 'PGMPREVI' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
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
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.

           IF WS-RUN-REGISTRADO
               MOVE 3 TO LK-OPCION-CTL
               MOVE 'PGMPREVI' TO LK-CTL-PROGRAMA
               MOVE WS-PERIODO-CTL-N TO LK-CTL-PERIODO
               IF RETURN-CODE = 8
                   MOVE 'E' TO LK-CTL-ESTADO
               ELSE
                   MOVE 'P' TO LK-CTL-ESTADO
               END-IF
               MOVE WS-CANT-ENTRADAS TO LK-CTL-CANT-PROC
               MOVE WS-CANT-PENDIENTES TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL
           END-IF.

           IF WS-BLOQ-TOMADO
               MOVE 2 TO LK-OPCION-BLQ
               MOVE 'PREVIAS ' TO LK-BLQ-RECURSO
