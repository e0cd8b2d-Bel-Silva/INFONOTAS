      *          aca el destinatario de las cartas a las familias.
      *          Cambios y bajas regraban el archivo via temporal
      *          (mismo esquema que CREAINSC) y todo queda en la
      *          auditoria via RUTAUDIT. Con escuela de trabajo
      *          (RUTESCUE) solo se mantienen responsables de alumnos
      *          de esa escuela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-ALUMNO-OK    PIC X.
             88 WS-ALUMNO-VALIDO      VALUE 'T'.
             88 WS-ALUMNO-INVALIDO    VALUE 'F'.
             88 WS-ALUMNO-OTRA-ESCUELA VALUE 'E'.

       01  WS-BUSCA-RSP    PIC X.
             88 WS-RSP-EXISTE         VALUE 'T'.

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

      *SI EL ARCHIVO NO EXISTE TODAVIA SE CREA VACIO, IGUAL QUE
      *HACE CREANOTA CON NOTAS.dat.
           OPEN INPUT RESPONSABLES.
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CREARESP' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
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

           PERFORM 2500-VALIDA-ALUMNO

           EVALUATE TRUE
               WHEN WS-ALUMNO-INVALIDO
                   DISPLAY 'ALUMNO NO EXISTE. ALTA RECHAZADA.'
               WHEN WS-ALUMNO-OTRA-ESCUELA
                   DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE TRABAJO.'
                           ' ALTA RECHAZADA.'
               WHEN OTHER
                   DISPLAY 'NOMBRE DEL RESPONSABLE: '
                   ACCEPT WS-NOMBRE-RSP
                   DISPLAY 'PARENTESCO (MADRE/PADRE/TUTOR/...): '
                   ACCEPT WS-PARENTESCO
                   DISPLAY 'DOMICILIO POSTAL: '
                   ACCEPT WS-DOMICILIO
                   DISPLAY 'TELEFONO: '
                   ACCEPT WS-TELEFONO

                   IF WS-NOMBRE-RSP EQUAL SPACES
                       DISPLAY 'NOMBRE VACIO. ALTA RECHAZADA.'
                   ELSE
                       PERFORM 2800-GRABAR
                   END-IF
           END-EVALUATE.

      *************************************
      *    CAMBIO DE DATOS (VIA TEMPORAL) *
           DISPLAY 'NUEVO TELEFONO (ENTER DEJA IGUAL): '
           ACCEPT WS-TELEFONO

           PERFORM 2500-VALIDA-ALUMNO

           IF WS-ALUMNO-OTRA-ESCUELA
               DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE TRABAJO.'
                       ' CAMBIO RECHAZADO.'
           ELSE
               SET WS-RSP-NO-EXISTE TO TRUE

               OPEN INPUT RESPONSABLES
               OPEN OUTPUT RESPTMP

               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2250-COPIA-CAMBIANDO UNTIL WS-SCAN-FIN

               CLOSE RESPONSABLES
               CLOSE RESPTMP

               IF WS-RSP-NO-EXISTE
                   DISPLAY 'NO EXISTE ESE RESPONSABLE ACTIVO.'
               ELSE
                   PERFORM 2700-COPIA-DE-VUELTA
                   DISPLAY 'RESPONSABLE MODIFICADO.'
               END-IF
           END-IF.

       2250-COPIA-CAMBIANDO.
           DISPLAY 'NOMBRE DEL RESPONSABLE A DAR DE BAJA: '
           ACCEPT WS-NOMBRE-RSP

           PERFORM 2500-VALIDA-ALUMNO

           IF WS-ALUMNO-OTRA-ESCUELA
               DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE TRABAJO.'
                       ' BAJA RECHAZADA.'
           ELSE
               SET WS-RSP-NO-EXISTE TO TRUE

               OPEN INPUT RESPONSABLES
               OPEN OUTPUT RESPTMP

               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2350-COPIA-MARCANDO UNTIL WS-SCAN-FIN

               CLOSE RESPONSABLES
               CLOSE RESPTMP

               IF WS-RSP-NO-EXISTE
                   DISPLAY 'NO EXISTE ESE RESPONSABLE ACTIVO.'
               ELSE
                   PERFORM 2700-COPIA-DE-VUELTA
                   DISPLAY 'RESPONSABLE DADO DE BAJA.'
               END-IF
           END-IF.

       2350-COPIA-MARCANDO.
               INVALID KEY
                   SET WS-ALUMNO-INVALIDO TO TRUE
               NOT INVALID KEY
                   IF ALU-ESCUELA IS NOT NUMERIC
                       MOVE 0 TO ALU-ESCUELA
                   END-IF
                   IF WS-ESCUELA NOT EQUAL 0
                      AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                       SET WS-ALUMNO-OTRA-ESCUELA TO TRUE
                   ELSE
                       SET WS-ALUMNO-VALIDO TO TRUE
                   END-IF
           END-READ.

      *************************************
