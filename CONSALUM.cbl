      *          clave del alumno, sin recorrer el archivo completo
      *          como cuando el unico almacen era NOTAS.dat
      *          secuencial. La busqueda puede ser por numero de
      *          alumno o por documento (DNI). Solo lectura. Solo
      *          se muestran los alumnos de la escuela de trabajo
      *          (RUTESCUE).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-MARCA-BAJA   PIC X(07).

       01  WS-ESCUELA      PIC 9(02) VALUE 0.

      *********COMUNICACION ******************

       01  WS-RUTIM  PIC X(08)  VALUE 'RUTMATER'.

       COPY LKNACIO.

       01  WS-RUTESC PIC X(08)  VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           MOVE 1 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           DISPLAY 'ESCUELA: ' LK-ESC-NOMBRE

           OPEN INPUT ALUMNOS.
           IF WS-FS-ALU IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CONSALUM' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
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
      *    UNA CONSULTA POR VUELTA        *
      *************************************
               INVALID KEY
                   DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO.'
               NOT INVALID KEY
                   IF WS-ESCUELA NOT EQUAL 0
                      AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                       DISPLAY 'EL ALUMNO PERTENECE A OTRA ESCUELA.'
                   ELSE
                       PERFORM 2100-MUESTRA-ALUMNO
                       PERFORM 2200-ARMA-NOTAS
                       IF WS-CONS-CANT = 0
                           DISPLAY 'EL ALUMNO NO TIENE NOTAS.'
                       ELSE
                           PERFORM 2400-ORDENA
                           PERFORM 2500-MUESTRA-NOTAS
                       END-IF
                   END-IF
           END-READ.

               IF ALU-DOCUMENTO IS NUMERIC
                  AND ALU-DOCUMENTO = WS-DOCUMENTO
                  AND WS-DOCUMENTO NOT EQUAL 0
                  AND (WS-ESCUELA = 0 OR ALU-ESCUELA = WS-ESCUELA)
                   SET WS-DOC-HALLADO TO TRUE
                   MOVE ALU-NRO-ALU TO WS-NRO-ALU
                   SET WS-SCAN-FIN TO TRUE
