      * Date:
      * Purpose: Rutina comun de identificacion de operadores - valida
      *          el codigo de operador contra OPERADORES.dat y
      *          devuelve nombre, nivel de permiso y escuela a la
      *          que esta atado (00 = distrito), y el docente al
      *          que corresponde la cuenta (000 = ninguno). Si el
      *          archivo esta vacio (arranque del sistema) devuelve
      *          30 para que el llamador permita operar y se puedan
      *          dar de alta los primeros operadores. Con el
      *          layout de OPERADORES rechazado devuelve 40.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           88 WS-SI-PROCESO    VALUE 'T'.
           88 WS-FIN-PROCESO   VALUE 'F'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.

       01  WS-VER-CONTROL  PIC X VALUE 'N'.
           88 WS-VER-CONTROLADA    VALUE 'S'.


      ***********************************************


       1000-INICIO.

           IF NOT WS-VER-CONTROLADA
               PERFORM 1005-VERSIONES
           END-IF


           SET WS-SI-PROCESO TO TRUE

      *CON EL LAYOUT RECHAZADO NO SE ABRE OPERADORES: EL LLAMADOR
      *RECIBE 40, CIERRA LO SUYO Y TERMINA CON RC 8.
           IF NOT WS-VER-CONTROLADA
               MOVE SPACES TO LK-OPE-NOMBRE
               MOVE 40 TO LK-RESULTADO-OPE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               OPEN INPUT OPERADORES
               IF WS-FS-OPE EQUAL '05' OR '35'
                   OPEN OUTPUT OPERADORES
                   CLOSE OPERADORES
                   OPEN INPUT OPERADORES
               END-IF

               IF WS-FS-OPE NOT EQUAL '00'
                 DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-OPE
                 MOVE 40 TO LK-RESULTADO-OPE
                 SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'RUTOPERA' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'OPERADOR' TO LK-VER-ARCHIVO
           MOVE VLY-OPERADOR TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           IF LK-VER-RECHAZOS = 0
               SET WS-VER-CONTROLADA TO TRUE
           END-IF.


           MOVE LK-OPE-NRO TO WS-RRN-OPE
           MOVE SPACES TO LK-OPE-NOMBRE
           MOVE 0 TO LK-OPE-NIVEL
           MOVE 0 TO LK-OPE-ESCUELA
           MOVE 0 TO LK-OPE-DOCENTE

           READ OPERADORES
               INVALID KEY
                       MOVE 10 TO LK-RESULTADO-OPE
                       MOVE OPE-NOMBRE TO LK-OPE-NOMBRE
                       MOVE OPE-NIVEL TO LK-OPE-NIVEL
                       MOVE OPE-ESCUELA TO LK-OPE-ESCUELA
                       IF OPE-NRO-DOC IS NUMERIC
                           MOVE OPE-NRO-DOC TO LK-OPE-DOCENTE
                       END-IF
                   END-IF
           END-READ.


       9999-CIERRE.

         IF WS-VER-CONTROLADA
             CLOSE OPERADORES
             IF WS-FS-OPE NOT EQUAL '00'
                 DISPLAY 'EROR EN CERRAR ARCHIVO: ' WS-FS-OPE
             END-IF
         END-IF.


