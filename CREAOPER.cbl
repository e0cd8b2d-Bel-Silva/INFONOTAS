      * Purpose: Mantenimiento de OPERADORES.dat (alta/cambio/baja).
      *          Reservado a nivel DIRECCION; en el arranque, sin
      *          operadores cargados, se permite entrar para dar de
      *          alta los primeros. Cada operador queda atado a una
      *          escuela (ESCUELAS.dat, validada con RUTESCUE); 00 =
      *          distrito, elige la escuela al entrar al menu.
      *          La cuenta de un docente se ata a su numero de
      *          DOCENTES.dat (activo): con ella solo carga notas de
      *          las materias y cursos que tiene asignados (RUTASIGD)
      *          y el menu se le reduce a la carga de notas, por eso
      *          una cuenta de docente es siempre nivel 1 (CARGA).
      *          Un director con escuela asignada solo administra
      *          operadores de su escuela: el alta y el cambio quedan
      *          con su escuela y no toca los de otra.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RELATIVE KEY IS WS-RRN-OPE
                                      FILE STATUS IS WS-FS-OPE.

           SELECT DOCENTES       ASSIGN TO "DDDOC"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-DOC
                                      FILE STATUS IS WS-FS-DOC.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
           COPY REGOPER.

       FD DOCENTES.
           COPY REGDOCE.

       WORKING-STORAGE SECTION.



       01  WS-RRN-OPE      PIC 9(03).

       01  WS-FS-DOC       PIC X(02).
       01  WS-RRN-DOC      PIC 9(03).

       01  WS-FLAG-FIN      PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.
       01  WS-NOMBRE        PIC X(25).
       01  WS-NIVEL         PIC 9(01).
       01  WS-NIVEL-OPE     PIC 9(01).
      *ESCUELA DEL OPERADOR QUE ADMINISTRA (00 = DISTRITO).
       01  WS-ESC-OPE       PIC 9(02) VALUE 0.
       01  WS-ESCUELA       PIC 9(02).
       01  WS-ESCUELA-X     REDEFINES WS-ESCUELA PIC X(02).
       01  WS-ESCUELA-OK    PIC X.
             88 WS-ESC-VALIDA     VALUE 'S'.
             88 WS-ESC-INVALIDA   VALUE 'N'.
       01  WS-NRO-DOC       PIC 9(03).
       01  WS-NRO-DOC-X     REDEFINES WS-NRO-DOC PIC X(03).
       01  WS-DOC-OK        PIC X.
             88 WS-DOC-VALIDO     VALUE 'S'.
             88 WS-DOC-INVALIDO   VALUE 'N'.

       01  WS-RUTOPE        PIC X(08) VALUE 'RUTOPERA'.


       COPY LKSESIO.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           PERFORM 1500-SIGNON.
               END-IF
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CREAOPER' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'OPERADOR' TO LK-VER-ARCHIVO
           MOVE VLY-OPERADOR TO LK-VER-VERSION
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
               WHEN 10
                   DISPLAY 'OPERADOR: ' LK-OPE-NOMBRE
                   MOVE LK-OPE-NIVEL TO WS-NIVEL-OPE
                   IF LK-OPE-ESCUELA IS NUMERIC
                       MOVE LK-OPE-ESCUELA TO WS-ESC-OPE
                   END-IF
               WHEN 30
                   DISPLAY 'SIN OPERADORES REGISTRADOS. SE OPERA SIN'
                           ' CONTROL DE NIVELES.'
                   DISPLAY 'INGRESE NIVEL (1-CARGA 2-SUPERVISOR'
                           ' 3-DIRECCION): '
                   ACCEPT WS-NIVEL
      *EL DIRECTOR DE UNA ESCUELA SOLO DA ALTAS EN LA SUYA.
                   IF WS-ESC-OPE NOT EQUAL 0
                       MOVE WS-ESC-OPE TO WS-ESCUELA
                       DISPLAY 'ESCUELA: ' WS-ESCUELA
                               ' (LA DEL OPERADOR QUE DA EL ALTA)'
                   ELSE
                       DISPLAY 'INGRESE ESCUELA (99, 00 = DISTRITO): '
                       ACCEPT WS-ESCUELA
                   END-IF
                   PERFORM 2150-VALIDA-ESCUELA
                   DISPLAY 'INGRESE NRO DE DOCENTE SI LA CUENTA ES DE'
                           ' UN DOCENTE (999, 000 = NO): '
                   ACCEPT WS-NRO-DOC
                   PERFORM 2160-VALIDA-DOCENTE

      *UNA CUENTA DE DOCENTE ES DE CARGA (NIVEL 1): EL MENU SE LE
      *REDUCE A LA CARGA DE NOTAS Y NO DEBE HEREDAR PERMISOS DE
      *SUPERVISOR O DIRECCION.
                   EVALUATE TRUE
                       WHEN WS-NIVEL < 1 OR WS-NIVEL > 3
                           DISPLAY 'NIVEL INVALIDO. ALTA RECHAZADA.'
                       WHEN WS-ESC-INVALIDA
                           DISPLAY 'ESCUELA INEXISTENTE. ALTA'
                                   ' RECHAZADA.'
                       WHEN WS-DOC-INVALIDO
                           DISPLAY 'DOCENTE INEXISTENTE O EN BAJA. ALTA'
                                   ' RECHAZADA.'
                       WHEN WS-NRO-DOC NOT EQUAL 0 AND WS-NIVEL > 1
                           DISPLAY 'UNA CUENTA DE DOCENTE ES NIVEL 1'
                                   ' (CARGA). ALTA RECHAZADA.'
                       WHEN OTHER
                           MOVE WS-NRO-OPE TO OPE-NRO-OPE
                           MOVE WS-NOMBRE  TO OPE-NOMBRE
                           MOVE WS-NIVEL   TO OPE-NIVEL
                           MOVE WS-ESCUELA TO OPE-ESCUELA
                           MOVE WS-NRO-DOC TO OPE-NRO-DOC
                           SET OPE-ACTIVO  TO TRUE

                           WRITE REG-OPERADOR
                           IF WS-FS-OPE IS NOT EQUAL '00'
                               DISPLAY 'ERROR EN GRABAR REGISTRO: '
                                       WS-FS-OPE
                           ELSE
                               DISPLAY 'OPERADOR DADO DE ALTA.'
                           END-IF
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY 'YA EXISTE UN OPERADOR CON ESE NUMERO.'
           END-READ.

      *************************************
      *    VALIDA LA ESCUELA INGRESADA    *
      *************************************
      *00 (DISTRITO) SIEMPRE VALE; SIN TABLA DE ESCUELAS (30) SE
      *ACEPTA EL CODIGO, COMO RUTOPERA SIN OPERADORES CARGADOS.

       2150-VALIDA-ESCUELA.

           SET WS-ESC-VALIDA TO TRUE
           IF WS-ESCUELA NOT EQUAL 0
               MOVE 2          TO LK-OPCION-ESC
               MOVE WS-ESCUELA TO LK-ESC-CODIGO
               CALL WS-RUTESC USING LK-COM-ESCUELA
               IF LK-RESULTADO-ESC = 20
                   SET WS-ESC-INVALIDA TO TRUE
               END-IF
           END-IF.

      *************************************
      *    VALIDA EL DOCENTE INGRESADO    *
      *************************************
      *000 (LA CUENTA NO ES DE UN DOCENTE) SIEMPRE VALE; SI NO,
      *TIENE QUE EXISTIR Y ESTAR ACTIVO EN DOCENTES.dat.

       2160-VALIDA-DOCENTE.

           SET WS-DOC-VALIDO TO TRUE
           IF WS-NRO-DOC NOT EQUAL 0
               SET WS-DOC-INVALIDO TO TRUE
               OPEN INPUT DOCENTES
               IF WS-FS-DOC NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-DOC
               ELSE
                   MOVE WS-NRO-DOC TO WS-RRN-DOC
                   READ DOCENTES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DOC-ACTIVO
                               SET WS-DOC-VALIDO TO TRUE
                           END-IF
                   END-READ
                   CLOSE DOCENTES
               END-IF
           END-IF.

      *************************************
      *    CAMBIO DE NOMBRE/NIVEL/ESCUELA *
      *    Y DOCENTE                      *
      *************************************

       2200-CAMBIO.
               INVALID KEY
                   DISPLAY 'NO EXISTE UN OPERADOR CON ESE NUMERO.'
               NOT INVALID KEY
      *UN REGISTRO GRABADO ANTES DEL CAMPO TRAE BLANCOS: ES 00.
                   IF OPE-ESCUELA NOT NUMERIC
                       MOVE 0 TO OPE-ESCUELA
                   END-IF
                   IF WS-ESC-OPE NOT EQUAL 0
                      AND OPE-ESCUELA NOT EQUAL WS-ESC-OPE
                       DISPLAY 'EL OPERADOR ES DE OTRA ESCUELA.'
                               ' CAMBIO RECHAZADO.'
                   ELSE
                       PERFORM 2250-CAMBIA-DATOS
                   END-IF
           END-READ.

       2250-CAMBIA-DATOS.

           DISPLAY 'NOMBRE ACTUAL: ' OPE-NOMBRE
           DISPLAY 'INGRESE NUEVO NOMBRE (ENTER DEJA IGUAL): '
           ACCEPT WS-NOMBRE
           IF WS-NOMBRE NOT EQUAL SPACES
               MOVE WS-NOMBRE TO OPE-NOMBRE
           END-IF

           DISPLAY 'NIVEL ACTUAL: ' OPE-NIVEL
           DISPLAY 'INGRESE NUEVO NIVEL (0 DEJA IGUAL): '
           ACCEPT WS-NIVEL
           IF WS-NIVEL >= 1 AND WS-NIVEL <= 3
               MOVE WS-NIVEL TO OPE-NIVEL
           END-IF

      *EL DIRECTOR DE UNA ESCUELA NO MUEVE OPERADORES A OTRA.
           DISPLAY 'ESCUELA ACTUAL: ' OPE-ESCUELA
           IF WS-ESC-OPE NOT EQUAL 0
               MOVE WS-ESC-OPE TO OPE-ESCUELA
           ELSE
               DISPLAY 'INGRESE NUEVA ESCUELA (ENTER DEJA IGUAL): '
               MOVE SPACES TO WS-ESCUELA-X
               ACCEPT WS-ESCUELA-X
               IF WS-ESCUELA-X NOT EQUAL SPACES
                   PERFORM 2150-VALIDA-ESCUELA
                   IF WS-ESC-VALIDA
                       MOVE WS-ESCUELA TO OPE-ESCUELA
                   ELSE
                       DISPLAY 'ESCUELA INEXISTENTE. QUEDA IGUAL.'
                   END-IF
               END-IF
           END-IF

      *UN REGISTRO GRABADO ANTES DEL CAMPO TRAE BLANCOS: ES 000.
           IF OPE-NRO-DOC NOT NUMERIC
               MOVE 0 TO OPE-NRO-DOC
           END-IF
           DISPLAY 'DOCENTE ACTUAL: ' OPE-NRO-DOC
           DISPLAY 'INGRESE NUEVO DOCENTE (000 = NINGUNO,'
                   ' ENTER DEJA IGUAL): '
           MOVE SPACES TO WS-NRO-DOC-X
           ACCEPT WS-NRO-DOC-X
           IF WS-NRO-DOC-X NOT EQUAL SPACES
               PERFORM 2160-VALIDA-DOCENTE
               IF WS-DOC-VALIDO
                   MOVE WS-NRO-DOC TO OPE-NRO-DOC
               ELSE
                   DISPLAY 'DOCENTE INEXISTENTE O EN BAJA.'
                           ' QUEDA IGUAL.'
               END-IF
           END-IF

      *UNA CUENTA DE DOCENTE ES DE CARGA (NIVEL 1), COMO EN EL ALTA.
           IF OPE-NRO-DOC NOT EQUAL 0 AND OPE-NIVEL > 1
               DISPLAY 'UNA CUENTA DE DOCENTE ES NIVEL 1 (CARGA).'
                       ' CAMBIO RECHAZADO.'
           ELSE
               REWRITE REG-OPERADOR
               IF WS-FS-OPE IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN MODIFICAR REGISTRO: '
                           WS-FS-OPE
               ELSE
                   DISPLAY 'OPERADOR MODIFICADO.'
               END-IF
           END-IF.

      *************************************
      *    BAJA (LOGICA) DE OPERADOR      *
               INVALID KEY
                   DISPLAY 'NO EXISTE UN OPERADOR CON ESE NUMERO.'
               NOT INVALID KEY
                   IF OPE-ESCUELA NOT NUMERIC
                       MOVE 0 TO OPE-ESCUELA
                   END-IF
                   IF WS-ESC-OPE NOT EQUAL 0
                      AND OPE-ESCUELA NOT EQUAL WS-ESC-OPE
                       DISPLAY 'EL OPERADOR ES DE OTRA ESCUELA.'
                               ' BAJA RECHAZADA.'
                   ELSE
                       SET OPE-BAJA TO TRUE
                       REWRITE REG-OPERADOR
                       IF WS-FS-OPE IS NOT EQUAL '00'
                           DISPLAY 'ERROR EN BAJA DE REGISTRO: '
                                   WS-FS-OPE
                       ELSE
                           DISPLAY 'OPERADOR DADO DE BAJA.'
                       END-IF
                   END-IF
           END-READ.

