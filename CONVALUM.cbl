      *                campo documento (39 bytes), DDALUVID -
      *                re-corte por la incorporacion de
      *                ALU-DOCUMENTO.
      *            5 = ALUMNOS indexado con documento pero anterior
      *                a la fecha de nacimiento (47 bytes), DDALUVFN -
      *                re-corte por la incorporacion de ALU-FECHA-NAC.
      *            6 = ALUMNOS indexado con fecha de nacimiento pero
      *                anterior al campo escuela (55 bytes), DDALUVES
      *                - re-corte por la incorporacion de ALU-ESCUELA.
      *          Los campos que el layout viejo no trae quedan en
      *          cero (curso 00, anio ingreso 0000, plan 00,
      *          documento 00000000, nacimiento 00000000), a
      *          completar luego por CREAALUM. La escuela queda en
      *          01: todo maestro anterior al campo es de la sede.
      *          Informa la cantidad de registros convertidos.
      * Tectonics: cobc
      ******************************************************************
                                          VID-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-VID.

           SELECT ALUSINNAC      ASSIGN TO "DDALUVFN"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS VFN-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          VFN-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-VFN.

           SELECT ALUSINESC      ASSIGN TO "DDALUVES"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS VES-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          VES-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-VES.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
              05 VID-ANIO-INGRESO PIC 9(04).
              05 VID-NRO-PLAN    PIC 9(02).

       FD ALUSINNAC.
           01 REG-ALUSINNAC.
              05 VFN-NRO-ALU     PIC 9(04).
              05 VFN-NOMBRE      PIC X(23).
              05 VFN-NRO-PAIS    PIC 9(03).
              05 VFN-ESTADO      PIC X(01).
              05 VFN-CURSO       PIC 9(02).
              05 VFN-ANIO-INGRESO PIC 9(04).
              05 VFN-NRO-PLAN    PIC 9(02).
              05 VFN-DOCUMENTO   PIC 9(08).

       FD ALUSINESC.
           01 REG-ALUSINESC.
              05 VES-NRO-ALU     PIC 9(04).
              05 VES-NOMBRE      PIC X(23).
              05 VES-RESTO       PIC X(28).

       FD ALUMNOS.
           COPY REGALUM.

       01  WS-FS-VIN       PIC X(02).
       01  WS-FS-VIP       PIC X(02).
       01  WS-FS-VID       PIC X(02).
       01  WS-FS-VFN       PIC X(02).
       01  WS-FS-VES       PIC X(02).
       01  WS-FS-ALU       PIC X(02).

       01  WS-RRN-VIE      PIC 9(04).
             88 WS-ORIGEN-INDEXADO    VALUE 2.
             88 WS-ORIGEN-SIN-PLAN    VALUE 3.
             88 WS-ORIGEN-SIN-DOC     VALUE 4.
             88 WS-ORIGEN-SIN-NAC     VALUE 5.
             88 WS-ORIGEN-SIN-ESC     VALUE 6.

       01  WS-CANT-CONV    PIC 9(05) VALUE 0.
       01  WP-CANT-CONV    PIC ZZZZ9.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

                   '  2-INDEXADO LAYOUT ANTERIOR'
                   '  3-INDEXADO SIN PLAN'
                   '  4-INDEXADO SIN DOCUMENTO'
                   '  5-INDEXADO SIN FECHA DE NACIMIENTO'
                   '  6-INDEXADO SIN ESCUELA'
           ACCEPT WS-ORIGEN

           EVALUATE TRUE
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
               WHEN WS-ORIGEN-SIN-NAC
                   OPEN INPUT ALUSINNAC
                   IF WS-FS-VFN IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN APERTURA DE ARCHIVO: '
                               WS-FS-VFN
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
               WHEN WS-ORIGEN-SIN-ESC
                   OPEN INPUT ALUSINESC
                   IF WS-FS-VES IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN APERTURA DE ARCHIVO: '
                               WS-FS-VES
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 2200-LEE-INDEXADO
               WHEN WS-ORIGEN-SIN-PLAN
                   PERFORM 2300-LEE-SIN-PLAN
               WHEN WS-ORIGEN-SIN-DOC
                   PERFORM 2400-LEE-SIN-DOC
               WHEN WS-ORIGEN-SIN-NAC
                   PERFORM 2500-LEE-SIN-NAC
               WHEN OTHER
                   PERFORM 2700-LEE-SIN-ESC
           END-EVALUATE.

       2100-LEE-RELATIVO.
                   MOVE VIP-ANIO-INGRESO TO ALU-ANIO-INGRESO
                   MOVE 0 TO ALU-NRO-PLAN
                   MOVE 0 TO ALU-DOCUMENTO
                   MOVE 0 TO ALU-FECHA-NAC
                   MOVE 1 TO ALU-ESCUELA

                   WRITE REG-ALUMNO
                   IF WS-FS-ALU IS NOT EQUAL '00'
                   MOVE VID-ANIO-INGRESO TO ALU-ANIO-INGRESO
                   MOVE VID-NRO-PLAN TO ALU-NRO-PLAN
                   MOVE 0 TO ALU-DOCUMENTO
                   MOVE 0 TO ALU-FECHA-NAC
                   MOVE 1 TO ALU-ESCUELA

                   WRITE REG-ALUMNO
                   IF WS-FS-ALU IS NOT EQUAL '00'
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *EL ORIGEN 5 SOLO CARECE DE LA FECHA DE NACIMIENTO, QUE
      *QUEDA EN CERO PARA COMPLETAR POR CREAALUM.

       2500-LEE-SIN-NAC.

           READ ALUSINNAC

           EVALUATE WS-FS-VFN
               WHEN '00'
                   MOVE VFN-NRO-ALU  TO ALU-NRO-ALU
                   MOVE VFN-NOMBRE   TO ALU-NOMBRE
                   MOVE VFN-NRO-PAIS TO ALU-NRO-PAIS
                   MOVE VFN-ESTADO   TO ALU-ESTADO
                   MOVE VFN-CURSO    TO ALU-CURSO
                   MOVE VFN-ANIO-INGRESO TO ALU-ANIO-INGRESO
                   MOVE VFN-NRO-PLAN TO ALU-NRO-PLAN
                   MOVE VFN-DOCUMENTO TO ALU-DOCUMENTO
                   MOVE 0 TO ALU-FECHA-NAC
                   MOVE 1 TO ALU-ESCUELA

                   WRITE REG-ALUMNO
                   IF WS-FS-ALU IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-ALU
                   ELSE
                       ADD 1 TO WS-CANT-CONV
                   END-IF
               WHEN '10'
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA DE ARCHIVO: ' WS-FS-VFN
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *CURSO, ANIO DE INGRESO, PLAN, DOCUMENTO Y NACIMIENTO NO
      *EXISTEN EN LOS LAYOUTS MAS VIEJOS: QUEDAN EN CERO PARA
      *COMPLETAR DESPUES POR CREAALUM.

       2600-GRABAR.

           MOVE 0 TO ALU-ANIO-INGRESO
           MOVE 0 TO ALU-NRO-PLAN
           MOVE 0 TO ALU-DOCUMENTO
           MOVE 0 TO ALU-FECHA-NAC
           MOVE 1 TO ALU-ESCUELA

           WRITE REG-ALUMNO
           IF WS-FS-ALU IS NOT EQUAL '00'
               ADD 1 TO WS-CANT-CONV
           END-IF.

      *EL ORIGEN 6 TRAE EL REGISTRO COMPLETO SALVO LA ESCUELA: SE
      *COPIAN LOS 55 BYTES Y LA ESCUELA QUEDA EN 01 (SEDE).

       2700-LEE-SIN-ESC.

           READ ALUSINESC

           EVALUATE WS-FS-VES
               WHEN '00'
                   MOVE REG-ALUSINESC TO REG-ALUMNO
                   MOVE 1 TO ALU-ESCUELA

                   WRITE REG-ALUMNO
                   IF WS-FS-ALU IS NOT EQUAL '00'
                       DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-ALU
                   ELSE
                       ADD 1 TO WS-CANT-CONV
                   END-IF
               WHEN '10'
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA DE ARCHIVO: ' WS-FS-VES
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *************************************
      *************************************
       9999-CIERRE.
                       DISPLAY 'EROR EN CERRAR ARCHIVO VIEJO: '
                               WS-FS-VID
                   END-IF
               WHEN WS-ORIGEN-SIN-NAC
                   CLOSE ALUSINNAC
                   IF WS-FS-VFN NOT EQUAL '00'
                       DISPLAY 'EROR EN CERRAR ARCHIVO VIEJO: '
                               WS-FS-VFN
                   END-IF
               WHEN WS-ORIGEN-SIN-ESC
                   CLOSE ALUSINESC
                   IF WS-FS-VES NOT EQUAL '00'
                       DISPLAY 'EROR EN CERRAR ARCHIVO VIEJO: '
                               WS-FS-VES
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-CANT-CONV TO WP-CANT-CONV
           DISPLAY 'ALUMNOS CONVERTIDOS: ' WP-CANT-CONV.

      *EL MAESTRO QUEDO EN EL LAYOUT VIGENTE: SE SELLA SU VERSION
      *EN VERSIONES.dat PARA QUE LOS PROGRAMAS LO ACEPTEN.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 2 TO LK-OPCION-VER
               MOVE 'CONVALUM' TO LK-VER-PROGRAMA
               MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
               MOVE VLY-ALUMNOS TO LK-VER-VERSION
               CALL WS-RUTVER USING LK-COM-VERSION
           END-IF.



       END PROGRAM CONVALUM.
