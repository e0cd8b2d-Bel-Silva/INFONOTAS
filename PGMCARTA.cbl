      *          parentesco, domicilio) sale de RESPONSABLES.dat
      *          (CREARESP); los hermanos que comparten responsable y
      *          domicilio van juntos en un mismo sobre. Una pagina
      *          por sobre, lista para imprimir y ensobrar. Cada
      *          alumno incluido queda registrado en CARTAENV.dat
      *          (periodo y fecha de emision) para el seguimiento de
      *          acuses del portal (PGMSEGAC).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RSP.

           SELECT CARTAENV       ASSIGN TO "DDCARENV"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CEN.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
       FD RESPONSABLES.
           COPY REGRESP.

       FD CARTAENV.
           COPY REGCAENV.

       WORKING-STORAGE SECTION.

       01  WS-FS-NOTA      PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-CAR       PIC X(02).
       01  WS-FS-RSP       PIC X(02).
       01  WS-FS-CEN       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'CARTAS A FAMILIAS DE ALUMNOS EN RIESGO'
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           OPEN EXTEND CARTAENV
           IF WS-FS-CEN EQUAL '05' OR '35'
               OPEN OUTPUT CARTAENV
           END-IF
           IF WS-FS-CEN NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CEN
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-COR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-COR
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA-COR.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMCARTA' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
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

     ******************************
     *******INGRESO DE FECHA ******

               PERFORM 9100-ESCRIBIR-CARTA
           END-PERFORM

           PERFORM 3450-REGISTRA-CARTA

      *EL PIE VA DESPUES DEL ULTIMO ALUMNO DEL SOBRE.
           IF WS-IDX-CAR = WS-CARTAS-CANT
               PERFORM 3500-PIE-DE-CARTA
               END-IF
           END-IF.

      *DEJA CONSTANCIA DEL ALUMNO NOTIFICADO PARA EL SEGUIMIENTO
      *DE ACUSES (PGMSEGAC).

       3450-REGISTRA-CARTA.

           MOVE CAR-NRO-ALU(WS-IDX-CAR)  TO CEN-NRO-ALU
           MOVE WS-FECHA                 TO CEN-PERIODO
           MOVE WS-FECHA-CORRIDA         TO CEN-FECHA
           MOVE CAR-CANT-MAT(WS-IDX-CAR) TO CEN-CANT-MAT
           WRITE REG-CARTAENV
           IF WS-FS-CEN NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR CARTAENV: ' WS-FS-CEN
           END-IF.

       3500-PIE-DE-CARTA.

           MOVE SPACES TO WS-LINEA-REP
               DISPLAY 'EROR EN CERRAR ARCHIVO CARTAS: ' WS-FS-CAR
           END-IF.

           CLOSE CARTAENV
           IF WS-FS-CEN NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO CARTAENV: ' WS-FS-CEN
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
