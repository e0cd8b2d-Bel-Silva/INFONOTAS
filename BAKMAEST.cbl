      * Purpose: Backup de los maestros antes de los pasos
      *          destructivos (PURGNOTA y el regrabado de NOTAS que
      *          hace el SORT de PGMINFOR). Descarga NOTAS, ALUMNOS,
      *          MATERIAS, NACIONALIDADES y los sellos de version de
      *          VERSIONES.dat a cinco datasets de
      *          resguardo; en el JCL cada DD de salida apunta a una
      *          generacion (+1) de un GDG con LIMIT=N, que es lo que
      *          conserva las ultimas N generaciones fechadas.
      *          Cada backup lleva un registro cabecera 'H' con
      *          archivo/fecha/hora y la version de layout con la que
      *          se grabo (VERSLAY; 00 si el archivo no se versiona),
      *          los datos prefijados 'D' y un registro 'T' final con
      *          la cantidad, que RESMAEST verifica al restaurar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RELATIVE KEY IS WS-RRN-NACIO
                                      FILE STATUS IS WS-FS-NAC.

           SELECT VERSIONES      ASSIGN TO "DDVERS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS VRS-ARCHIVO
                                      FILE STATUS IS WS-FS-VRS.

           SELECT BKNOTA         ASSIGN TO "DDBKNOTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-BK.
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-BK.

           SELECT BKVERS         ASSIGN TO "DDBKVERS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-BK.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
       FD NACIONALIDADES.
           COPY REGNACIO.

       FD VERSIONES.
           COPY REGVERS.

       FD BKNOTA.
           01 REG-BKNOTA         PIC X(80).

       FD BKNAC.
           01 REG-BKNAC          PIC X(80).

       FD BKVERS.
           01 REG-BKVERS         PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FS-NOTA      PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-MATE      PIC X(02).
       01  WS-FS-NAC       PIC X(02).
       01  WS-FS-VRS       PIC X(02).
       01  WS-FS-BK        PIC X(02).

       01  WS-RRN-MATE     PIC 9(02).
           05 WS-CAB-ARCH   PIC X(08).
           05 WS-CAB-FECHA  PIC 9(08).
           05 WS-CAB-HORA   PIC 9(06).
           05 WS-CAB-VERSION PIC 9(02).
           05 FILLER        PIC X(55).

       01  WS-PIE REDEFINES WS-REG-SALIDA.
           05 FILLER        PIC X(01).
           05 FILLER        PIC X(72).

       01  WS-ARCH-ACTUAL  PIC X(08).
       01  WS-VER-ACTUAL   PIC 9(02).
       01  WS-CANT-REG     PIC 9(07).
       01  WP-CANT-REG     PIC ZZZZZZ9.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

               PERFORM 2200-BK-ALUMNOS
               PERFORM 2300-BK-MATERIAS
               PERFORM 2400-BK-NACIONALIDADES
               PERFORM 2500-BK-VERSIONES
           END-IF

           PERFORM 9999-CIERRE.

       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'BACKUP DE MAESTROS A DATASETS DE GENERACION'.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'BAKMAEST' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

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
      *    BACKUP DE NOTAS                *
      *************************************
           ELSE
               OPEN OUTPUT BKALUM
               MOVE 'ALUMNOS ' TO WS-ARCH-ACTUAL
               MOVE VLY-ALUMNOS TO WS-VER-ACTUAL
               PERFORM 9150-CABECERA
               WRITE REG-BKALUM FROM WS-REG-SALIDA
               MOVE 0 TO WS-CANT-REG
           ELSE
               OPEN OUTPUT BKMAT
               MOVE 'MATERIAS' TO WS-ARCH-ACTUAL
               MOVE VLY-MATERIAS TO WS-VER-ACTUAL
               PERFORM 9150-CABECERA
               WRITE REG-BKMAT FROM WS-REG-SALIDA
               MOVE 0 TO WS-CANT-REG
           ELSE
               OPEN OUTPUT BKNAC
               MOVE 'NACION  ' TO WS-ARCH-ACTUAL
               MOVE 0 TO WS-VER-ACTUAL
               PERFORM 9150-CABECERA
               WRITE REG-BKNAC FROM WS-REG-SALIDA
               MOVE 0 TO WS-CANT-REG
               ADD 1 TO WS-CANT-REG
           END-IF.

      *************************************
      *    BACKUP DE LOS SELLOS DE        *
      *    VERSION (VERSIONES.dat)        *
      *************************************

       2500-BK-VERSIONES.

           OPEN INPUT VERSIONES
           IF WS-FS-VRS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-VRS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT BKVERS
               MOVE 'VERSION ' TO WS-ARCH-ACTUAL
               MOVE 0 TO WS-VER-ACTUAL
               PERFORM 9150-CABECERA
               WRITE REG-BKVERS FROM WS-REG-SALIDA
               MOVE 0 TO WS-CANT-REG
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2550-COPIA-VERSION UNTIL WS-SCAN-FIN
               PERFORM 9200-PIE
               WRITE REG-BKVERS FROM WS-REG-SALIDA
               CLOSE BKVERS
               CLOSE VERSIONES

               MOVE WS-CANT-REG TO WP-CANT-REG
               DISPLAY 'SELLOS DE VERSION RESGUARD. : ' WP-CANT-REG
           END-IF.

       2550-COPIA-VERSION.

           READ VERSIONES
           IF WS-FS-VRS NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE 'D' TO WS-BK-TIPO
               MOVE REG-VERSION TO WS-BK-DATOS
               WRITE REG-BKVERS FROM WS-REG-SALIDA
               ADD 1 TO WS-CANT-REG
           END-IF.

      ******ARMA LA CABECERA 'H' DEL BACKUP*****

       9100-CABECERA-NOTAS.

           MOVE 'NOTAS   ' TO WS-ARCH-ACTUAL
           MOVE VLY-NOTAS TO WS-VER-ACTUAL
           PERFORM 9150-CABECERA
           WRITE REG-BKNOTA FROM WS-REG-SALIDA.

           MOVE 'H' TO WS-BK-TIPO
           MOVE WS-ARCH-ACTUAL TO WS-CAB-ARCH
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CAB-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CAB-HORA
           MOVE WS-VER-ACTUAL TO WS-CAB-VERSION.

      ******ARMA EL PIE 'T' CON LA CANTIDAD*****

