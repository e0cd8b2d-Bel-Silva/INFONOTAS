      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rutina comun de control de version de layout - cada
      *          programa la llama al arranque por cada archivo
      *          maestro o de eventos que usa, con la version de
      *          layout con la que fue compilado (VERSLAY), y la
      *          compara con el sello de VERSIONES.dat. Si no
      *          coincide, o si el archivo no tiene sello, informa
      *          archivo, version sellada y version esperada y
      *          devuelve 30: el llamador no abre nada y termina su
      *          corrida con RC 8 (un programa no debe leer un
      *          archivo con otro formato, ni uno de formato
      *          desconocido). Solo sellan los programas de
      *          conversion (CONV*, opcion 2, con la version nueva) y
      *          la inicializacion INICVERS (opcion 3, unicamente
      *          archivos todavia sin sello).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUTVERSI.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *ASSIGN TO "DDxxx" (SIN DISK) RESUELVE EN RUNTIME POR VARIABLE
      *DE ENTORNO DD_DDxxx, LUEGO DDxxx, Y SI NINGUNA EXISTE USA
      *"DDxxx" COMO NOMBRE DE ARCHIVO LITERAL (EMULACION DE JCL
      *DD-NAME DE GNUCOBOL) - ASI INFONOTA.jcl CONECTA CON EL DATASET.
           SELECT VERSIONES     ASSIGN TO "DDVERS"
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS DYNAMIC
                                RECORD KEY IS VRS-ARCHIVO
                                FILE STATUS IS WS-FS-VRS.


       DATA DIVISION.
       FILE SECTION.

       FD  VERSIONES.
           COPY REGVERS.

      *****************************************************

       WORKING-STORAGE SECTION.

      ***VARIABLE DE CONTROL

       01  WS-FS-VRS    PIC X(02).

       01  WS-FLAG-FIN   PIC X.
           88 WS-SI-PROCESO    VALUE 'T'.
           88 WS-FIN-PROCESO   VALUE 'F'.

       01  WS-VRS-ABIERTO PIC X VALUE 'N'.
           88 WS-VRS-OK        VALUE 'S'.

       01  WS-VERSION-ARCH PIC 9(02).


      ***********************************************

        LINKAGE SECTION.

           COPY LKVERSI.



       PROCEDURE DIVISION USING LK-COM-VERSION.

      ***************************************
      *    CUERPOR PRINCIPAL DEL PROGRAMA   *
      ***************************************

       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESOS UNTIL WS-FIN-PROCESO

           PERFORM 9999-CIERRE.


            GOBACK.


      ***********************************************************
      *    CUERPO INICIO APERTURA ARCHIVOS E INICIO DE VARIBLES *
      ***********************************************************

       1000-INICIO.


           SET WS-SI-PROCESO TO TRUE
           MOVE 'N' TO WS-VRS-ABIERTO

           OPEN I-O VERSIONES
           IF WS-FS-VRS EQUAL '05' OR '35'
               OPEN OUTPUT VERSIONES
               CLOSE VERSIONES
               OPEN I-O VERSIONES
           END-IF

           IF WS-FS-VRS NOT EQUAL '00'
             DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-VRS
             MOVE 40 TO LK-RESULTADO-VER
             PERFORM 2900-RECHAZO
             SET WS-FIN-PROCESO TO TRUE
           ELSE
             SET WS-VRS-OK TO TRUE
           END-IF.


      **************************************
      *    CUERPO PRINCIPAL DE PROCESOS    *
      **************************************

       2000-PROCESOS.

         EVALUATE LK-OPCION-VER

           WHEN 1
             PERFORM 2100-CONTROLA
             SET WS-FIN-PROCESO TO TRUE

           WHEN 2
             PERFORM 2400-SELLA
             SET WS-FIN-PROCESO TO TRUE

           WHEN 3
             PERFORM 2300-SELLO-INICIAL
             SET WS-FIN-PROCESO TO TRUE

           WHEN OTHER
             MOVE 40 TO LK-RESULTADO-VER
             SET WS-FIN-PROCESO TO TRUE
         END-EVALUATE.



      ********************************
      *  SELLO CONTRA VERSION DEL    *
      *  PROGRAMA                    *
      ********************************

       2100-CONTROLA.

           MOVE LK-VER-ARCHIVO TO VRS-ARCHIVO

           READ VERSIONES
               INVALID KEY
                   PERFORM 2150-SIN-SELLO
               NOT INVALID KEY
                   IF VRS-VERSION = LK-VER-VERSION
                       MOVE 10 TO LK-RESULTADO-VER
                   ELSE
                       MOVE VRS-VERSION TO WS-VERSION-ARCH
                       PERFORM 2200-INCOMPATIBLE
                   END-IF
           END-READ.

      *UN ARCHIVO SIN SELLO PUEDE SER UNO VIEJO SIN CONVERTIR: NO SE
      *ACEPTA NI SE SELLA DESDE ACA.

       2150-SIN-SELLO.

           DISPLAY '*** ARCHIVO SIN SELLO DE LAYOUT ***'
           DISPLAY 'ARCHIVO ' LK-VER-ARCHIVO ' SIN SELLO EN'
                   ' VERSIONES.dat'
           DISPLAY 'EL PROGRAMA ' LK-VER-PROGRAMA
                   ' ESPERA LA VERSION ' LK-VER-VERSION
           DISPLAY 'CONVERTIR EL ARCHIVO (CONV*) O, SI YA ESTA EN LA'
                   ' VERSION ESPERADA, SELLARLO CON INICVERS.'

           MOVE 30 TO LK-RESULTADO-VER
           PERFORM 2900-RECHAZO.

      *UN ARCHIVO CON OTRO LAYOUT NO SE PROCESA: SE INFORMA Y EL
      *LLAMADOR TERMINA SU CORRIDA (EL PASO DEL JOB QUEDA CON RC 8).

       2200-INCOMPATIBLE.

           DISPLAY '*** LAYOUT INCOMPATIBLE ***'
           DISPLAY 'ARCHIVO ' LK-VER-ARCHIVO ' SELLADO EN VERSION '
                   WS-VERSION-ARCH ' POR ' VRS-PROGRAMA ' EL '
                   VRS-FECHA
           DISPLAY 'EL PROGRAMA ' LK-VER-PROGRAMA
                   ' ESPERA LA VERSION ' LK-VER-VERSION
           IF WS-VERSION-ARCH < LK-VER-VERSION
               DISPLAY 'CONVERTIR EL ARCHIVO (CONV*) ANTES DE'
                       ' VOLVER A CORRER.'
           ELSE
               DISPLAY 'EL PROGRAMA ESTA COMPILADO CON UN LAYOUT'
                       ' VIEJO: RECOMPILAR.'
           END-IF

           MOVE 30 TO LK-RESULTADO-VER
           PERFORM 2900-RECHAZO.

      ********************************
      *  SELLO INICIAL (INSTALACION) *
      *  SOLO SI NO HAY SELLO        *
      ********************************

       2300-SELLO-INICIAL.

           MOVE LK-VER-ARCHIVO TO VRS-ARCHIVO

           READ VERSIONES
               INVALID KEY
                   PERFORM 2400-SELLA
                   IF LK-RESULTADO-VER = 10
                       MOVE 20 TO LK-RESULTADO-VER
                   ELSE
                       PERFORM 2900-RECHAZO
                   END-IF
               NOT INVALID KEY
                   IF VRS-VERSION = LK-VER-VERSION
                       MOVE 10 TO LK-RESULTADO-VER
                   ELSE
                       MOVE VRS-VERSION TO WS-VERSION-ARCH
                       PERFORM 2200-INCOMPATIBLE
                   END-IF
           END-READ.

      ********************************
      *  GRABA O REEMPLAZA EL SELLO  *
      ********************************

       2400-SELLA.

           MOVE LK-VER-ARCHIVO  TO VRS-ARCHIVO
           MOVE LK-VER-VERSION  TO VRS-VERSION
           MOVE FUNCTION CURRENT-DATE(1:8) TO VRS-FECHA
           MOVE LK-VER-PROGRAMA TO VRS-PROGRAMA

           WRITE REG-VERSION
               INVALID KEY
                   REWRITE REG-VERSION
           END-WRITE

           IF WS-FS-VRS EQUAL '00'
               MOVE 10 TO LK-RESULTADO-VER
           ELSE
               DISPLAY 'ERROR EN GRABAR VERSIONES: ' WS-FS-VRS
               MOVE 40 TO LK-RESULTADO-VER
           END-IF.


      ********************************
      *  CUENTA EL RECHAZO PARA EL   *
      *  LLAMADOR (OPCIONES 1 Y 3)   *
      ********************************

       2900-RECHAZO.

           IF LK-OPCION-VER NOT EQUAL 2
               IF LK-VER-RECHAZOS IS NOT NUMERIC
                   MOVE 0 TO LK-VER-RECHAZOS
               END-IF
               ADD 1 TO LK-VER-RECHAZOS
           END-IF.


      **************************************
      *    CUERPO CIERRE ARCHIVO           *
      **************************************

       9999-CIERRE.

         IF WS-VRS-OK
             CLOSE VERSIONES
             IF WS-FS-VRS NOT EQUAL '00'
                 DISPLAY 'EROR EN CERRAR ARCHIVO: ' WS-FS-VRS
             END-IF
         END-IF.


       END PROGRAM RUTVERSI.
