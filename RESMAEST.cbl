      * Date:
      * Purpose: Restauracion de un maestro desde un backup generado
      *          por BAKMAEST. El operador elige que archivo restaurar
      *          (1-NOTAS 2-ALUMNOS 3-MATERIAS 4-NACIONALIDADES
      *          5-VERSIONES) y el JCL apunta DDRESTIN a la generacion
      *          elegida del GDG.
      *          Valida la cabecera 'H' contra el archivo pedido y
      *          contra la version de layout vigente (VERSLAY) ANTES
      *          de abrir el maestro, asi un backup equivocado o de
      *          otro layout no borra el archivo; regraba el maestro
      *          y verifica la cantidad restaurada contra el registro
      *          'T' del backup; si no coincide termina con codigo de
      *          retorno 8.
      *          Al restaurar VERSIONES.dat controla cada sello
      *          restaurado contra VERSLAY y termina con codigo de
      *          retorno 8 si alguno falta o no coincide.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RELATIVE KEY IS WS-RRN-NACIO
                                      FILE STATUS IS WS-FS-NAC.

           SELECT VERSIONES      ASSIGN TO "DDVERS"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS VRS-ARCHIVO
                                      FILE STATUS IS WS-FS-VRS.

       DATA DIVISION.
       FILE SECTION.
       FD RESTIN.
       FD NACIONALIDADES.
           COPY REGNACIO.

       FD VERSIONES.
           COPY REGVERS.

       WORKING-STORAGE SECTION.

       01  WS-FS-RES       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-MATE      PIC X(02).
       01  WS-FS-NAC       PIC X(02).
       01  WS-FS-VRS       PIC X(02).

       01  WS-RRN-MATE     PIC 9(02).
       01  WS-RRN-NACIO    PIC 9(03).
             88 WS-OP-ALUMNOS     VALUE 2.
             88 WS-OP-MATERIAS    VALUE 3.
             88 WS-OP-NACION      VALUE 4.
             88 WS-OP-VERSIONES   VALUE 5.

       01  WS-ARCH-PEDIDO  PIC X(08).
       01  WS-VER-PEDIDA   PIC 9(02).

       01  WS-REG-ENTRADA.
           05 WS-BK-TIPO    PIC X(01).
           05 WS-CAB-ARCH   PIC X(08).
           05 WS-CAB-FECHA  PIC 9(08).
           05 WS-CAB-HORA   PIC 9(06).
           05 WS-CAB-VERSION PIC X(02).
           05 FILLER        PIC X(55).

       01  WS-PIE REDEFINES WS-REG-ENTRADA.
           05 FILLER        PIC X(01).

       01  WP-CANT         PIC ZZZZZZ9.

       01  WS-ARCH-CTL     PIC X(08).
       01  WS-VER-CTL      PIC 9(02).
       01  WS-SELLOS-MAL   PIC 9(02).

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


           DISPLAY 'RESTAURACION DE MAESTROS DESDE BACKUP'
           DISPLAY 'ARCHIVO A RESTAURAR: 1-NOTAS  2-ALUMNOS'
                   '  3-MATERIAS  4-NACIONALIDADES  5-VERSIONES'
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN WS-OP-NOTAS
                   MOVE 'NOTAS   ' TO WS-ARCH-PEDIDO
                   MOVE VLY-NOTAS TO WS-VER-PEDIDA
               WHEN WS-OP-ALUMNOS
                   MOVE 'ALUMNOS ' TO WS-ARCH-PEDIDO
                   MOVE VLY-ALUMNOS TO WS-VER-PEDIDA
               WHEN WS-OP-MATERIAS
                   MOVE 'MATERIAS' TO WS-ARCH-PEDIDO
                   MOVE VLY-MATERIAS TO WS-VER-PEDIDA
               WHEN WS-OP-NACION
                   MOVE 'NACION  ' TO WS-ARCH-PEDIDO
                   MOVE 0 TO WS-VER-PEDIDA
               WHEN WS-OP-VERSIONES
                   MOVE 'VERSION ' TO WS-ARCH-PEDIDO
                   MOVE 0 TO WS-VER-PEDIDA
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE

      *LOS SELLOS SE CONTROLAN DESPUES DE ELEGIR EL ARCHIVO: AL
      *RESTAURAR VERSIONES.dat LOS SELLOS ACTUALES PUEDEN ESTAR
      *PERDIDOS, Y SE CONTROLAN LOS RESTAURADOS EN 2800.
           IF NOT WS-FIN-PROCESO AND NOT WS-OP-VERSIONES
               PERFORM 1005-VERSIONES
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN INPUT RESTIN
               IF WS-FS-RES NOT EQUAL '00'
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1050-LEE-CABECERA
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1100-ABRE-SALIDA
           END-IF

           MOVE 0 TO WS-CANT-REST.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'RESMAEST' TO LK-VER-PROGRAMA
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
      *    LA CABECERA 'H' SE VALIDA      *
      *    ANTES DE ABRIR EL MAESTRO      *
      *************************************

       1050-LEE-CABECERA.

           READ RESTIN INTO WS-REG-ENTRADA

           IF WS-FS-RES NOT EQUAL '00' OR WS-BK-TIPO NOT EQUAL 'H'
               DISPLAY 'EL BACKUP NO TIENE CABECERA. VERIFIQUE EL'
                       ' DATASET DE ENTRADA.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-HAY-CABECERA TO TRUE
               IF WS-CAB-ARCH NOT EQUAL WS-ARCH-PEDIDO
                   DISPLAY 'EL BACKUP ES DE ' WS-CAB-ARCH
                           ' Y SE PIDIO ' WS-ARCH-PEDIDO
                           '. RESTAURACION CANCELADA.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   IF WS-CAB-VERSION IS NOT NUMERIC
                      OR WS-CAB-VERSION NOT EQUAL WS-VER-PEDIDA
                       DISPLAY 'EL BACKUP ES DEL LAYOUT '
                               WS-CAB-VERSION ' Y EL VIGENTE ES '
                               WS-VER-PEDIDA
                               '. RESTAURACION CANCELADA.'
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   ELSE
                       DISPLAY 'RESTAURANDO ' WS-CAB-ARCH
                               ' DEL ' WS-CAB-FECHA ' ' WS-CAB-HORA
                   END-IF
               END-IF
           END-IF.

       1100-ABRE-SALIDA.

           EVALUATE TRUE
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
               WHEN WS-OP-VERSIONES
                   OPEN OUTPUT VERSIONES
                   IF WS-FS-VRS NOT EQUAL '00'
                       DISPLAY 'ERROR EN APERTURA DE ARCHIVO: '
                               WS-FS-VRS
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   END-IF
           END-EVALUATE.

      *************************************

       2100-PROCESA-REGISTRO.

      *LA CABECERA YA SE LEYO EN 1050: OTRA 'H' ES UN REGISTRO
      *INVALIDO.
           EVALUATE WS-BK-TIPO
               WHEN 'D'
                   PERFORM 2300-RESTAURA-DATO
               WHEN 'T'
                   ELSE
                       ADD 1 TO WS-CANT-REST
                   END-IF
               WHEN WS-OP-VERSIONES
                   MOVE WS-BK-DATOS TO REG-VERSION
                   WRITE REG-VERSION
                   IF WS-FS-VRS NOT EQUAL '00'
                       DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-VRS
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WS-CANT-REST
                   END-IF
           END-EVALUATE.

      *************************************
               ELSE
                   DISPLAY 'VERIFICACION OK.'
               END-IF
           END-IF

           IF WS-OP-VERSIONES AND RETURN-CODE NOT EQUAL 8
               PERFORM 2800-CONTROLA-SELLOS
           END-IF.

      *************************************
      *    SELLOS RESTAURADOS CONTRA LOS  *
      *    LAYOUTS VIGENTES (VERSLAY)     *
      *************************************

       2800-CONTROLA-SELLOS.

           CLOSE VERSIONES
           OPEN INPUT VERSIONES
           IF WS-FS-VRS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-VRS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS-SELLOS-MAL

               MOVE 'ALUMNOS ' TO WS-ARCH-CTL
               MOVE VLY-ALUMNOS TO WS-VER-CTL
               PERFORM 2850-CONTROLA-SELLO
               MOVE 'CURSOS  ' TO WS-ARCH-CTL
               MOVE VLY-CURSOS TO WS-VER-CTL
               PERFORM 2850-CONTROLA-SELLO
               MOVE 'OPERADOR' TO WS-ARCH-CTL
               MOVE VLY-OPERADOR TO WS-VER-CTL
               PERFORM 2850-CONTROLA-SELLO
               MOVE 'NOTAS   ' TO WS-ARCH-CTL
               MOVE VLY-NOTAS TO WS-VER-CTL
               PERFORM 2850-CONTROLA-SELLO
               MOVE 'HISTNOTA' TO WS-ARCH-CTL
               MOVE VLY-HISTNOTA TO WS-VER-CTL
               PERFORM 2850-CONTROLA-SELLO
               MOVE 'NOTASIDX' TO WS-ARCH-CTL
               MOVE VLY-NOTASIDX TO WS-VER-CTL
               PERFORM 2850-CONTROLA-SELLO
               MOVE 'MATERIAS' TO WS-ARCH-CTL
               MOVE VLY-MATERIAS TO WS-VER-CTL
               PERFORM 2850-CONTROLA-SELLO
               MOVE 'RESULTAD' TO WS-ARCH-CTL
               MOVE VLY-RESULTAD TO WS-VER-CTL
               PERFORM 2850-CONTROLA-SELLO
               MOVE 'ASISTEN ' TO WS-ARCH-CTL
               MOVE VLY-ASISTEN TO WS-VER-CTL
               PERFORM 2850-CONTROLA-SELLO
               MOVE 'MESAS   ' TO WS-ARCH-CTL
               MOVE VLY-MESAS TO WS-VER-CTL
               PERFORM 2850-CONTROLA-SELLO
               MOVE 'SESIONES' TO WS-ARCH-CTL
               MOVE VLY-SESIONES TO WS-VER-CTL
               PERFORM 2850-CONTROLA-SELLO

               IF WS-SELLOS-MAL > 0
                   DISPLAY 'LOS SELLOS RESTAURADOS NO COINCIDEN CON'
                           ' LOS LAYOUTS VIGENTES: CONVIERTA O'
                           ' RESTAURE LOS ARCHIVOS INDICADOS.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'SELLOS DE VERSION OK.'
               END-IF
           END-IF.

       2850-CONTROLA-SELLO.

           MOVE WS-ARCH-CTL TO VRS-ARCHIVO
           READ VERSIONES

           EVALUATE WS-FS-VRS
               WHEN '00'
                   IF VRS-VERSION NOT EQUAL WS-VER-CTL
                       DISPLAY WS-ARCH-CTL ': SELLO ' VRS-VERSION
                               ', LAYOUT VIGENTE ' WS-VER-CTL
                       ADD 1 TO WS-SELLOS-MAL
                   END-IF
               WHEN '23'
                   DISPLAY WS-ARCH-CTL ': SIN SELLO, LAYOUT VIGENTE '
                           WS-VER-CTL
                   ADD 1 TO WS-SELLOS-MAL
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA DE ARCHIVO: ' WS-FS-VRS
                   ADD 1 TO WS-SELLOS-MAL
           END-EVALUATE.

      *************************************
      *************************************
       9999-CIERRE.
                   CLOSE MATERIAS
               WHEN WS-OP-NACION
                   CLOSE NACIONALIDADES
               WHEN WS-OP-VERSIONES
                   CLOSE VERSIONES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
