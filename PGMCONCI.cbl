      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conciliacion de NOTAS.dat contra el indice
      *          NOTASIDX.dat - en lugar de regenerar todo con
      *          CONVNOTI, compara clave por clave la nota vigente de
      *          cada alumno/materia/anio/mes/tipo (la ultima grabada
      *          en NOTAS.dat para la clave, misma regla que CONVNOTI)
      *          contra el registro del indice, y lista las claves
      *          que faltan en el indice, las que sobran y las que
      *          difieren en nota, estado o motivo. En modo 'V' solo
      *          verifica (con diferencias termina RC 4 y graba una
      *          novedad); en modo 'R' (nivel supervisor, bajo el
      *          bloqueo NOTAS) corrige solamente esas claves: alta de
      *          la faltante, baja de la sobrante y regrabado de la
      *          distinta, cada una con su movimiento en la pista de
      *          auditoria (archivo 'NOTASIDX'). Con mas de 500
      *          diferencias conviene regenerar con CONVNOTI. Antes
      *          de comparar cuadra NOTAS.dat contra su trailer de
      *          control; si no cuadra, o si NOTAS.dat no se puede
      *          leer, termina RC 8 sin tocar el indice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONCI.

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
           SELECT NOTAS          ASSIGN TO "DDNOTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-NOTA.

           SELECT NOTASORD       ASSIGN TO "DDNOTORD"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ORD.

           SELECT SORT-NOTAS     ASSIGN TO "DDSRTWK".

           SELECT NOTASIDX       ASSIGN TO "DDNOTIDX"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS NIX-CLAVE
                                      FILE STATUS IS WS-FS-IDX.

           SELECT LISTADO        ASSIGN TO "DDCNXLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD NOTAS.
           COPY REGNOTA.
           COPY REGNOTTR.

      *NOTAS EN ORDEN DE CLAVE DEL INDICE; LA SECUENCIA DE LECTURA
      *DESEMPATA LAS CLAVES REPETIDAS (GANA LA ULTIMA GRABADA).
       FD NOTASORD.
       01  REG-NOTORD.
           05  ORD-CLAVE.
               10  ORD-NRO-ALU    PIC 9(04).
               10  ORD-NRO-MAT    PIC 9(02).
               10  ORD-ANIO       PIC 9(04).
               10  ORD-MES        PIC 9(02).
               10  ORD-TIPO-EVAL  PIC 9(01).
           05  ORD-SECUENCIA   PIC 9(07).
           05  ORD-NOTA        PIC 9(02)V9(01).
           05  ORD-ESTADO      PIC X(01).
           05  ORD-MOTIVO      PIC X(02).

       SD SORT-NOTAS.
       01  SD-REG-NOTAS.
           05  SD-CLAVE.
               10  SD-NRO-ALU     PIC 9(04).
               10  SD-NRO-MAT     PIC 9(02).
               10  SD-ANIO        PIC 9(04).
               10  SD-MES         PIC 9(02).
               10  SD-TIPO-EVAL   PIC 9(01).
           05  SD-SECUENCIA    PIC 9(07).
           05  SD-NOTA         PIC 9(02)V9(01).
           05  SD-ESTADO       PIC X(01).
           05  SD-MOTIVO       PIC X(02).

       FD NOTASIDX.
           COPY REGNOTIX.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-NOTA      PIC X(02).
       01  WS-FS-ORD       PIC X(02).
       01  WS-FS-IDX       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-MODO         PIC X(01).
             88 WS-MODO-VERIFICA      VALUE 'V'.
             88 WS-MODO-REPARA        VALUE 'R'.

       01  WS-ORD-ABIERTO  PIC X VALUE 'N'.
             88 WS-ORD-OK             VALUE 'S'.
       01  WS-IDX-ABIERTO  PIC X VALUE 'N'.
             88 WS-IDX-OK             VALUE 'S'.
       01  WS-LST-ABIERTO  PIC X VALUE 'N'.
             88 WS-LST-OK             VALUE 'S'.

       01  WS-SECUENCIA    PIC 9(07) VALUE 0.

      *CONTROL DEL TRAILER DE NOTAS (MISMA REGLA QUE PURGNOTA).
       01  WS-HASH-CTRL     PIC 9(08)V9(01) VALUE 0.
       01  WS-ULT-TRL-CANT  PIC 9(07).
       01  WS-ULT-TRL-HASH  PIC 9(08)V9(01).
       01  WS-TRL-VISTO     PIC X VALUE 'N'.
             88 WS-HAY-TRAILER        VALUE 'S'.

      *NOTA VIGENTE ESPERADA EN EL INDICE PARA LA CLAVE EN CURSO
      *(HIGH-VALUES AL AGOTAR NOTAS) Y LA SIGUIENTE YA LEIDA.
           COPY REGNOTIX REPLACING ==REG-NOTIDX== BY ==WS-ESPERADO==
                         LEADING ==NIX-== BY ==ESP-==.
       01  WS-ORD-PENDIENTE PIC X VALUE 'N'.
             88 WS-HAY-PENDIENTE      VALUE 'S'.

      *REGISTRO DEL INDICE EN CURSO (HIGH-VALUES AL AGOTARLO).
           COPY REGNOTIX REPLACING ==REG-NOTIDX== BY ==WS-INDICE==
                         LEADING ==NIX-== BY ==IND-==.

      *DIFERENCIAS: 'F' = FALTA EN EL INDICE, 'S' = SOBRA EN EL
      *INDICE, 'D' = DISTINTA. IMAGENES CON EL LAYOUT DE NOTASIDX.
       01  WS-DIF-MAX      PIC 9(03) VALUE 500.
       01  WS-DIF-CANT     PIC 9(03) VALUE 0.
       01  TABLA-DIFERENCIAS.
           05 DIF-ENT OCCURS 500 TIMES.
               10 DIF-TIPO        PIC X(01).
               10 DIF-ESPERADO    PIC X(19).
               10 DIF-INDICE      PIC X(19).

      *IMAGEN PARA LISTAR UNA DIFERENCIA.
           COPY REGNOTIX REPLACING ==REG-NOTIDX== BY ==WS-IMAGEN==
                         LEADING ==NIX-== BY ==IMG-==.

       01  WS-IDX          PIC 9(03).
       01  WS-ESTADO-ESP   PIC X(01).
       01  WS-ESTADO-IND   PIC X(01).
       01  WS-LEYENDA      PIC X(16).
       01  WS-OPERACION    PIC X(01).

       01  WS-CANT-CLAVES  PIC 9(07) VALUE 0.
       01  WS-CANT-FALTAN  PIC 9(05) VALUE 0.
       01  WS-CANT-SOBRAN  PIC 9(05) VALUE 0.
       01  WS-CANT-DISTIN  PIC 9(05) VALUE 0.
       01  WS-CANT-REPAR   PIC 9(05) VALUE 0.
       01  WS-CANT-ERROR   PIC 9(05) VALUE 0.
       01  WS-CANT-PENDIEN PIC 9(05) VALUE 0.

       01  WP-CANT         PIC ZZZZZZ9.

      *UN LADO (NOTAS.dat O NOTASIDX.dat) DE LA LINEA DE DETALLE.
       01  WS-LADO.
           05 FILLER        PIC X(03) VALUE SPACES.
           05 WP-LADO-NOTA  PIC Z9,9.
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LADO-EST   PIC X(01).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 WS-LADO-MOT   PIC X(02).

       01  WS-BLOQ-ESTADO  PIC X VALUE 'N'.
             88 WS-BLOQ-TOMADO        VALUE 'S'.

       01  WS-RUTBLQ       PIC X(08) VALUE 'RUTBLOQ '.

       COPY LKBLOQ.

       01  WS-NRO-OPE      PIC 9(03) VALUE 0.
       01  WS-NIVEL-OPE    PIC 9(01).

       01  WS-RUTOPE       PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTSES       PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       01  WS-RUTAUD       PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.

      *********COMUNICACION ******************

       01  WS-RUTNOV PIC X(08)  VALUE 'RUTNOVED'.
       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKNOVED.

       COPY LKREPCA.

      *PERIODO MMAAAA DE LA CORRIDA PARA EL CATALOGO.
       01  WS-PERIODO-RPT.
           05 WS-PER-RPT-MES   PIC 9(02).
           05 WS-PER-RPT-ANIO  PIC 9(04).
       01  WS-PERIODO-RPT-N REDEFINES WS-PERIODO-RPT PIC 9(06).

      ********VARIABLES DE IMPRESION *************

       01  WS-LINEA-REP    PIC X(132).

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

      ****************************************************
      ****************************************************
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           IF NOT WS-FIN-PROCESO
               PERFORM 2000-COMPARA
               PERFORM 3000-LISTADO
               IF WS-MODO-REPARA
                   PERFORM 4000-REPARA
               END-IF
               PERFORM 5000-TOTALES
           END-IF

           PERFORM 9999-CIERRE.

       MAIN-PROGRAM-FINAL.
           EXIT.
               GOBACK.


      ***********************************************************
      *    CUERPO INICIO APERTURA ARCHIVOS E INICIO DE VARIBLES *
      ***********************************************************

       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'CONCILIACION DE NOTAS CONTRA EL INDICE NOTASIDX'
           DISPLAY 'MODO (V = VERIFICAR, R = REPARAR): '
           ACCEPT WS-MODO

           IF NOT WS-MODO-VERIFICA AND NOT WS-MODO-REPARA
               DISPLAY 'MODO INVALIDO. FIN.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO AND WS-MODO-REPARA
               PERFORM 1500-SIGNON
               IF NOT WS-FIN-PROCESO AND WS-NIVEL-OPE < 2
                   DISPLAY 'REPARACION SOLO PARA NIVEL SUPERVISOR.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

      *EN REPARACION NOTAS NO PUEDE CAMBIAR ENTRE LA COMPARACION Y
      *EL ARREGLO: SE TOMA EL MISMO BLOQUEO QUE LOS QUE LA REGRABAN.
           IF NOT WS-FIN-PROCESO AND WS-MODO-REPARA
               MOVE 1 TO LK-OPCION-BLQ
               MOVE 'NOTAS   ' TO LK-BLQ-RECURSO
               MOVE 'PGMCONCI' TO LK-BLQ-PROGRAMA
               CALL WS-RUTBLQ USING LK-COM-BLOQUEO
               IF LK-RESULTADO-BLQ = 20
                   DISPLAY 'ARCHIVO EN USO POR ' LK-BLQ-TITULAR
                           '. CORRIDA CANCELADA.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-BLOQ-TOMADO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN OUTPUT LISTADO
               IF WS-FS-LST NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LST
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-LST-OK TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               SORT SORT-NOTAS
                   ON ASCENDING KEY SD-CLAVE
                                    SD-SECUENCIA
                   INPUT PROCEDURE IS 1100-SORT-ENTRADA
                   GIVING NOTASORD
           END-IF

      *SIN NOTAS.dat LEIDO COMPLETO Y CUADRADO CONTRA SU TRAILER
      *TODO EL INDICE SALDRIA COMO SOBRANTE: NO SE COMPARA.
           IF NOT WS-FIN-PROCESO
               PERFORM 1200-VERIFICA-TRAILER
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN INPUT NOTASORD
               IF WS-FS-ORD NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ORD
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-ORD-OK TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN INPUT NOTASIDX
               IF WS-FS-IDX EQUAL '05' OR '35'
                   OPEN OUTPUT NOTASIDX
                   CLOSE NOTASIDX
                   OPEN INPUT NOTASIDX
               END-IF
               IF WS-FS-IDX NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-IDX
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-IDX-OK TO TRUE
               END-IF
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMCONCI' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTASIDX' TO LK-VER-ARCHIVO
           MOVE VLY-NOTASIDX TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    ENTRADA DEL SORT SIN TRAILERS, *
      *    NUMERADA EN ORDEN DE GRABACION *
      *************************************

       1100-SORT-ENTRADA.

           MOVE 0   TO WS-HASH-CTRL
           MOVE 'N' TO WS-TRL-VISTO

           OPEN INPUT NOTAS
           IF WS-FS-NOTA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-NOTA
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               PERFORM 1150-LEE-NOTAS
               IF WS-FS-NOTA NOT EQUAL '10'
                   DISPLAY 'ERROR EN LECTURA DE NOTAS: ' WS-FS-NOTA
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
               CLOSE NOTAS
           END-IF.

       1150-LEE-NOTAS.

           READ NOTAS
           PERFORM UNTIL WS-FS-NOTA NOT EQUAL '00'
               IF TRL-ES-TRAILER
                   MOVE TRL-CANT TO WS-ULT-TRL-CANT
                   MOVE TRL-HASH TO WS-ULT-TRL-HASH
                   SET WS-HAY-TRAILER TO TRUE
               ELSE
                   ADD 1 TO WS-SECUENCIA
                   ADD NOT-NOTA TO WS-HASH-CTRL
                   MOVE NOT-NRO-ALU   TO SD-NRO-ALU
                   MOVE NOT-NRO-MAT   TO SD-NRO-MAT
                   MOVE NOT-ANIO      TO SD-ANIO
                   MOVE NOT-MES       TO SD-MES
                   MOVE NOT-TIPO-EVAL TO SD-TIPO-EVAL
                   MOVE WS-SECUENCIA  TO SD-SECUENCIA
                   MOVE NOT-NOTA      TO SD-NOTA
                   MOVE NOT-ESTADO    TO SD-ESTADO
                   MOVE NOT-MOTIVO    TO SD-MOTIVO
                   RELEASE SD-REG-NOTAS
               END-IF
               READ NOTAS
           END-PERFORM.

      *************************************
      *    VERIFICA EL TRAILER DE NOTAS   *
      *    ANTES DE COMPARAR              *
      *************************************

       1200-VERIFICA-TRAILER.

           IF WS-HAY-TRAILER
               IF WS-ULT-TRL-CANT NOT EQUAL WS-SECUENCIA
                  OR WS-ULT-TRL-HASH NOT EQUAL WS-HASH-CTRL
                   DISPLAY 'ERROR DE CONTROL EN NOTAS: EL TRAILER'
                           ' NO COINCIDE CON EL ARCHIVO.'
                   DISPLAY '   TRAILER CANT: ' WS-ULT-TRL-CANT
                           '  HASH: ' WS-ULT-TRL-HASH
                   DISPLAY '   ARCHIVO CANT: ' WS-SECUENCIA
                           '  HASH: ' WS-HASH-CTRL
                   DISPLAY 'CONCILIACION CANCELADA.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           ELSE
               IF WS-SECUENCIA > 0
                   DISPLAY 'AVISO: NOTAS SIN TRAILER DE CONTROL.'
               END-IF
           END-IF

      *UN NOTAS.dat VACIO BORRARIA EL INDICE ENTERO: ESO NO ES UNA
      *REPARACION, SE REGENERA CON CONVNOTI.
           IF NOT WS-FIN-PROCESO AND WS-MODO-REPARA
              AND WS-SECUENCIA = 0
               DISPLAY 'NOTAS.dat SIN REGISTROS. REPARACION CANCELADA.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    IDENTIFICACION DEL OPERADOR    *
      *************************************

       1500-SIGNON.

      *CON UNA SESION ABIERTA POR EL MENU (MENUINFO/RUTSESIO) SE
      *TOMA EL OPERADOR YA IDENTIFICADO Y NO SE VUELVE A PEDIR.
           MOVE 2 TO LK-OPCION-SES
           CALL WS-RUTSES USING LK-COM-SESION
           IF LK-RESULTADO-SES = 10
               MOVE LK-SES-OPERADOR TO WS-NRO-OPE
           ELSE
               DISPLAY 'CODIGO DE OPERADOR (999): '
               ACCEPT WS-NRO-OPE
           END-IF

           MOVE 1 TO LK-OPCION-OPE
           MOVE WS-NRO-OPE TO LK-OPE-NRO
           CALL WS-RUTOPE USING LK-COM-OPERADOR

           EVALUATE LK-RESULTADO-OPE
               WHEN 10
                   DISPLAY 'OPERADOR: ' LK-OPE-NOMBRE
                   MOVE LK-OPE-NIVEL TO WS-NIVEL-OPE
               WHEN 30
                   DISPLAY 'SIN OPERADORES REGISTRADOS. SE OPERA SIN'
                           ' CONTROL DE NIVELES.'
                   MOVE 3 TO WS-NIVEL-OPE
               WHEN OTHER
                   DISPLAY 'OPERADOR INVALIDO. FIN.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *************************************
      *    APAREO NOTAS ORDENADAS CONTRA  *
      *    EL INDICE (AMBOS POR CLAVE)    *
      *************************************

       2000-COMPARA.

           MOVE 'N' TO WS-ORD-PENDIENTE
           READ NOTASORD
           IF WS-FS-ORD EQUAL '00'
               SET WS-HAY-PENDIENTE TO TRUE
           END-IF

           PERFORM 2100-SIGUIENTE-ESPERADO
           PERFORM 2200-SIGUIENTE-INDICE

           PERFORM 2300-APAREA
               UNTIL ESP-CLAVE = HIGH-VALUES
                 AND IND-CLAVE = HIGH-VALUES

           CLOSE NOTASORD
           MOVE 'N' TO WS-ORD-ABIERTO
           CLOSE NOTASIDX
           MOVE 'N' TO WS-IDX-ABIERTO.

      *TOMA EL GRUPO DE LA CLAVE PENDIENTE Y SE QUEDA CON SU ULTIMO
      *REGISTRO; EL PRIMERO DE LA CLAVE SIGUIENTE QUEDA PENDIENTE.

       2100-SIGUIENTE-ESPERADO.

           IF NOT WS-HAY-PENDIENTE
               MOVE HIGH-VALUES TO ESP-CLAVE
           ELSE
               ADD 1 TO WS-CANT-CLAVES
               PERFORM 2150-TOMA-PENDIENTE
               MOVE 'N' TO WS-ORD-PENDIENTE
               READ NOTASORD
               PERFORM UNTIL WS-FS-ORD NOT EQUAL '00'
                          OR ORD-CLAVE NOT EQUAL ESP-CLAVE
                   PERFORM 2150-TOMA-PENDIENTE
                   READ NOTASORD
               END-PERFORM
               IF WS-FS-ORD EQUAL '00'
                   SET WS-HAY-PENDIENTE TO TRUE
               END-IF
           END-IF.

       2150-TOMA-PENDIENTE.

           MOVE ORD-CLAVE  TO ESP-CLAVE
           MOVE ORD-NOTA   TO ESP-NOTA
           MOVE ORD-ESTADO TO ESP-ESTADO
           MOVE ORD-MOTIVO TO ESP-MOTIVO.

       2200-SIGUIENTE-INDICE.

           READ NOTASIDX NEXT RECORD
           IF WS-FS-IDX EQUAL '00'
               MOVE REG-NOTIDX TO WS-INDICE
           ELSE
               MOVE HIGH-VALUES TO IND-CLAVE
           END-IF.

      *BLANCO Y 'V' SON AMBOS VIGENTE (LAS NOTAS ANTERIORES A LA
      *PUBLICACION EN DOS PASOS QUEDARON EN BLANCO).

       2300-APAREA.

           EVALUATE TRUE
               WHEN ESP-CLAVE < IND-CLAVE
                   ADD 1 TO WS-CANT-FALTAN
                   MOVE 'F' TO WS-OPERACION
                   PERFORM 2500-AGREGA-DIFERENCIA
                   PERFORM 2100-SIGUIENTE-ESPERADO
               WHEN ESP-CLAVE > IND-CLAVE
                   ADD 1 TO WS-CANT-SOBRAN
                   MOVE 'S' TO WS-OPERACION
                   PERFORM 2500-AGREGA-DIFERENCIA
                   PERFORM 2200-SIGUIENTE-INDICE
               WHEN OTHER
                   MOVE ESP-ESTADO TO WS-ESTADO-ESP
                   MOVE IND-ESTADO TO WS-ESTADO-IND
                   IF WS-ESTADO-ESP = SPACE
                       MOVE 'V' TO WS-ESTADO-ESP
                   END-IF
                   IF WS-ESTADO-IND = SPACE
                       MOVE 'V' TO WS-ESTADO-IND
                   END-IF
                   IF ESP-NOTA NOT EQUAL IND-NOTA
                      OR ESP-MOTIVO NOT EQUAL IND-MOTIVO
                      OR WS-ESTADO-ESP NOT EQUAL WS-ESTADO-IND
                       ADD 1 TO WS-CANT-DISTIN
                       MOVE 'D' TO WS-OPERACION
                       PERFORM 2500-AGREGA-DIFERENCIA
                   END-IF
                   PERFORM 2100-SIGUIENTE-ESPERADO
                   PERFORM 2200-SIGUIENTE-INDICE
           END-EVALUATE.

       2500-AGREGA-DIFERENCIA.

           IF WS-DIF-CANT < WS-DIF-MAX
               ADD 1 TO WS-DIF-CANT
               MOVE WS-OPERACION TO DIF-TIPO(WS-DIF-CANT)
               MOVE SPACES       TO DIF-ESPERADO(WS-DIF-CANT)
               MOVE SPACES       TO DIF-INDICE(WS-DIF-CANT)
               IF WS-OPERACION NOT EQUAL 'S'
                   MOVE WS-ESPERADO TO DIF-ESPERADO(WS-DIF-CANT)
               END-IF
               IF WS-OPERACION NOT EQUAL 'F'
                   MOVE WS-INDICE   TO DIF-INDICE(WS-DIF-CANT)
               END-IF
           END-IF.

      *************************************
      *    LISTADO DE DIFERENCIAS         *
      *************************************

       3000-LISTADO.

           MOVE SPACES TO WS-LINEA-REP
           IF WS-MODO-REPARA
               STRING 'CONCILIACION NOTAS / NOTASIDX - REPARACION - '
                      FUNCTION CURRENT-DATE(1:8)
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING 'CONCILIACION NOTAS / NOTASIDX - VERIFICACION - '
                      FUNCTION CURRENT-DATE(1:8)
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'DIFERENCIA        ALUM MT ANIO MS T'
                  '   NOTAS.dat        NOTASIDX.dat'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           PERFORM 3100-UNA-DIFERENCIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DIF-CANT.

       3100-UNA-DIFERENCIA.

           EVALUATE DIF-TIPO(WS-IDX)
               WHEN 'F'
                   MOVE 'FALTA EN INDICE ' TO WS-LEYENDA
                   MOVE DIF-ESPERADO(WS-IDX) TO WS-IMAGEN
               WHEN 'S'
                   MOVE 'SOBRA EN INDICE ' TO WS-LEYENDA
                   MOVE DIF-INDICE(WS-IDX) TO WS-IMAGEN
               WHEN OTHER
                   MOVE 'DISTINTA        ' TO WS-LEYENDA
                   MOVE DIF-ESPERADO(WS-IDX) TO WS-IMAGEN
           END-EVALUATE

           MOVE SPACES TO WS-LINEA-REP
           STRING WS-LEYENDA '  ' IMG-NRO-ALU ' ' IMG-NRO-MAT
                  ' ' IMG-ANIO ' ' IMG-MES ' ' IMG-TIPO-EVAL
                  DELIMITED BY SIZE INTO WS-LINEA-REP

           IF DIF-TIPO(WS-IDX) NOT EQUAL 'S'
               MOVE DIF-ESPERADO(WS-IDX) TO WS-IMAGEN
               MOVE IMG-NOTA   TO WP-LADO-NOTA
               MOVE IMG-ESTADO TO WS-LADO-EST
               MOVE IMG-MOTIVO TO WS-LADO-MOT
               MOVE WS-LADO TO WS-LINEA-REP(37:12)
           ELSE
               MOVE '   (NO ESTA)' TO WS-LINEA-REP(37:12)
           END-IF

           IF DIF-TIPO(WS-IDX) NOT EQUAL 'F'
               MOVE DIF-INDICE(WS-IDX) TO WS-IMAGEN
               MOVE IMG-NOTA   TO WP-LADO-NOTA
               MOVE IMG-ESTADO TO WS-LADO-EST
               MOVE IMG-MOTIVO TO WS-LADO-MOT
               MOVE WS-LADO TO WS-LINEA-REP(54:12)
           ELSE
               MOVE '   (NO ESTA)' TO WS-LINEA-REP(54:12)
           END-IF

           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    REPARACION CLAVE POR CLAVE     *
      *************************************

       4000-REPARA.

           OPEN I-O NOTASIDX
           IF WS-FS-IDX NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-IDX
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-IDX-OK TO TRUE
               PERFORM 4100-REPARA-CLAVE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DIF-CANT
               CLOSE NOTASIDX
               MOVE 'N' TO WS-IDX-ABIERTO
           END-IF.

       4100-REPARA-CLAVE.

           EVALUATE DIF-TIPO(WS-IDX)
               WHEN 'F'
                   MOVE DIF-ESPERADO(WS-IDX) TO REG-NOTIDX
                   WRITE REG-NOTIDX
                       INVALID KEY
                           ADD 1 TO WS-CANT-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-CANT-REPAR
                           MOVE 'A' TO WS-OPERACION
                           PERFORM 4500-AUDITORIA
                   END-WRITE
               WHEN 'S'
                   MOVE DIF-INDICE(WS-IDX) TO REG-NOTIDX
                   DELETE NOTASIDX RECORD
                       INVALID KEY
                           ADD 1 TO WS-CANT-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-CANT-REPAR
                           MOVE 'B' TO WS-OPERACION
                           PERFORM 4500-AUDITORIA
                   END-DELETE
               WHEN OTHER
                   MOVE DIF-ESPERADO(WS-IDX) TO REG-NOTIDX
                   REWRITE REG-NOTIDX
                       INVALID KEY
                           ADD 1 TO WS-CANT-ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-CANT-REPAR
                           MOVE 'C' TO WS-OPERACION
                           PERFORM 4500-AUDITORIA
                   END-REWRITE
           END-EVALUATE.

      *LA CLAVE AUDITADA ES ALUMNO/MATERIA/ANIO; LA CLAVE COMPLETA
      *VA EN LAS IMAGENES (LAYOUT DE NOTASIDX).

       4500-AUDITORIA.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'PGMCONCI' TO LK-AUD-PROGRAMA
           MOVE 'NOTASIDX' TO LK-AUD-ARCHIVO
           MOVE WS-OPERACION TO LK-AUD-OPERACION
           IF WS-OPERACION = 'B'
               MOVE DIF-INDICE(WS-IDX)(1:10)   TO LK-AUD-CLAVE
           ELSE
               MOVE DIF-ESPERADO(WS-IDX)(1:10) TO LK-AUD-CLAVE
           END-IF
           MOVE DIF-INDICE(WS-IDX)   TO LK-AUD-IMAGEN-ANT
           MOVE DIF-ESPERADO(WS-IDX) TO LK-AUD-IMAGEN-NVA
           MOVE WS-NRO-OPE TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

      *************************************
      *    TOTALES, NOVEDAD Y RC          *
      *************************************

       5000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-CLAVES TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CLAVES EN NOTAS.dat      : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           DISPLAY WS-LINEA-REP

           MOVE WS-CANT-FALTAN TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'FALTAN EN EL INDICE      : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           DISPLAY WS-LINEA-REP

           MOVE WS-CANT-SOBRAN TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'SOBRAN EN EL INDICE      : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           DISPLAY WS-LINEA-REP

           MOVE WS-CANT-DISTIN TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DISTINTAS                : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           DISPLAY WS-LINEA-REP

           IF WS-MODO-REPARA
               MOVE WS-CANT-REPAR TO WP-CANT
               MOVE SPACES TO WS-LINEA-REP
               STRING 'CLAVES REPARADAS         : ' WP-CANT
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
               DISPLAY WS-LINEA-REP

               MOVE WS-CANT-ERROR TO WP-CANT
               MOVE SPACES TO WS-LINEA-REP
               STRING 'CLAVES NO REPARADAS      : ' WP-CANT
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
               DISPLAY WS-LINEA-REP
           END-IF

           IF WS-CANT-FALTAN + WS-CANT-SOBRAN + WS-CANT-DISTIN
              > WS-DIF-MAX
               MOVE SPACES TO WS-LINEA-REP
               STRING 'MAS DE 500 DIFERENCIAS: SOLO SE LISTAN LAS'
                      ' PRIMERAS. REGENERAR EL INDICE CON CONVNOTI.'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
               DISPLAY WS-LINEA-REP
           END-IF

      *QUEDA RC 4 Y UNA NOVEDAD MIENTRAS EL INDICE NO COINCIDA:
      *SIEMPRE EN VERIFICACION, Y EN REPARACION SI ALGO NO SE PUDO
      *ARREGLAR O NO ENTRO EN LA TABLA.
           IF WS-MODO-VERIFICA
               COMPUTE WS-CANT-PENDIEN = WS-CANT-FALTAN
                                       + WS-CANT-SOBRAN
                                       + WS-CANT-DISTIN
           ELSE
               COMPUTE WS-CANT-PENDIEN = WS-CANT-FALTAN
                                       + WS-CANT-SOBRAN
                                       + WS-CANT-DISTIN
                                       - WS-CANT-REPAR
           END-IF

           IF WS-CANT-PENDIEN > 0
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE WS-CANT-PENDIEN TO WP-CANT
               MOVE 1 TO LK-OPCION-NOV
               MOVE 'PGMCONCI' TO LK-NOV-PROGRAMA
               MOVE 'A' TO LK-NOV-SEVERIDAD
               MOVE SPACES TO LK-NOV-TEXTO
               STRING 'NOTASIDX NO CONCILIA: ' WP-CANT ' CLAVES'
                      DELIMITED BY SIZE INTO LK-NOV-TEXTO
               MOVE SPACES TO LK-NOV-REFERENCIA
               MOVE FUNCTION CURRENT-DATE(1:8)
                    TO LK-NOV-REFERENCIA(1:8)
               CALL WS-RUTNOV USING LK-COM-NOVEDAD
               IF LK-RESULTADO-NOV NOT EQUAL 10
                   DISPLAY 'NO SE PUDO GRABAR LA NOVEDAD.'
               END-IF
           END-IF.

      ******ESCRIBE UNA LINEA EN EL LISTADO SPOOLEADO*****

       9100-ESCRIBIR-LISTADO.

           WRITE REG-LISTADO FROM WS-LINEA-REP
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE LISTADO: ' WS-FS-LST
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.

           IF WS-ORD-OK
               CLOSE NOTASORD
               IF WS-FS-ORD NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO NOTASORD: '
                           WS-FS-ORD
               END-IF
           END-IF.

           IF WS-IDX-OK
               CLOSE NOTASIDX
               IF WS-FS-IDX NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO NOTASIDX: '
                           WS-FS-IDX
               END-IF
           END-IF.

           IF WS-LST-OK
               CLOSE LISTADO
               IF WS-FS-LST NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
               END-IF
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-PER-RPT-MES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PER-RPT-ANIO
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMCONCI' TO LK-RPC-PROGRAMA
               MOVE WS-PERIODO-RPT-N TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'MODO ' WS-MODO
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDCNXLST' TO LK-RPC-DATASET
               MOVE WS-NRO-OPE TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.

           IF WS-BLOQ-TOMADO
               MOVE 2 TO LK-OPCION-BLQ
               MOVE 'NOTAS   ' TO LK-BLQ-RECURSO
               MOVE 'PGMCONCI' TO LK-BLQ-PROGRAMA
               CALL WS-RUTBLQ USING LK-COM-BLOQUEO
           END-IF.



       END PROGRAM PGMCONCI.
