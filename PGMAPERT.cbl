      *          listado de propuesta para que secretaria apruebe; en
      *          modo 'E' graba INSCRIPCIONES.dat, actualiza el
      *          maestro y deja cada cambio en la auditoria.
      *          En modo 'P' (planificacion de divisiones) no lista
      *          la propuesta: proyecta por anio de cursada del anio
      *          nuevo los alumnos promovidos por la propuesta, los
      *          repitentes (adeudan en RESULTADO.dat mas materias que
      *          MAX-PREVIAS de PARAMGEN), los pedidos pendientes de
      *          LISTAESP.dat y los pases entrantes esperados, los
      *          compara con el cupo (CUR-CAPACIDAD) de las divisiones
      *          existentes en CURSOS.dat y calcula las divisiones
      *          necesarias con los modulos semanales y aulas que
      *          requieren segun la grilla HORARIOS.dat del anio
      *          cerrado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                                      RELATIVE KEY IS WS-RRN-MATE
                                      FILE STATUS IS WS-FS-MATE.

           SELECT CURSOS         ASSIGN TO "DDCUR"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-CUR
                                      FILE STATUS IS WS-FS-CUR.

           SELECT HORARIOS       ASSIGN TO "DDHORA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-HOR.

           SELECT LISTAESP       ASSIGN TO "DDLESP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LSP.

           SELECT LISTADO        ASSIGN TO "DDAPELST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.
       FD MATERIAS.
           COPY REGMATE.

       FD CURSOS.
           COPY REGCURSO.

       FD HORARIOS.
           COPY REGHORA.

       FD LISTAESP.
           COPY REGLESP.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-MATE      PIC X(02).
       01  WS-FS-LST       PIC X(02).
       01  WS-FS-CUR       PIC X(02).
       01  WS-FS-HOR       PIC X(02).
       01  WS-FS-LSP       PIC X(02).

       01  WS-RRN-MATE     PIC 9(02).
       01  WS-RRN-CUR      PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
       01  WS-MODO         PIC X(01).
             88 WS-MODO-LISTA         VALUE 'L'.
             88 WS-MODO-EJECUTA       VALUE 'E'.
             88 WS-MODO-PLANIFICA     VALUE 'P'.

       01  WS-ANIO-CIERRE  PIC 9(04).
       01  WS-ANIO-NUEVO   PIC 9(04).

       01  WS-NOMBRE-ALU   PIC X(23).

      *PLANIFICACION DE DIVISIONES (MODO 'P'): UNA FILA POR ANIO DE
      *CURSADA DEL ANIO NUEVO. EL ANIO DE CURSADA ES LA DECENA DEL
      *CURSO (01 A 09 = 1ER ANIO, COMO EN PGMSOBRE Y PGMEFICI).
       01  TABLA-PLANIF.
           05 PLN-FILA OCCURS 9 TIMES.
               10 PLN-PROMOVIDOS  PIC 9(05).
               10 PLN-REPITENTES  PIC 9(05).
               10 PLN-ESPERA      PIC 9(05).
               10 PLN-PASES       PIC 9(05).
               10 PLN-PROYECTADOS PIC 9(05).
               10 PLN-DIV-EXIST   PIC 9(02).
               10 PLN-DIV-CUPO    PIC 9(02).
               10 PLN-CAPACIDAD   PIC 9(05).
               10 PLN-CUPO-DIV    PIC 9(03).
               10 PLN-DIV-NEC     PIC 9(03).
               10 PLN-DIV-GRILLA  PIC 9(02).
               10 PLN-MODULOS     PIC 9(05).
               10 PLN-MOD-DIV     PIC 9(03).
               10 PLN-MOD-NEC     PIC 9(05).
               10 PLN-AULAS-USO   PIC 9(03).
               10 PLN-AULAS-NEC   PIC 9(03).

      *AULAS DISTINTAS DE LA GRILLA POR ANIO DE CURSADA Y CURSOS
      *CON GRILLA CARGADA.
       01  TABLA-AULA-ANIO.
           05 AUL-FILA OCCURS 9 TIMES.
               10 TAB-AULA OCCURS 999 TIMES PIC X(01).

       01  TABLA-CUR-GRILLA.
           05 TAB-CUR-GRI OCCURS 99 TIMES PIC X(01).

      *ALUMNO YA PROYECTADO (UN PEDIDO DE ESPERA DE QUIEN YA ESTA
      *EN LA PROPUESTA NO SE CUENTA DOS VECES).
       01  TABLA-CONTADO.
           05 TAB-CONTADO OCCURS 9999 TIMES PIC X(01).

       01  WS-IDX-ANIO     PIC 9(02).
       01  WS-ANIO-ACTUAL  PIC 9(02).
       01  WS-ULT-ANIO     PIC 9(02).
       01  WS-CANT-ADEUDA  PIC 9(02).
       01  WS-MAX-PREVIAS  PIC 9(02).
       01  WS-CUPO-REF     PIC 9(03).
       01  WS-CANT-EGRESAN PIC 9(05) VALUE 0.
       01  WS-CANT-SIN-CUR PIC 9(05) VALUE 0.
       01  WS-DIF-DIV      PIC S9(03).

       01  TOTALES-PLANIF.
           05 TOT-PROYECTADOS PIC 9(05) VALUE 0.
           05 TOT-CAPACIDAD   PIC 9(05) VALUE 0.
           05 TOT-DIV-EXIST   PIC 9(03) VALUE 0.
           05 TOT-DIV-NEC     PIC 9(03) VALUE 0.
           05 TOT-MOD-NEC     PIC 9(05) VALUE 0.
           05 TOT-AULAS-NEC   PIC 9(03) VALUE 0.

       01  WP-ANIO         PIC 9.
       01  WP-PROMOV       PIC ZZZZ9.
       01  WP-REPIT        PIC ZZZZ9.
       01  WP-ESPERA       PIC ZZZZ9.
       01  WP-PASES        PIC ZZZZ9.
       01  WP-PROYECT      PIC ZZZZ9.
       01  WP-DIV-EXIST    PIC ZZ9.
       01  WP-CAPACIDAD    PIC ZZZZ9.
       01  WP-CUPO-DIV     PIC ZZ9.
       01  WP-DIV-NEC      PIC ZZ9.
       01  WP-DIF-DIV      PIC +ZZ9.
       01  WP-MOD-DIV      PIC ZZ9.
       01  WP-MOD-NEC      PIC ZZZZ9.
       01  WP-AULAS-USO    PIC ZZ9.
       01  WP-AULAS-NEC    PIC ZZ9.

       01  WS-RUTPAR       PIC X(08) VALUE 'RUTPARAM'.

       COPY LKPARAM.

       01  WS-RUTAUD       PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


           IF NOT WS-FIN-PROCESO
               PERFORM 2000-CARGA-TABLAS
               IF WS-MODO-PLANIFICA
                   PERFORM 5000-PLANIFICACION
               ELSE
                   PERFORM 3000-RECORRE-ALUMNOS
                   PERFORM 4000-TOTALES
               END-IF
           END-IF

           PERFORM 9999-CIERRE.

       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'APERTURA DE CICLO LECTIVO'
               ACCEPT WS-ANIO-CIERRE
               DISPLAY 'ANIO NUEVO A ABRIR (AAAA): '
               ACCEPT WS-ANIO-NUEVO
               DISPLAY 'MODO (L-LISTADO DE PROPUESTA  E-EJECUTA'
                       '  P-PLANIFICACION DE DIVISIONES): '
               ACCEPT WS-MODO

               IF NOT WS-MODO-LISTA AND NOT WS-MODO-EJECUTA
                  AND NOT WS-MODO-PLANIFICA
                   DISPLAY 'MODO INVALIDO. FIN.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF

               IF WS-MODO-PLANIFICA
                   PERFORM 1600-PARAMETROS-PLANIF
               END-IF

               IF WS-MODO-EJECUTA AND WS-NIVEL-OPE < 2
                   DISPLAY 'LA EJECUCION ES SOLO PARA NIVEL'
                           ' SUPERVISOR.'
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMAPERT' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'MATERIAS' TO LK-VER-ARCHIVO
           MOVE VLY-MATERIAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'RESULTAD' TO LK-VER-ARCHIVO
           MOVE VLY-RESULTAD TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'CURSOS  ' TO LK-VER-ARCHIVO
           MOVE VLY-CURSOS TO LK-VER-VERSION
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
      *    PARAMETROS DE LA PLANIFICACION *
      *************************************
      *EL ALUMNO QUE ADEUDA MAS MATERIAS QUE MAX-PREVIAS (PARAMGEN,
      *LA MISMA REGLA QUE AVISA CREAINSC) SE PROYECTA COMO
      *REPITENTE; 00 = SIN CONTROL, TODOS PROMUEVEN. EL CUPO DE
      *REFERENCIA SE USA EN LOS ANIOS SIN DIVISIONES CON CUPO.

       1600-PARAMETROS-PLANIF.

           MOVE 1 TO LK-OPCION-PAR
           MOVE 'MAX-PREVIAS ' TO LK-PAR-CLAVE
           CALL WS-RUTPAR USING LK-COM-PARAMETRO
           IF LK-RESULTADO-PAR = 10
               MOVE LK-PAR-VALOR TO WS-MAX-PREVIAS
               DISPLAY 'PARAMETRO MAX-PREVIAS: ' WS-MAX-PREVIAS
           ELSE
               DISPLAY 'MAXIMO DE PREVIAS PARA PROMOVER (99,'
                       ' 00 = SIN CONTROL): '
               ACCEPT WS-MAX-PREVIAS
           END-IF

           DISPLAY 'CUPO DE REFERENCIA POR DIVISION (999): '
           ACCEPT WS-CUPO-REF
           IF WS-CUPO-REF = 0
               MOVE 30 TO WS-CUPO-REF
               DISPLAY 'CUPO DE REFERENCIA ASUMIDO: ' WS-CUPO-REF
           END-IF.

      *************************************
      *    CARGA DE TABLAS EN MEMORIA     *
      *************************************
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *************************************
      *    PLANIFICACION DE DIVISIONES    *
      *    DEL ANIO NUEVO (MODO 'P')      *
      *************************************

       5000-PLANIFICACION.

           MOVE ZEROES TO TABLA-PLANIF
           MOVE SPACES TO TABLA-AULA-ANIO
           MOVE SPACES TO TABLA-CUR-GRILLA
           MOVE SPACES TO TABLA-CONTADO
           MOVE 0 TO WS-ULT-ANIO

           PERFORM 5100-CARGA-CURSOS

           IF WS-ULT-ANIO = 0
               DISPLAY 'NO HAY CURSOS ACTIVOS EN CURSOS.dat.'
                       ' PLANIFICACION CANCELADA.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 5200-CARGA-HORARIOS
               PERFORM 5300-PIDE-PASES
                   VARYING WS-IDX-ANIO FROM 1 BY 1
                   UNTIL WS-IDX-ANIO > WS-ULT-ANIO
               PERFORM 5400-PROYECTA-ALUMNO
                   VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > 9999
               PERFORM 5500-CARGA-ESPERA
               PERFORM 5600-CALCULA-ANIO
                   VARYING WS-IDX-ANIO FROM 1 BY 1
                   UNTIL WS-IDX-ANIO > WS-ULT-ANIO
               PERFORM 5700-LISTADO-PLANIF
           END-IF.

      *DIVISIONES ACTIVAS Y CUPO POR ANIO DE CURSADA. EL ULTIMO
      *ANIO CON DIVISIONES ES EL DE EGRESO.

       5100-CARGA-CURSOS.

           OPEN INPUT CURSOS
           IF WS-FS-CUR EQUAL '05' OR '35'
               OPEN OUTPUT CURSOS
               CLOSE CURSOS
               OPEN INPUT CURSOS
           END-IF

           IF WS-FS-CUR NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUR
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 5150-UN-CURSO
                   VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > 99
               CLOSE CURSOS
           END-IF.

       5150-UN-CURSO.

           MOVE WS-IDX-MAT TO WS-RRN-CUR
           READ CURSOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUR-ACTIVO
                       COMPUTE WS-ANIO-ACTUAL = CUR-NRO-CURSO / 10
                       IF WS-ANIO-ACTUAL = 0
                           MOVE 1 TO WS-ANIO-ACTUAL
                       END-IF
                       ADD 1 TO PLN-DIV-EXIST(WS-ANIO-ACTUAL)
                       IF CUR-CAPACIDAD > 0
                           ADD 1 TO PLN-DIV-CUPO(WS-ANIO-ACTUAL)
                           ADD CUR-CAPACIDAD
                               TO PLN-CAPACIDAD(WS-ANIO-ACTUAL)
                       END-IF
                       IF WS-ANIO-ACTUAL > WS-ULT-ANIO
                           MOVE WS-ANIO-ACTUAL TO WS-ULT-ANIO
                       END-IF
                   END-IF
           END-READ.

      *MODULOS SEMANALES Y AULAS DE LA GRILLA DEL ANIO CERRADO, LA
      *ULTIMA COMPLETA, POR ANIO DE CURSADA.

       5200-CARGA-HORARIOS.

           OPEN INPUT HORARIOS
           IF WS-FS-HOR EQUAL '05' OR '35'
               OPEN OUTPUT HORARIOS
               CLOSE HORARIOS
               OPEN INPUT HORARIOS
           END-IF

           IF WS-FS-HOR NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-HOR
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 5250-UN-MODULO UNTIL WS-SCAN-FIN
               CLOSE HORARIOS
           END-IF.

       5250-UN-MODULO.

           READ HORARIOS
           IF WS-FS-HOR NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF HOR-ACTIVO
                  AND HOR-ANIO = WS-ANIO-CIERRE
                  AND HOR-NRO-CURSO >= 1 AND HOR-NRO-CURSO <= 99
                   COMPUTE WS-ANIO-ACTUAL = HOR-NRO-CURSO / 10
                   IF WS-ANIO-ACTUAL = 0
                       MOVE 1 TO WS-ANIO-ACTUAL
                   END-IF
                   ADD 1 TO PLN-MODULOS(WS-ANIO-ACTUAL)
                   IF TAB-CUR-GRI(HOR-NRO-CURSO) NOT EQUAL 'S'
                       MOVE 'S' TO TAB-CUR-GRI(HOR-NRO-CURSO)
                       ADD 1 TO PLN-DIV-GRILLA(WS-ANIO-ACTUAL)
                   END-IF
                   IF HOR-AULA > 0
                      AND TAB-AULA(WS-ANIO-ACTUAL HOR-AULA)
                          NOT EQUAL 'S'
                       MOVE 'S' TO TAB-AULA(WS-ANIO-ACTUAL HOR-AULA)
                       ADD 1 TO PLN-AULAS-USO(WS-ANIO-ACTUAL)
                   END-IF
               END-IF
           END-IF.

      *LOS PASES ENTRANTES ESPERADOS NO ESTAN EN NINGUN ARCHIVO
      *HASTA QUE CREAPASE LOS REGISTRA: SE INFORMAN POR ANIO.

       5300-PIDE-PASES.

           MOVE WS-IDX-ANIO TO WP-ANIO
           DISPLAY 'PASES ENTRANTES ESPERADOS PARA ' WP-ANIO
                   ' ANIO (999): '
           ACCEPT PLN-PASES(WS-IDX-ANIO).

      *LA PROPUESTA DE LA APERTURA: CADA ALUMNO ACTIVO CON CIERRE
      *EN EL ANIO CERRADO PASA AL ANIO SIGUIENTE, SALVO QUE ADEUDE
      *MAS DE MAX-PREVIAS MATERIAS (REPITE). DEL ULTIMO ANIO EGRESA.

       5400-PROYECTA-ALUMNO.

           IF TAB-PART(WS-IDX-ALU) = 'S'
               MOVE WS-IDX-ALU TO ALU-NRO-ALU
               READ ALUMNOS
                   INVALID KEY
                       MOVE SPACES TO REG-ALUMNO
                       SET ALU-BAJA TO TRUE
               END-READ

               IF ALU-ACTIVO
                   MOVE 'S' TO TAB-CONTADO(WS-IDX-ALU)
                   IF ALU-CURSO = 0
                       ADD 1 TO WS-CANT-SIN-CUR
                   ELSE
                       PERFORM 5450-UBICA-ALUMNO
                   END-IF
               END-IF
           END-IF.

       5450-UBICA-ALUMNO.

           COMPUTE WS-ANIO-ACTUAL = ALU-CURSO / 10
           IF WS-ANIO-ACTUAL = 0
               MOVE 1 TO WS-ANIO-ACTUAL
           END-IF

           MOVE 0 TO WS-CANT-ADEUDA
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > 99
               IF TAB-MAT-ACT(WS-IDX-MAT) = 'A'
                  AND TAB-EST(WS-IDX-ALU WS-IDX-MAT) = 'D'
                   ADD 1 TO WS-CANT-ADEUDA
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-MAX-PREVIAS > 0
                    AND WS-CANT-ADEUDA > WS-MAX-PREVIAS
                   IF WS-ANIO-ACTUAL <= WS-ULT-ANIO
                       ADD 1 TO PLN-REPITENTES(WS-ANIO-ACTUAL)
                   END-IF
               WHEN WS-ANIO-ACTUAL >= WS-ULT-ANIO
                   ADD 1 TO WS-CANT-EGRESAN
               WHEN OTHER
                   ADD 1 TO PLN-PROMOVIDOS(WS-ANIO-ACTUAL + 1)
           END-EVALUATE.

      *PEDIDOS 'E' DE LISTAESP.dat PARA EL ANIO NUEVO, UNO POR
      *ALUMNO, EN EL ANIO DE CURSADA DEL CURSO PEDIDO.

       5500-CARGA-ESPERA.

           OPEN INPUT LISTAESP
           IF WS-FS-LSP EQUAL '05' OR '35'
               OPEN OUTPUT LISTAESP
               CLOSE LISTAESP
               OPEN INPUT LISTAESP
           END-IF

           IF WS-FS-LSP NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LSP
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 5550-UN-PEDIDO UNTIL WS-SCAN-FIN
               CLOSE LISTAESP
           END-IF.

       5550-UN-PEDIDO.

           READ LISTAESP
           IF WS-FS-LSP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF LSP-EN-ESPERA
                  AND LSP-ANIO = WS-ANIO-NUEVO
                  AND LSP-NRO-ALU >= 1 AND LSP-NRO-ALU <= 9999
                  AND TAB-CONTADO(LSP-NRO-ALU) NOT EQUAL 'S'
                   MOVE 'S' TO TAB-CONTADO(LSP-NRO-ALU)
                   COMPUTE WS-ANIO-ACTUAL = LSP-NRO-CURSO / 10
                   IF WS-ANIO-ACTUAL = 0
                       MOVE 1 TO WS-ANIO-ACTUAL
                   END-IF
                   IF WS-ANIO-ACTUAL <= WS-ULT-ANIO
                       ADD 1 TO PLN-ESPERA(WS-ANIO-ACTUAL)
                   END-IF
               END-IF
           END-IF.

      *DIVISIONES NECESARIAS = PROYECTADOS / CUPO PROMEDIO DE LAS
      *DIVISIONES CON CUPO (REDONDEO HACIA ARRIBA). MODULOS Y AULAS
      *ESCALAN LO QUE HOY USA UNA DIVISION DE ESE ANIO EN LA GRILLA;
      *SIN GRILLA CADA DIVISION PIDE UN AULA.

       5600-CALCULA-ANIO.

           COMPUTE PLN-PROYECTADOS(WS-IDX-ANIO) =
                   PLN-PROMOVIDOS(WS-IDX-ANIO)
                 + PLN-REPITENTES(WS-IDX-ANIO)
                 + PLN-ESPERA(WS-IDX-ANIO)
                 + PLN-PASES(WS-IDX-ANIO)

           IF PLN-DIV-CUPO(WS-IDX-ANIO) > 0
               COMPUTE PLN-CUPO-DIV(WS-IDX-ANIO) =
                       PLN-CAPACIDAD(WS-IDX-ANIO)
                     / PLN-DIV-CUPO(WS-IDX-ANIO)
           END-IF
           IF PLN-CUPO-DIV(WS-IDX-ANIO) = 0
               MOVE WS-CUPO-REF TO PLN-CUPO-DIV(WS-IDX-ANIO)
           END-IF

           COMPUTE PLN-DIV-NEC(WS-IDX-ANIO) =
                   (PLN-PROYECTADOS(WS-IDX-ANIO)
                  + PLN-CUPO-DIV(WS-IDX-ANIO) - 1)
                  / PLN-CUPO-DIV(WS-IDX-ANIO)

           IF PLN-DIV-GRILLA(WS-IDX-ANIO) > 0
               COMPUTE PLN-MOD-DIV(WS-IDX-ANIO) =
                       (PLN-MODULOS(WS-IDX-ANIO)
                      + PLN-DIV-GRILLA(WS-IDX-ANIO) - 1)
                      / PLN-DIV-GRILLA(WS-IDX-ANIO)
               COMPUTE PLN-AULAS-NEC(WS-IDX-ANIO) =
                       (PLN-AULAS-USO(WS-IDX-ANIO)
                      * PLN-DIV-NEC(WS-IDX-ANIO)
                      + PLN-DIV-GRILLA(WS-IDX-ANIO) - 1)
                      / PLN-DIV-GRILLA(WS-IDX-ANIO)
           ELSE
               MOVE PLN-DIV-NEC(WS-IDX-ANIO)
                 TO PLN-AULAS-NEC(WS-IDX-ANIO)
           END-IF

           COMPUTE PLN-MOD-NEC(WS-IDX-ANIO) =
                   PLN-MOD-DIV(WS-IDX-ANIO) * PLN-DIV-NEC(WS-IDX-ANIO)

           ADD PLN-PROYECTADOS(WS-IDX-ANIO) TO TOT-PROYECTADOS
           ADD PLN-CAPACIDAD(WS-IDX-ANIO)   TO TOT-CAPACIDAD
           ADD PLN-DIV-EXIST(WS-IDX-ANIO)   TO TOT-DIV-EXIST
           ADD PLN-DIV-NEC(WS-IDX-ANIO)     TO TOT-DIV-NEC
           ADD PLN-MOD-NEC(WS-IDX-ANIO)     TO TOT-MOD-NEC
           ADD PLN-AULAS-NEC(WS-IDX-ANIO)   TO TOT-AULAS-NEC.

      *************************************
      *    LISTADO DE LA PLANIFICACION    *
      *************************************

       5700-LISTADO-PLANIF.

           MOVE SPACES TO WS-LINEA-REP
           STRING 'PLANIFICACION DE DIVISIONES ' WS-ANIO-NUEVO
                  '  MAX-PREVIAS ' WS-MAX-PREVIAS
                  '  CUPO DE REFERENCIA ' WS-CUPO-REF
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ANIO PROMOV REPIT ESPERA PASES PROYECT'
                  '  DIV  CUPO CUPO/DIV DIV-NEC DIFER'
                  ' MOD/DIV MOD-SEM AULAS-HOY AULAS-NEC'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           PERFORM 5750-LINEA-ANIO
               VARYING WS-IDX-ANIO FROM 1 BY 1
               UNTIL WS-IDX-ANIO > WS-ULT-ANIO

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE TOT-PROYECTADOS TO WP-PROYECT
           MOVE TOT-CAPACIDAD   TO WP-CAPACIDAD
           MOVE TOT-DIV-EXIST   TO WP-DIV-EXIST
           MOVE TOT-DIV-NEC     TO WP-DIV-NEC
           COMPUTE WS-DIF-DIV = TOT-DIV-NEC - TOT-DIV-EXIST
           MOVE WS-DIF-DIV      TO WP-DIF-DIV
           MOVE TOT-MOD-NEC     TO WP-MOD-NEC
           MOVE TOT-AULAS-NEC   TO WP-AULAS-NEC
           MOVE SPACES TO WS-LINEA-REP
           STRING 'TOTAL' '                            '
                  WP-PROYECT
                  '  ' WP-DIV-EXIST ' ' WP-CAPACIDAD
                  '              ' WP-DIV-NEC '  ' WP-DIF-DIV
                  '           ' WP-MOD-NEC
                  '                 ' WP-AULAS-NEC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-EGRESAN TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'EGRESAN DEL ULTIMO ANIO     : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-SIN-CUR TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'SIN CURSO (NO PROYECTADOS)  : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

       5750-LINEA-ANIO.

           MOVE WS-IDX-ANIO                 TO WP-ANIO
           MOVE PLN-PROMOVIDOS(WS-IDX-ANIO)  TO WP-PROMOV
           MOVE PLN-REPITENTES(WS-IDX-ANIO)  TO WP-REPIT
           MOVE PLN-ESPERA(WS-IDX-ANIO)      TO WP-ESPERA
           MOVE PLN-PASES(WS-IDX-ANIO)       TO WP-PASES
           MOVE PLN-PROYECTADOS(WS-IDX-ANIO) TO WP-PROYECT
           MOVE PLN-DIV-EXIST(WS-IDX-ANIO)   TO WP-DIV-EXIST
           MOVE PLN-CAPACIDAD(WS-IDX-ANIO)   TO WP-CAPACIDAD
           MOVE PLN-CUPO-DIV(WS-IDX-ANIO)    TO WP-CUPO-DIV
           MOVE PLN-DIV-NEC(WS-IDX-ANIO)     TO WP-DIV-NEC
           COMPUTE WS-DIF-DIV = PLN-DIV-NEC(WS-IDX-ANIO)
                              - PLN-DIV-EXIST(WS-IDX-ANIO)
           MOVE WS-DIF-DIV                   TO WP-DIF-DIV
           MOVE PLN-MOD-DIV(WS-IDX-ANIO)     TO WP-MOD-DIV
           MOVE PLN-MOD-NEC(WS-IDX-ANIO)     TO WP-MOD-NEC
           MOVE PLN-AULAS-USO(WS-IDX-ANIO)   TO WP-AULAS-USO
           MOVE PLN-AULAS-NEC(WS-IDX-ANIO)   TO WP-AULAS-NEC

           MOVE SPACES TO WS-LINEA-REP
           STRING '   ' WP-ANIO '  ' WP-PROMOV ' ' WP-REPIT
                  '  ' WP-ESPERA ' ' WP-PASES '   ' WP-PROYECT
                  '  ' WP-DIV-EXIST ' ' WP-CAPACIDAD
                  '      ' WP-CUPO-DIV '     ' WP-DIV-NEC
                  '  ' WP-DIF-DIV '     ' WP-MOD-DIV
                  '   ' WP-MOD-NEC '       ' WP-AULAS-USO
                  '       ' WP-AULAS-NEC
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           IF PLN-PROYECTADOS(WS-IDX-ANIO) > PLN-CAPACIDAD(WS-IDX-ANIO)
              AND PLN-DIV-CUPO(WS-IDX-ANIO) > 0
               MOVE SPACES TO WS-LINEA-REP
               STRING '      AVISO: LOS PROYECTADOS SUPERAN EL CUPO'
                      ' DE LAS DIVISIONES EXISTENTES.'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      ******ESCRIBE UNA LINEA EN EL LISTADO SPOOLEADO*****

       9100-ESCRIBIR-LISTADO.
