      ******************************************************************
      * Author:
      * Date:
      * Purpose: Legajo de datos personales de un alumno para los
      *          pedidos de acceso de la familia (habeas data) - por
      *          numero de alumno o documento, emite en un solo
      *          listado todo registro que la escuela guarda sobre
      *          el: maestro de ALUMNOS, RESPONSABLES, INSCRIPCIONES,
      *          CURSOHIS, NOTAS y HISTNOTA (todas, cualquier
      *          estado), TRIMEST, RESULTADO, PREVIAS, MESASINS,
      *          ASISTENCIA, SANCIONES, BECAS, CERTIF, BAJAS,
      *          PASESAL, CUOTAS, RECLAMOS, TITULOS, CREDENC y las
      *          entradas de AUDITORIA cuya clave es el alumno (en
      *          MESASINS y en las fusiones de PGMFUSIO el alumno va
      *          en la segunda mitad de la clave; en CERTIF, RECLAMOS,
      *          TITULOS y CREDENC la clave es el numero emitido y en
      *          CUOTAS la referencia del pago). Cada emision queda en
      *          el catalogo de reportes con el operador que la pidio.
      *          Solo lectura. Con escuela de trabajo (RUTESCUE) solo
      *          se emite el legajo de alumnos de esa escuela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDOSIE.

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
           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT RESPONSABLES   ASSIGN TO "DDRESP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RSP.

           SELECT INSCRIP        ASSIGN TO "DDINSC"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-INSC.

           SELECT CURSOHIS       ASSIGN TO "DDCURHIS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CHI.

           SELECT NOTAS          ASSIGN TO "DDNOTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-NOTA.

           SELECT HISTNOTA       ASSIGN TO "DDHIST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-HIST.

           SELECT TRIMESTRES     ASSIGN TO "DDTRIM"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-TRI.

           SELECT RESULTADO      ASSIGN TO "DDRES"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RES.

           SELECT PREVIAS        ASSIGN TO "DDPREV"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PRV.

           SELECT MESASINS       ASSIGN TO "DDMESINS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-MSI.

           SELECT ASISTENCIA     ASSIGN TO "DDASIS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ASI.

           SELECT SANCIONES      ASSIGN TO "DDSANC"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-SAN.

           SELECT BECAS          ASSIGN TO "DDBECA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-BEC.

           SELECT CERTIF         ASSIGN TO "DDCERTIF"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CER.

           SELECT BAJAS          ASSIGN TO "DDBAJAS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-BAJ.

           SELECT PASESAL        ASSIGN TO "DDPSAL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-PSA.

           SELECT CUOTAS         ASSIGN TO "DDCUOTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CUO.

           SELECT RECLAMOS       ASSIGN TO "DDRECL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-REC.

           SELECT TITULOS        ASSIGN TO "DDTITUL"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-TIT.

           SELECT CREDENC        ASSIGN TO "DDCRED"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CRE.

           SELECT AUDITORIA      ASSIGN TO "DDAUDIT"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-AUD.

           SELECT LISTADO        ASSIGN TO "DDDOSIER"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD ALUMNOS.
           COPY REGALUM.

       FD RESPONSABLES.
           COPY REGRESP.

       FD INSCRIP.
           COPY REGINSC.

       FD CURSOHIS.
           COPY REGCURHI.

       FD NOTAS.
           COPY REGNOTA.
           COPY REGNOTTR.

      *EL HISTORICO CONSERVA EL MISMO LAYOUT QUE NOTAS.dat (VER
      *PURGNOTA), POR ESO SE REUSA EL COPY CON OTROS PREFIJOS.
       FD HISTNOTA.
           COPY REGNOTA REPLACING ==REG-NOTAS== BY ==REG-HIST==
                         LEADING ==NOT-== BY ==HIST-==.
           COPY REGNOTTR REPLACING ==REG-NOTAS-TRL== BY
                         ==REG-HIST-TRL==
                         LEADING ==TRL-== BY ==TRLH-==.

       FD TRIMESTRES.
           COPY REGTRIM.

       FD RESULTADO.
           COPY REGRESUL.

       FD PREVIAS.
           COPY REGPREV.

       FD MESASINS.
           COPY REGMESIN.

       FD ASISTENCIA.
           COPY REGASIST.

       FD SANCIONES.
           COPY REGSANC.

       FD BECAS.
           COPY REGBECA.

       FD CERTIF.
           COPY REGCERT.

       FD BAJAS.
           COPY REGBAJA.

       FD PASESAL.
           COPY REGPSAL.

       FD CUOTAS.
           COPY REGCUOTA.

       FD RECLAMOS.
           COPY REGRECL.

       FD TITULOS.
           COPY REGTITU.

       FD CREDENC.
           COPY REGCRED.

       FD AUDITORIA.
           COPY REGAUDIT.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-RSP       PIC X(02).
       01  WS-FS-INSC      PIC X(02).
       01  WS-FS-CHI       PIC X(02).
       01  WS-FS-NOTA      PIC X(02).
       01  WS-FS-HIST      PIC X(02).
       01  WS-FS-TRI       PIC X(02).
       01  WS-FS-RES       PIC X(02).
       01  WS-FS-PRV       PIC X(02).
       01  WS-FS-MSI       PIC X(02).
       01  WS-FS-ASI       PIC X(02).
       01  WS-FS-SAN       PIC X(02).
       01  WS-FS-BEC       PIC X(02).
       01  WS-FS-CER       PIC X(02).
       01  WS-FS-BAJ       PIC X(02).
       01  WS-FS-PSA       PIC X(02).
       01  WS-FS-CUO       PIC X(02).
       01  WS-FS-REC       PIC X(02).
       01  WS-FS-TIT       PIC X(02).
       01  WS-FS-CRE       PIC X(02).
       01  WS-FS-AUD       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-NRO-ALU      PIC 9(04).
       01  WS-NRO-ALU-X    REDEFINES WS-NRO-ALU PIC X(04).
       01  WS-DOCUMENTO    PIC 9(08).

       01  WS-OPCION        PIC 9.
             88 WS-OP-NUMERO      VALUE 1.
             88 WS-OP-DOCUMENTO   VALUE 2.

       01  WS-BUSCA-DOC    PIC X.
             88 WS-DOC-HALLADO        VALUE 'T'.
             88 WS-DOC-NO-HALLADO     VALUE 'F'.

       01  WS-FECHA-HOY    PIC 9(08).
       01  WS-TITULO       PIC X(40).
       01  WS-CANT-SECCION PIC 9(05).
       01  WS-CANT-TOTAL   PIC 9(06) VALUE 0.
       01  WS-CANT-SECC-CON PIC 9(02) VALUE 0.

      *NUMEROS DE CERTIFICADO DEL ALUMNO, PARA UBICAR SUS ENTRADAS
      *DE AUDITORIA (LA CLAVE DE CERTIF ES EL NUMERO EMITIDO).
       01  WS-CERT-MAX     PIC 9(03) VALUE 100.
       01  WS-CERT-CANT    PIC 9(03) VALUE 0.
       01  WS-IDX          PIC 9(03).
       01  TABLA-CERTIF.
           05 TAB-NRO-CERT OCCURS 100 TIMES PIC X(06).

      *IDEM PARA RECLAMOS, TITULOS Y CREDENCIALES (CLAVE = NUMERO
      *EMITIDO) Y PARA LOS PAGOS DE CUOTAS (CLAVE = REFERENCIA).
       01  WS-RECL-MAX     PIC 9(03) VALUE 100.
       01  WS-RECL-CANT    PIC 9(03) VALUE 0.
       01  TABLA-RECLAMOS.
           05 TAB-NRO-RECL OCCURS 100 TIMES PIC X(06).

       01  WS-TIT-MAX      PIC 9(03) VALUE 100.
       01  WS-TIT-CANT     PIC 9(03) VALUE 0.
       01  TABLA-TITULOS.
           05 TAB-NRO-TIT OCCURS 100 TIMES PIC X(06).

       01  WS-CRED-MAX     PIC 9(03) VALUE 100.
       01  WS-CRED-CANT    PIC 9(03) VALUE 0.
       01  TABLA-CREDENC.
           05 TAB-NRO-CRED OCCURS 100 TIMES PIC X(06).

       01  WS-REF-MAX      PIC 9(03) VALUE 300.
       01  WS-REF-CANT     PIC 9(03) VALUE 0.
       01  TABLA-REFCUO.
           05 TAB-REF-CUO OCCURS 300 TIMES PIC X(10).

       01  WS-AUD-DEL-ALU  PIC X.
             88 WS-AUD-ES-DEL-ALU     VALUE 'S'.
             88 WS-AUD-NO-ES-DEL-ALU  VALUE 'N'.

       01  WP-NOTA         PIC Z9,9.
       01  WP-PROM         PIC Z9,99.
       01  WP-PORC         PIC ZZ9.
       01  WP-CANT         PIC ZZZZ9.
       01  WP-TOTAL        PIC ZZZZZ9.
       01  WP-IMPORTE      PIC ZZZ.ZZ9,99.
       01  WP-SALDO        PIC Z.ZZZ.ZZ9,99.

       01  WS-NRO-OPE      PIC 9(03).
       01  WS-ESCUELA      PIC 9(02) VALUE 0.

      *********COMUNICACION ******************

       01  WS-RUTIN  PIC X(08)  VALUE 'RUTNACIO'.

       COPY LKNACIO.

       01  WS-RUTOPE       PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTESC       PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTSES       PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       01  WS-RUTRPC       PIC X(08) VALUE 'RUTREPCA'.

       COPY LKREPCA.

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
               PERFORM 2000-ALUMNO
               PERFORM 2100-RESPONSABLES
               PERFORM 2200-INSCRIPCIONES
               PERFORM 2300-CURSOHIS
               PERFORM 2400-NOTAS
               PERFORM 2500-HISTNOTA
               PERFORM 2600-TRIMESTRES
               PERFORM 2700-RESULTADOS
               PERFORM 2800-PREVIAS
               PERFORM 2900-MESAS
               PERFORM 3000-ASISTENCIA
               PERFORM 3100-SANCIONES
               PERFORM 3200-BECAS
               PERFORM 3300-CERTIFICADOS
               PERFORM 3400-BAJAS
               PERFORM 3500-PASES-SALIDA
               PERFORM 3600-CUOTAS
               PERFORM 3700-RECLAMOS
               PERFORM 3800-TITULOS
               PERFORM 3900-CREDENCIALES
               PERFORM 4000-AUDITORIA
               PERFORM 4900-TOTALES
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

           DISPLAY 'LEGAJO DE DATOS PERSONALES DE UN ALUMNO'

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO
               PERFORM 1600-ESCUELA
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN INPUT ALUMNOS
               IF WS-FS-ALU IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1200-ELIGE-ALUMNO
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
               OPEN OUTPUT LISTADO
               IF WS-FS-LST NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LST
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
               MOVE SPACES TO WS-LINEA-REP
               STRING 'LEGAJO DE DATOS PERSONALES - ALUMNO '
                      WS-NRO-ALU '  EMITIDO ' WS-FECHA-HOY
                      '  OPERADOR ' WS-NRO-OPE
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               DISPLAY WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMDOSIE' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
           MOVE VLY-NOTAS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'HISTNOTA' TO LK-VER-ARCHIVO
           MOVE VLY-HISTNOTA TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'RESULTAD' TO LK-VER-ARCHIVO
           MOVE VLY-RESULTAD TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

           MOVE 'ASISTEN ' TO LK-VER-ARCHIVO
           MOVE VLY-ASISTEN TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    ALUMNO POR NUMERO O DOCUMENTO  *
      *************************************

       1200-ELIGE-ALUMNO.

           DISPLAY '1-POR NUMERO  2-POR DOCUMENTO'
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN WS-OP-NUMERO
                   DISPLAY 'NRO DE ALUMNO (9999): '
                   ACCEPT WS-NRO-ALU
               WHEN WS-OP-DOCUMENTO
                   DISPLAY 'DOCUMENTO (99999999): '
                   ACCEPT WS-DOCUMENTO
                   PERFORM 1300-BUSCA-POR-DOCUMENTO
                   IF WS-DOC-NO-HALLADO
                       MOVE 0 TO WS-NRO-ALU
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-NRO-ALU
           END-EVALUATE

           IF WS-NRO-ALU = 0
               DISPLAY 'ALUMNO NO INFORMADO O INEXISTENTE. FIN.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               MOVE WS-NRO-ALU TO ALU-NRO-ALU
               READ ALUMNOS
                   INVALID KEY
                       DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO.'
                       MOVE 8 TO RETURN-CODE
                       SET WS-FIN-PROCESO TO TRUE
                   NOT INVALID KEY
                       PERFORM 1250-VALIDA-ESCUELA
               END-READ
           END-IF.

      *EL LEGAJO TIENE DATOS PERSONALES: UNA ESCUELA NO EMITE EL DE
      *UN ALUMNO DE OTRA.

       1250-VALIDA-ESCUELA.

           IF ALU-ESCUELA IS NOT NUMERIC
               MOVE 0 TO ALU-ESCUELA
           END-IF

           IF WS-ESCUELA NOT EQUAL 0
              AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
               DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE TRABAJO. FIN.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *EL MAESTRO NO TIENE CLAVE POR DOCUMENTO: SE RECORRE COMPLETO
      *COMO EN CONSALUM.

       1300-BUSCA-POR-DOCUMENTO.

           SET WS-DOC-NO-HALLADO TO TRUE

           MOVE 0 TO ALU-NRO-ALU
           START ALUMNOS KEY IS GREATER THAN ALU-NRO-ALU
               INVALID KEY
                   SET WS-SCAN-FIN TO TRUE
               NOT INVALID KEY
                   SET WS-SCAN-SIGUE TO TRUE
           END-START

           PERFORM 1350-SCAN-DOCUMENTO UNTIL WS-SCAN-FIN.

       1350-SCAN-DOCUMENTO.

           READ ALUMNOS NEXT
           IF WS-FS-ALU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ALU-DOCUMENTO IS NUMERIC
                  AND ALU-DOCUMENTO = WS-DOCUMENTO
                  AND WS-DOCUMENTO NOT EQUAL 0
                   SET WS-DOC-HALLADO TO TRUE
                   MOVE ALU-NRO-ALU TO WS-NRO-ALU
                   SET WS-SCAN-FIN TO TRUE
               END-IF
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
               WHEN 30
                   DISPLAY 'SIN OPERADORES REGISTRADOS. SE OPERA SIN'
                           ' CONTROL DE NIVELES.'
               WHEN OTHER
                   DISPLAY 'OPERADOR INVALIDO. FIN.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *************************************
      *    ESCUELA DE TRABAJO             *
      *************************************

       1600-ESCUELA.

           MOVE 1 TO LK-OPCION-ESC
           MOVE WS-NRO-OPE TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           DISPLAY 'ESCUELA: ' LK-ESC-NOMBRE.

      *************************************
      *    MAESTRO DE ALUMNOS             *
      *************************************

       2000-ALUMNO.

           MOVE 'ALUMNOS (MAESTRO)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           MOVE ALU-NRO-PAIS TO LK-NUM-NAC
           MOVE 2 TO LK-OPCION-NAC
           CALL WS-RUTIN USING LK-COM-NACIONALIDAD

           MOVE SPACES TO WS-LINEA-REP
           STRING '  NUMERO: ' ALU-NRO-ALU
                  '  NOMBRE: ' ALU-NOMBRE
                  '  ESTADO: ' ALU-ESTADO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING '  DOCUMENTO: ' ALU-DOCUMENTO
                  '  NACIMIENTO: ' ALU-FECHA-NAC
                  '  NACIONALIDAD: ' LK-NOM-NAC
                  ' (' ALU-NRO-PAIS ')'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING '  CURSO: ' ALU-CURSO
                  '  ANIO INGRESO: ' ALU-ANIO-INGRESO
                  '  PLAN: ' ALU-NRO-PLAN
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE 1 TO WS-CANT-SECCION
           PERFORM 9050-FIN-SECCION.

      *************************************
      *    RESPONSABLES                   *
      *************************************

       2100-RESPONSABLES.

           MOVE 'RESPONSABLES' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT RESPONSABLES
           IF WS-FS-RSP EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2150-UN-RESPONSABLE UNTIL WS-SCAN-FIN
               CLOSE RESPONSABLES
           END-IF

           PERFORM 9050-FIN-SECCION.

       2150-UN-RESPONSABLE.

           READ RESPONSABLES
           IF WS-FS-RSP NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF RSP-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  ' RSP-NOMBRE ' ' RSP-PARENTESCO
                          ' ' RSP-DOMICILIO ' TEL ' RSP-TELEFONO
                          ' EST ' RSP-ESTADO
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    INSCRIPCIONES                  *
      *************************************

       2200-INSCRIPCIONES.

           MOVE 'INSCRIPCIONES' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT INSCRIP
           IF WS-FS-INSC EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2250-UNA-INSCRIPCION UNTIL WS-SCAN-FIN
               CLOSE INSCRIP
           END-IF

           PERFORM 9050-FIN-SECCION.

       2250-UNA-INSCRIPCION.

           READ INSCRIP
           IF WS-FS-INSC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF INS-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  ANIO: ' INS-ANIO
                          '  MATERIA: ' INS-NRO-MAT
                          '  ESTADO: ' INS-ESTADO
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    HISTORIA DE CURSOS             *
      *************************************

       2300-CURSOHIS.

           MOVE 'HISTORIA DE CURSOS (CURSOHIS)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT CURSOHIS
           IF WS-FS-CHI EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2350-UN-CURSOHIS UNTIL WS-SCAN-FIN
               CLOSE CURSOHIS
           END-IF

           PERFORM 9050-FIN-SECCION.

       2350-UN-CURSOHIS.

           READ CURSOHIS
           IF WS-FS-CHI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CHI-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  DESDE: ' CHI-FECHA-DESDE
                          '  CURSO: ' CHI-NRO-CURSO
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    NOTAS VIVAS (TODO ESTADO)      *
      *************************************

       2400-NOTAS.

           MOVE 'NOTAS' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT NOTAS
           IF WS-FS-NOTA EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2450-UNA-NOTA UNTIL WS-SCAN-FIN
               CLOSE NOTAS
           END-IF

           PERFORM 9050-FIN-SECCION.

       2450-UNA-NOTA.

           READ NOTAS
           IF WS-FS-NOTA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF NOT TRL-ES-TRAILER
                  AND NOT-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE NOT-NOTA TO WP-NOTA
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  ANIO: ' NOT-ANIO '  MES: ' NOT-MES
                          '  MATERIA: ' NOT-NRO-MAT
                          '  NOTA: ' WP-NOTA
                          '  EVAL: ' NOT-TIPO-EVAL
                          '  ESTADO: ' NOT-ESTADO
                          '  MOTIVO: ' NOT-MOTIVO
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    NOTAS ARCHIVADAS (HISTNOTA)    *
      *************************************

       2500-HISTNOTA.

           MOVE 'NOTAS ARCHIVADAS (HISTNOTA)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT HISTNOTA
           IF WS-FS-HIST EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2550-UNA-HISTORICA UNTIL WS-SCAN-FIN
               CLOSE HISTNOTA
           END-IF

           PERFORM 9050-FIN-SECCION.

       2550-UNA-HISTORICA.

           READ HISTNOTA
           IF WS-FS-HIST NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF NOT TRLH-ES-TRAILER
                  AND HIST-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE HIST-NOTA TO WP-NOTA
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  ANIO: ' HIST-ANIO '  MES: ' HIST-MES
                          '  MATERIA: ' HIST-NRO-MAT
                          '  NOTA: ' WP-NOTA
                          '  EVAL: ' HIST-TIPO-EVAL
                          '  ESTADO: ' HIST-ESTADO
                          '  MOTIVO: ' HIST-MOTIVO
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    NOTAS DE TRIMESTRE             *
      *************************************

       2600-TRIMESTRES.

           MOVE 'NOTAS DE TRIMESTRE (TRIMEST)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT TRIMESTRES
           IF WS-FS-TRI EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2650-UN-TRIMESTRE UNTIL WS-SCAN-FIN
               CLOSE TRIMESTRES
           END-IF

           PERFORM 9050-FIN-SECCION.

       2650-UN-TRIMESTRE.

           READ TRIMESTRES
           IF WS-FS-TRI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF TRI-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE TRI-NOTA TO WP-PROM
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  ANIO: ' TRI-ANIO
                          '  TRIMESTRE: ' TRI-NRO-TRIM
                          '  MATERIA: ' TRI-NRO-MAT
                          '  NOTA: ' WP-PROM
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    RESULTADOS DE CIERRE           *
      *************************************

       2700-RESULTADOS.

           MOVE 'RESULTADOS DE CIERRE (RESULTADO)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT RESULTADO
           IF WS-FS-RES EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2750-UN-RESULTADO UNTIL WS-SCAN-FIN
               CLOSE RESULTADO
           END-IF

           PERFORM 9050-FIN-SECCION.

       2750-UN-RESULTADO.

           READ RESULTADO
           IF WS-FS-RES NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF RES-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE RES-PROM TO WP-PROM
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  ANIO: ' RES-ANIO
                          '  MATERIA: ' RES-NRO-MAT
                          '  PROMEDIO: ' WP-PROM
                          '  CONDICION: ' RES-CONDICION
                          '  ORIGEN: ' RES-ORIGEN
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    MATERIAS PREVIAS               *
      *************************************

       2800-PREVIAS.

           MOVE 'MATERIAS PREVIAS (PREVIAS)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT PREVIAS
           IF WS-FS-PRV EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2850-UNA-PREVIA UNTIL WS-SCAN-FIN
               CLOSE PREVIAS
           END-IF

           PERFORM 9050-FIN-SECCION.

       2850-UNA-PREVIA.

           READ PREVIAS
           IF WS-FS-PRV NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF PRV-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  MATERIA: ' PRV-NRO-MAT
                          '  ANIO ORIGEN: ' PRV-ANIO-ORIGEN
                          '  ESTADO: ' PRV-ESTADO
                          '  ANIO CUMPLIDA: ' PRV-ANIO-CUMPLE
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    INSCRIPCIONES A MESAS          *
      *************************************

       2900-MESAS.

           MOVE 'MESAS DE EXAMEN (MESASINS)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT MESASINS
           IF WS-FS-MSI EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2950-UNA-MESA UNTIL WS-SCAN-FIN
               CLOSE MESASINS
           END-IF

           PERFORM 9050-FIN-SECCION.

       2950-UNA-MESA.

           READ MESASINS
           IF WS-FS-MSI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF MSI-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE SPACES TO WS-LINEA-REP
                   IF MSI-NOTA = 99,9
                       STRING '  MESA: ' MSI-NRO-MESA
                              '  NOTA: SIN CARGAR'
                              '  ESTADO: ' MSI-ESTADO
                              DELIMITED BY SIZE INTO WS-LINEA-REP
                   ELSE
                       MOVE MSI-NOTA TO WP-NOTA
                       STRING '  MESA: ' MSI-NRO-MESA
                              '  NOTA: ' WP-NOTA
                              '  ESTADO: ' MSI-ESTADO
                              DELIMITED BY SIZE INTO WS-LINEA-REP
                   END-IF
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    ASISTENCIA                     *
      *************************************

       3000-ASISTENCIA.

           MOVE 'ASISTENCIA' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT ASISTENCIA
           IF WS-FS-ASI EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3050-UNA-ASISTENCIA UNTIL WS-SCAN-FIN
               CLOSE ASISTENCIA
           END-IF

           PERFORM 9050-FIN-SECCION.

       3050-UNA-ASISTENCIA.

           READ ASISTENCIA
           IF WS-FS-ASI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASI-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  FECHA: ' ASI-FECHA
                          '  TIPO: ' ASI-TIPO
                          '  PLANILLA: ' ASI-PLANILLA
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    SANCIONES                      *
      *************************************

       3100-SANCIONES.

           MOVE 'SANCIONES' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT SANCIONES
           IF WS-FS-SAN EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3150-UNA-SANCION UNTIL WS-SCAN-FIN
               CLOSE SANCIONES
           END-IF

           PERFORM 9050-FIN-SECCION.

       3150-UNA-SANCION.

           READ SANCIONES
           IF WS-FS-SAN NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF SAN-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  FECHA: ' SAN-FECHA
                          '  TIPO: ' SAN-TIPO
                          '  CANT: ' SAN-CANTIDAD
                          '  ' SAN-MOTIVO
                          '  FIRMA: ' SAN-FIRMANTE
                          '  EST: ' SAN-ESTADO
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    BECAS                          *
      *************************************

       3200-BECAS.

           MOVE 'BECAS' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT BECAS
           IF WS-FS-BEC EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3250-UNA-BECA UNTIL WS-SCAN-FIN
               CLOSE BECAS
           END-IF

           PERFORM 9050-FIN-SECCION.

       3250-UNA-BECA.

           READ BECAS
           IF WS-FS-BEC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF BEC-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE BEC-PORCENTAJE TO WP-PORC
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  ANIO: ' BEC-ANIO
                          '  TIPO: ' BEC-TIPO
                          '  PORCENTAJE: ' WP-PORC
                          '  ESTADO: ' BEC-ESTADO
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    CERTIFICADOS EMITIDOS          *
      *************************************

       3300-CERTIFICADOS.

           MOVE 'CERTIFICADOS EMITIDOS (CERTIF)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT CERTIF
           IF WS-FS-CER EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3350-UN-CERTIFICADO UNTIL WS-SCAN-FIN
               CLOSE CERTIF
           END-IF

           PERFORM 9050-FIN-SECCION.

       3350-UN-CERTIFICADO.

           READ CERTIF
           IF WS-FS-CER NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CER-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   IF WS-CERT-CANT < WS-CERT-MAX
                       ADD 1 TO WS-CERT-CANT
                       MOVE CER-NRO TO TAB-NRO-CERT(WS-CERT-CANT)
                   END-IF
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  NRO: ' CER-NRO
                          '  FECHA: ' CER-FECHA ' ' CER-HORA
                          '  TIPO: ' CER-TIPO
                          '  ORIGINAL: ' CER-NRO-ORIG
                          '  OPERADOR: ' CER-OPERADOR
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    BAJAS DEL ALUMNO               *
      *************************************

       3400-BAJAS.

           MOVE 'BAJAS (BAJAS)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT BAJAS
           IF WS-FS-BAJ EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3450-UNA-BAJA UNTIL WS-SCAN-FIN
               CLOSE BAJAS
           END-IF

           PERFORM 9050-FIN-SECCION.

       3450-UNA-BAJA.

           READ BAJAS
           IF WS-FS-BAJ NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF BAJ-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  FECHA: ' BAJ-FECHA
                          '  MOTIVO: ' BAJ-MOTIVO
                          '  CURSO: ' BAJ-CURSO
                          '  PROGRAMA: ' BAJ-PROGRAMA
                          '  OPERADOR: ' BAJ-OPERADOR
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    PASES SALIENTES                *
      *************************************

       3500-PASES-SALIDA.

           MOVE 'PASES SALIENTES (PASESAL)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT PASESAL
           IF WS-FS-PSA EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3550-UN-PASE-SALIDA UNTIL WS-SCAN-FIN
               CLOSE PASESAL
           END-IF

           PERFORM 9050-FIN-SECCION.

       3550-UN-PASE-SALIDA.

           READ PASESAL
           IF WS-FS-PSA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF PSA-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  FECHA: ' PSA-FECHA
                          '  DESTINO: ' PSA-ESCUELA
                          '  ANIO: ' PSA-ANIO
                          '  INSC.CERRADAS: ' PSA-CANT-INSC
                          '  ESPERAS: ' PSA-CANT-ESP
                          '  OPERADOR: ' PSA-OPERADOR
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    CUENTA CORRIENTE DE ARANCELES  *
      *************************************

       3600-CUOTAS.

           MOVE 'CUENTA CORRIENTE DE ARANCELES (CUOTAS)'
                TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT CUOTAS
           IF WS-FS-CUO EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3650-UNA-CUOTA UNTIL WS-SCAN-FIN
               CLOSE CUOTAS
           END-IF

           PERFORM 9050-FIN-SECCION.

      *LA AUDITORIA DE COBRANZA (CARGCOBR) TIENE POR CLAVE LA
      *REFERENCIA DEL PAGO: SE GUARDAN LAS DE LOS PAGOS DEL ALUMNO.

       3650-UNA-CUOTA.

           READ CUOTAS
           IF WS-FS-CUO NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CUO-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   IF CUO-PAGO
                      AND CUO-REFERENCIA NOT EQUAL SPACES
                      AND WS-REF-CANT < WS-REF-MAX
                       ADD 1 TO WS-REF-CANT
                       MOVE CUO-REFERENCIA TO TAB-REF-CUO(WS-REF-CANT)
                   END-IF
                   MOVE CUO-IMPORTE TO WP-IMPORTE
                   MOVE CUO-SALDO   TO WP-SALDO
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  PERIODO: ' CUO-MES '/' CUO-ANIO
                          '  TIPO: ' CUO-TIPO
                          '  FECHA: ' CUO-FECHA
                          '  IMPORTE: ' WP-IMPORTE
                          '  SALDO: ' WP-SALDO
                          '  REF: ' CUO-REFERENCIA
                          '  EST: ' CUO-ESTADO
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    RECLAMOS DE NOTA               *
      *************************************

       3700-RECLAMOS.

           MOVE 'RECLAMOS DE NOTA (RECLAMOS)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT RECLAMOS
           IF WS-FS-REC EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3750-UN-RECLAMO UNTIL WS-SCAN-FIN
               CLOSE RECLAMOS
           END-IF

           PERFORM 9050-FIN-SECCION.

       3750-UN-RECLAMO.

           READ RECLAMOS
           IF WS-FS-REC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF REC-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   IF WS-RECL-CANT < WS-RECL-MAX
                       ADD 1 TO WS-RECL-CANT
                       MOVE REC-NRO TO TAB-NRO-RECL(WS-RECL-CANT)
                   END-IF
                   MOVE REC-NOTA-RECL TO WP-NOTA
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  NRO: ' REC-NRO
                          '  MAT: ' REC-NRO-MAT
                          '  ' REC-MES '/' REC-ANIO
                          '  NOTA: ' WP-NOTA
                          '  PRESENTADO: ' REC-FECHA-PRES
                          ' ' REC-PRESENTANTE
                          '  EST: ' REC-ESTADO
                          '  RESOL: ' REC-FECHA-RESOL
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    TITULOS EMITIDOS               *
      *************************************

       3800-TITULOS.

           MOVE 'TITULOS EMITIDOS (TITULOS)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT TITULOS
           IF WS-FS-TIT EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3850-UN-TITULO UNTIL WS-SCAN-FIN
               CLOSE TITULOS
           END-IF

           PERFORM 9050-FIN-SECCION.

       3850-UN-TITULO.

           READ TITULOS
           IF WS-FS-TIT NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF TIT-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   IF WS-TIT-CANT < WS-TIT-MAX
                       ADD 1 TO WS-TIT-CANT
                       MOVE TIT-NRO TO TAB-NRO-TIT(WS-TIT-CANT)
                   END-IF
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  NRO: ' TIT-NRO
                          '  FECHA: ' TIT-FECHA ' ' TIT-HORA
                          '  TIPO: ' TIT-TIPO
                          '  ORIGINAL: ' TIT-NRO-ORIG
                          '  PLAN: ' TIT-NRO-PLAN
                          '  EGRESO: ' TIT-ANIO-EGRESO
                          '  OPERADOR: ' TIT-OPERADOR
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    CREDENCIALES EMITIDAS          *
      *************************************

       3900-CREDENCIALES.

           MOVE 'CREDENCIALES EMITIDAS (CREDENC)' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT CREDENC
           IF WS-FS-CRE EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 3950-UNA-CREDENCIAL UNTIL WS-SCAN-FIN
               CLOSE CREDENC
           END-IF

           PERFORM 9050-FIN-SECCION.

       3950-UNA-CREDENCIAL.

           READ CREDENC
           IF WS-FS-CRE NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CRE-NRO-ALU = WS-NRO-ALU
                   ADD 1 TO WS-CANT-SECCION
                   IF WS-CRED-CANT < WS-CRED-MAX
                       ADD 1 TO WS-CRED-CANT
                       MOVE CRE-NRO TO TAB-NRO-CRED(WS-CRED-CANT)
                   END-IF
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  NRO: ' CRE-NRO
                          '  VALIDEZ: ' CRE-ANIO-VALIDEZ
                          '  CURSO: ' CRE-CURSO
                          '  FECHA: ' CRE-FECHA ' ' CRE-HORA
                          '  TIPO: ' CRE-TIPO
                          '  ORIGINAL: ' CRE-NRO-ORIG
                          '  OPERADOR: ' CRE-OPERADOR
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    PISTA DE AUDITORIA             *
      *************************************

       4000-AUDITORIA.

           MOVE 'AUDITORIA' TO WS-TITULO
           PERFORM 9000-TITULO-SECCION

           OPEN INPUT AUDITORIA
           IF WS-FS-AUD EQUAL '00'
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 4050-UNA-AUDITORIA UNTIL WS-SCAN-FIN
               CLOSE AUDITORIA
           END-IF

           PERFORM 9050-FIN-SECCION.

       4050-UNA-AUDITORIA.

           READ AUDITORIA
           IF WS-FS-AUD NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               PERFORM 4100-AUDITORIA-DEL-ALUMNO
               IF WS-AUD-ES-DEL-ALU
                   ADD 1 TO WS-CANT-SECCION
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '  ' AUD-FECHA ' ' AUD-HORA
                          ' ' AUD-PROGRAMA ' ' AUD-ARCHIVO
                          ' ' AUD-OPERACION ' ' AUD-CLAVE
                          ' OPE ' AUD-OPERADOR
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '      ANTES: ' AUD-IMAGEN-ANT
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
                   MOVE SPACES TO WS-LINEA-REP
                   STRING '    DESPUES: ' AUD-IMAGEN-NVA
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *LOS ARCHIVOS POR ALUMNO LLEVAN EL NUMERO AL PRINCIPIO DE LA
      *CLAVE; MESASINS (MESA+ALUMNO) Y LAS FUSIONES DE PGMFUSIO
      *(PERDEDOR+SOBREVIVIENTE) TAMBIEN EN LA SEGUNDA MITAD; CERTIF,
      *RECLAMOS, TITULOS Y CREDENC POR EL NUMERO EMITIDO; CUOTAS
      *POR LA REFERENCIA DEL PAGO.

       4100-AUDITORIA-DEL-ALUMNO.

           SET WS-AUD-NO-ES-DEL-ALU TO TRUE

           EVALUATE AUD-ARCHIVO
               WHEN 'ALUMNOS '
               WHEN 'RESPONSA'
               WHEN 'SANCIONE'
               WHEN 'NOTAS   '
               WHEN 'HISTNOTA'
               WHEN 'ASISTEN '
               WHEN 'INSCRIPC'
               WHEN 'RESULTAD'
               WHEN 'LISTAESP'
               WHEN 'PASESAL '
                   IF AUD-CLAVE(1:4) = WS-NRO-ALU-X
                       SET WS-AUD-ES-DEL-ALU TO TRUE
                   END-IF
               WHEN 'MESASINS'
                   IF AUD-CLAVE(5:4) = WS-NRO-ALU-X
                       SET WS-AUD-ES-DEL-ALU TO TRUE
                   END-IF
               WHEN 'CERTIF  '
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-CERT-CANT
                       IF AUD-CLAVE(1:6) = TAB-NRO-CERT(WS-IDX)
                           SET WS-AUD-ES-DEL-ALU TO TRUE
                       END-IF
                   END-PERFORM
               WHEN 'RECLAMOS'
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-RECL-CANT
                       IF AUD-CLAVE(1:6) = TAB-NRO-RECL(WS-IDX)
                           SET WS-AUD-ES-DEL-ALU TO TRUE
                       END-IF
                   END-PERFORM
               WHEN 'TITULOS '
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-TIT-CANT
                       IF AUD-CLAVE(1:6) = TAB-NRO-TIT(WS-IDX)
                           SET WS-AUD-ES-DEL-ALU TO TRUE
                       END-IF
                   END-PERFORM
               WHEN 'CREDENC '
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-CRED-CANT
                       IF AUD-CLAVE(1:6) = TAB-NRO-CRED(WS-IDX)
                           SET WS-AUD-ES-DEL-ALU TO TRUE
                       END-IF
                   END-PERFORM
               WHEN 'CUOTAS  '
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-REF-CANT
                       IF AUD-CLAVE(1:10) = TAB-REF-CUO(WS-IDX)
                           SET WS-AUD-ES-DEL-ALU TO TRUE
                       END-IF
                   END-PERFORM
           END-EVALUATE

           IF AUD-PROGRAMA = 'PGMFUSIO'
              AND AUD-CLAVE(5:4) = WS-NRO-ALU-X
               SET WS-AUD-ES-DEL-ALU TO TRUE
           END-IF.

      *************************************
      *    TOTALES DEL LEGAJO             *
      *************************************

       4900-TOTALES.

           MOVE WS-CANT-TOTAL TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING 'TOTAL DE REGISTROS DEL LEGAJO: ' WP-TOTAL
                  '  ARCHIVOS CON DATOS: ' WS-CANT-SECC-CON
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      ******TITULO Y CIERRE DE CADA SECCION DEL LEGAJO*****

       9000-TITULO-SECCION.

           MOVE 0 TO WS-CANT-SECCION
           MOVE SPACES TO WS-LINEA-REP
           STRING '*' WS-TITULO
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

       9050-FIN-SECCION.

           IF WS-CANT-SECCION = 0
               MOVE '  SIN REGISTROS.' TO WS-LINEA-REP
           ELSE
               ADD WS-CANT-SECCION TO WS-CANT-TOTAL
               ADD 1 TO WS-CANT-SECC-CON
               MOVE WS-CANT-SECCION TO WP-CANT
               MOVE SPACES TO WS-LINEA-REP
               STRING '  REGISTROS: ' WP-CANT
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      ******ESCRIBE UNA LINEA EN EL LISTADO SPOOLEADO*****

       9100-ESCRIBIR-LISTADO.

           WRITE REG-LISTADO FROM WS-LINEA-REP
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE LISTADO: ' WS-FS-LST
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
           END-IF.

           CLOSE LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *CON EL OPERADOR QUE PIDIO EL LEGAJO.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMDOSIE' TO LK-RPC-PROGRAMA
               MOVE WS-FECHA-HOY(5:2) TO LK-RPC-PERIODO(1:2)
               MOVE WS-FECHA-HOY(1:4) TO LK-RPC-PERIODO(3:4)
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'LEGAJO ALUMNO ' WS-NRO-ALU
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDDOSIER' TO LK-RPC-DATASET
               MOVE WS-NRO-OPE TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMDOSIE.
