      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credenciales de alumno regular - imprime la
      *          credencial anual (ingreso a la escuela y boleto
      *          estudiantil) por alumno o por curso con nombre, DNI,
      *          curso, numero de alumno y anio de validez tomados de
      *          ALUMNOS.dat, y asienta cada una con un numero
      *          correlativo en CREDENC.dat. Se rechaza al alumno dado
      *          de baja y al que ya tiene su credencial del anio; el
      *          reemplazo de una extraviada sale como duplicado con
      *          numero propio que referencia al original. La opcion
      *          4 lista las credenciales todavia vigentes de alumnos
      *          que dejaron la escuela, para retirarlas. Cada asiento
      *          queda ademas en la auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCREDE.

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
           SELECT CREDENC        ASSIGN TO "DDCRED"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CRE.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT CURSOS         ASSIGN TO "DDCUR"
                                      ORGANIZATION IS RELATIVE
                                      ACCESS MODE IS DYNAMIC
                                      RELATIVE KEY IS WS-RRN-CUR
                                      FILE STATUS IS WS-FS-CUR.

           SELECT HOJACRED       ASSIGN TO "DDCREHOJ"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-SAL.

       DATA DIVISION.
       FILE SECTION.
       FD CREDENC.
           COPY REGCRED.

       FD ALUMNOS.
           COPY REGALUM.

       FD CURSOS.
           COPY REGCURSO.

       FD HOJACRED.
           01 REG-HOJACRED       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-CRE       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-CUR       PIC X(02).
       01  WS-FS-SAL       PIC X(02).

       01  WS-RRN-CUR      PIC 9(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-OPCION        PIC 9.
             88 WS-OP-ALUMNO      VALUE 1.
             88 WS-OP-CURSO       VALUE 2.
             88 WS-OP-DUPLICADO   VALUE 3.
             88 WS-OP-BAJAS       VALUE 4.
             88 WS-OP-SALIR       VALUE 9.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-NRO-ALU      PIC 9(04).
       01  WS-NRO-CURSO    PIC 9(02).
       01  WS-DOCUMENTO-ED PIC 9(08).
       01  WS-ESCUELA-ALU  PIC 9(02).
       01  WS-DESC-CURSO   PIC X(10).

       01  WS-ANIO-VALIDEZ PIC 9(04).
       01  WS-NRO-CRE      PIC 9(06).
       01  WS-ULT-NRO      PIC 9(06).
       01  WS-NRO-BUSCADO  PIC 9(06).
       01  WS-TIPO-EMISION PIC X(01).
       01  WS-NRO-ORIG     PIC 9(06).

      *ASIENTO HALLADO POR 2400-BUSCA-CREDENCIAL.
           COPY REGCRED REPLACING ==REG-CREDENCIAL== BY ==WS-CRE-ENC==
                         LEADING ==CRE-== BY ==CEN-==.

       01  WS-BUSCA-CRE    PIC X.
             88 WS-CRE-HALLADA        VALUE 'T'.
             88 WS-CRE-NO-HALLADA     VALUE 'F'.

      *ALUMNOS CON CREDENCIAL ORIGINAL DEL ANIO DE VALIDEZ (CARGADA
      *JUNTO CON EL ULTIMO NUMERO POR 2200-CARGA-REGISTRO).
       01  TABLA-CON-CREDENCIAL.
           05 TAB-CRED OCCURS 9999 TIMES PIC 9(06).

       01  WS-ESCUELA      PIC 9(02).
       01  WS-CANT-EMITIDAS PIC 9(05).
       01  WS-CANT-YA-TIENE PIC 9(05).
       01  WS-CANT-BAJA    PIC 9(05).
       01  WS-CANT-LISTADAS PIC 9(05).
       01  WP-CANT         PIC ZZZZ9.

       01  WS-RUTAUD       PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.

       01  WS-RUTESC       PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-NRO-OPE      PIC 9(03).
       01  WS-NIVEL-OPE    PIC 9(01).

       01  WS-RUTOPE       PIC X(08) VALUE 'RUTOPERA'.

       COPY LKOPER.

       01  WS-RUTSES       PIC X(08) VALUE 'RUTSESIO'.

       COPY LKSESIO.

       01  WS-FECHA-CORRIDA.
           03 WS-ANIO-COR   PIC 9(04).
           03 WS-MES-COR    PIC 9(02).
           03 WS-DIA-COR    PIC 9(02).

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

           PERFORM 2000-PROCESOS UNTIL WS-FIN-PROCESO

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

           PERFORM 1500-SIGNON

           OPEN INPUT ALUMNOS.
           IF WS-FS-ALU IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN INPUT CURSOS.
           IF WS-FS-CUR IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUR
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN OUTPUT HOJACRED.
           IF WS-FS-SAL IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-SAL
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-COR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-COR
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA-COR

      *LA ESCUELA DE TRABAJO LIMITA LAS EMISIONES Y EL LISTADO A
      *SUS ALUMNOS (00 = TODAS).
           MOVE 1 TO LK-OPCION-ESC
           MOVE WS-NRO-OPE TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMCREDE' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
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
       2000-PROCESOS.

           DISPLAY '-------------------------------------------'
           DISPLAY 'CREDENCIALES DE ALUMNO REGULAR'
           DISPLAY '1-POR ALUMNO  2-POR CURSO  3-DUPLICADO'
                   '  4-VIGENTES DE BAJAS  9-FIN'
           ACCEPT WS-OPCION

           EVALUATE TRUE
               WHEN WS-OP-ALUMNO
                   PERFORM 2100-POR-ALUMNO
               WHEN WS-OP-CURSO
                   PERFORM 2500-POR-CURSO
               WHEN WS-OP-DUPLICADO
                   PERFORM 2600-DUPLICADO
               WHEN WS-OP-BAJAS
                   PERFORM 4000-VIGENTES-BAJAS
               WHEN WS-OP-SALIR
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCION INVALIDA.'
           END-EVALUATE.

      *************************************
      *    ANIO DE VALIDEZ DE LA EMISION  *
      *************************************

       2050-PIDE-ANIO.

           DISPLAY 'ANIO DE VALIDEZ (AAAA, 0000 = ANIO EN CURSO): '
           ACCEPT WS-ANIO-VALIDEZ
           IF WS-ANIO-VALIDEZ = 0
               MOVE WS-ANIO-COR TO WS-ANIO-VALIDEZ
           END-IF.

      *************************************
      *    CREDENCIAL DE UN ALUMNO        *
      *************************************

       2100-POR-ALUMNO.

           DISPLAY 'NRO DE ALUMNO (9999): '
           ACCEPT WS-NRO-ALU
           PERFORM 2050-PIDE-ANIO

           MOVE 0 TO WS-CANT-EMITIDAS
           MOVE WS-NRO-ALU TO ALU-NRO-ALU
           READ ALUMNOS
               INVALID KEY
                   DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO.'
               NOT INVALID KEY
                   PERFORM 2200-CARGA-REGISTRO
                   PERFORM 2110-DATOS-ALUMNO
                   EVALUATE TRUE
                       WHEN ALU-BAJA
                           DISPLAY 'EL ALUMNO ESTA DADO DE BAJA.'
                                   ' CREDENCIAL RECHAZADA.'
                       WHEN WS-ESCUELA NOT EQUAL 0
                            AND WS-ESCUELA-ALU NOT EQUAL WS-ESCUELA
                           DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA DE'
                                   ' TRABAJO.'
                       WHEN TAB-CRED(WS-NRO-ALU) > 0
                           DISPLAY 'EL ALUMNO YA TIENE LA CREDENCIAL'
                                   ' NRO ' TAB-CRED(WS-NRO-ALU)
                                   ' DEL ANIO. USE LA OPCION'
                                   ' DUPLICADO.'
                       WHEN OTHER
                           PERFORM 2150-EMITE-ORIGINAL
                   END-EVALUATE
           END-READ.

       2110-DATOS-ALUMNO.

           MOVE ALU-NRO-ALU TO WS-NRO-ALU
           IF ALU-DOCUMENTO IS NUMERIC
               MOVE ALU-DOCUMENTO TO WS-DOCUMENTO-ED
           ELSE
               MOVE 0 TO WS-DOCUMENTO-ED
           END-IF
           IF ALU-ESCUELA IS NUMERIC
               MOVE ALU-ESCUELA TO WS-ESCUELA-ALU
           ELSE
               MOVE 0 TO WS-ESCUELA-ALU
           END-IF
           MOVE ALU-CURSO TO WS-NRO-CURSO

           MOVE SPACES TO WS-DESC-CURSO
           IF WS-NRO-CURSO > 0
               MOVE WS-NRO-CURSO TO WS-RRN-CUR
               READ CURSOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUR-DESCRIPCION TO WS-DESC-CURSO
               END-READ
           END-IF.

       2150-EMITE-ORIGINAL.

           ADD 1 TO WS-ULT-NRO
           MOVE WS-ULT-NRO TO WS-NRO-CRE
           MOVE 'O' TO WS-TIPO-EMISION
           MOVE 0   TO WS-NRO-ORIG
           PERFORM 3500-IMPRIME-CREDENCIAL
           PERFORM 2300-REGISTRA-ASIENTO
           MOVE WS-NRO-CRE TO TAB-CRED(WS-NRO-ALU)
           ADD 1 TO WS-CANT-EMITIDAS.

      *************************************
      *    ULTIMO NUMERO DEL REGISTRO Y   *
      *    CREDENCIALES YA EMITIDAS       *
      *************************************

       2200-CARGA-REGISTRO.

           MOVE 0 TO WS-ULT-NRO
           MOVE ZEROES TO TABLA-CON-CREDENCIAL

           OPEN INPUT CREDENC
           IF WS-FS-CRE EQUAL '05' OR '35'
               OPEN OUTPUT CREDENC
               CLOSE CREDENC
               OPEN INPUT CREDENC
           END-IF

           IF WS-FS-CRE NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CRE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2250-SCAN-REGISTRO UNTIL WS-SCAN-FIN
               CLOSE CREDENC
           END-IF.

       2250-SCAN-REGISTRO.

           READ CREDENC
           IF WS-FS-CRE NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CRE-NRO > WS-ULT-NRO
                   MOVE CRE-NRO TO WS-ULT-NRO
               END-IF
               IF CRE-ORIGINAL
                  AND CRE-ANIO-VALIDEZ = WS-ANIO-VALIDEZ
                  AND CRE-NRO-ALU >= 1 AND CRE-NRO-ALU <= 9999
                   MOVE CRE-NRO TO TAB-CRED(CRE-NRO-ALU)
               END-IF
           END-IF.

      *************************************
      *    ASIENTA EN EL REGISTRO DE      *
      *    CREDENCIALES (CREDENC.dat)     *
      *************************************

       2300-REGISTRA-ASIENTO.

           OPEN EXTEND CREDENC
           IF WS-FS-CRE NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CRE
           ELSE
               MOVE WS-NRO-CRE      TO CRE-NRO
               MOVE WS-NRO-ALU      TO CRE-NRO-ALU
               MOVE WS-ANIO-VALIDEZ TO CRE-ANIO-VALIDEZ
               MOVE WS-NRO-CURSO    TO CRE-CURSO
               MOVE FUNCTION CURRENT-DATE(1:8) TO CRE-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO CRE-HORA
               MOVE WS-NRO-OPE      TO CRE-OPERADOR
               MOVE WS-TIPO-EMISION TO CRE-TIPO
               MOVE WS-NRO-ORIG     TO CRE-NRO-ORIG

               WRITE REG-CREDENCIAL
               IF WS-FS-CRE IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-CRE
               ELSE
                   DISPLAY 'CREDENCIAL NRO ' WS-NRO-CRE
                           ' REGISTRADA - ALUMNO ' WS-NRO-ALU
                   MOVE 1 TO LK-OPCION-AUD
                   MOVE 'PGMCREDE' TO LK-AUD-PROGRAMA
                   MOVE 'CREDENC ' TO LK-AUD-ARCHIVO
                   MOVE 'A'        TO LK-AUD-OPERACION
                   MOVE SPACES     TO LK-AUD-CLAVE
                   MOVE WS-NRO-CRE TO LK-AUD-CLAVE(1:6)
                   MOVE SPACES     TO LK-AUD-IMAGEN-ANT
                   MOVE REG-CREDENCIAL TO LK-AUD-IMAGEN-NVA
                   MOVE WS-NRO-OPE TO LK-AUD-OPERADOR
                   CALL WS-RUTAUD USING LK-COM-AUDITORIA
               END-IF

               CLOSE CREDENC
           END-IF.

      *************************************
      *    BUSCA UNA CREDENCIAL ORIGINAL  *
      *************************************

       2400-BUSCA-CREDENCIAL.

           SET WS-CRE-NO-HALLADA TO TRUE
           MOVE 0 TO WS-ULT-NRO

           OPEN INPUT CREDENC
           IF WS-FS-CRE EQUAL '05' OR '35'
               OPEN OUTPUT CREDENC
               CLOSE CREDENC
               OPEN INPUT CREDENC
           END-IF

           IF WS-FS-CRE NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CRE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2450-SCAN-BUSCA UNTIL WS-SCAN-FIN
               CLOSE CREDENC
           END-IF.

       2450-SCAN-BUSCA.

           READ CREDENC
           IF WS-FS-CRE NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CRE-NRO > WS-ULT-NRO
                   MOVE CRE-NRO TO WS-ULT-NRO
               END-IF
               IF CRE-NRO = WS-NRO-BUSCADO AND CRE-ORIGINAL
                   SET WS-CRE-HALLADA TO TRUE
                   MOVE REG-CREDENCIAL TO WS-CRE-ENC
               END-IF
           END-IF.

      *************************************
      *    CREDENCIALES DE UN CURSO       *
      *************************************
      *RECORRE ALUMNOS.dat POR NUMERO Y EMITE A CADA ALUMNO ACTIVO
      *DEL CURSO QUE TODAVIA NO TIENE LA CREDENCIAL DEL ANIO.

       2500-POR-CURSO.

           DISPLAY 'CURSO (99): '
           ACCEPT WS-NRO-CURSO
           PERFORM 2050-PIDE-ANIO

           MOVE 0 TO WS-CANT-EMITIDAS
           MOVE 0 TO WS-CANT-YA-TIENE
           MOVE 0 TO WS-CANT-BAJA

           IF WS-NRO-CURSO = 0
               DISPLAY 'CURSO INVALIDO.'
           ELSE
               PERFORM 2200-CARGA-REGISTRO

               MOVE WS-NRO-CURSO TO WS-RRN-CUR
               READ CURSOS
                   INVALID KEY
                       DISPLAY 'EL CURSO NO EXISTE EN CURSOS.dat.'
                   NOT INVALID KEY
                       MOVE 0 TO ALU-NRO-ALU
                       START ALUMNOS KEY IS GREATER THAN ALU-NRO-ALU
                           INVALID KEY
                               SET WS-SCAN-FIN TO TRUE
                           NOT INVALID KEY
                               SET WS-SCAN-SIGUE TO TRUE
                       END-START
                       PERFORM 2550-UN-ALUMNO-CURSO UNTIL WS-SCAN-FIN

                       MOVE WS-CANT-EMITIDAS TO WP-CANT
                       DISPLAY 'CREDENCIALES EMITIDAS:       ' WP-CANT
                       MOVE WS-CANT-YA-TIENE TO WP-CANT
                       DISPLAY 'YA TENIAN LA DEL ANIO:       ' WP-CANT
                       MOVE WS-CANT-BAJA TO WP-CANT
                       DISPLAY 'RECHAZADAS POR BAJA:         ' WP-CANT
               END-READ
           END-IF.

       2550-UN-ALUMNO-CURSO.

           READ ALUMNOS NEXT
           IF WS-FS-ALU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ALU-CURSO = WS-NRO-CURSO
                   PERFORM 2110-DATOS-ALUMNO
                   EVALUATE TRUE
                       WHEN WS-ESCUELA NOT EQUAL 0
                            AND WS-ESCUELA-ALU NOT EQUAL WS-ESCUELA
                           CONTINUE
                       WHEN ALU-BAJA
                           DISPLAY '   ALUMNO ' WS-NRO-ALU
                                   ' DADO DE BAJA. RECHAZADA.'
                           ADD 1 TO WS-CANT-BAJA
                       WHEN TAB-CRED(WS-NRO-ALU) > 0
                           ADD 1 TO WS-CANT-YA-TIENE
                       WHEN OTHER
                           PERFORM 2150-EMITE-ORIGINAL
                   END-EVALUATE
               END-IF
           END-IF.

      *************************************
      *    DUPLICADO POR EXTRAVIO         *
      *************************************
      *EL DUPLICADO REPITE EL ANIO DE VALIDEZ DEL ORIGINAL CON EL
      *CURSO ACTUAL DEL ALUMNO; SE RECHAZA SI EL ALUMNO YA ESTA DE
      *BAJA.

       2600-DUPLICADO.

           DISPLAY 'NRO DE CREDENCIAL ORIGINAL (999999): '
           ACCEPT WS-NRO-BUSCADO

           PERFORM 2400-BUSCA-CREDENCIAL

           IF WS-CRE-NO-HALLADA
               DISPLAY 'NO EXISTE ESA CREDENCIAL ORIGINAL EN EL'
                       ' REGISTRO.'
           ELSE
               MOVE CEN-NRO-ALU TO ALU-NRO-ALU
               READ ALUMNOS
                   INVALID KEY
                       DISPLAY 'EL ALUMNO YA NO EXISTE. DUPLICADO'
                               ' RECHAZADO.'
                   NOT INVALID KEY
                       PERFORM 2110-DATOS-ALUMNO
                       EVALUATE TRUE
                           WHEN ALU-BAJA
                               DISPLAY 'EL ALUMNO ESTA DADO DE BAJA.'
                                       ' DUPLICADO RECHAZADO.'
                           WHEN WS-ESCUELA NOT EQUAL 0
                                AND WS-ESCUELA-ALU NOT EQUAL WS-ESCUELA
                               DISPLAY 'EL ALUMNO NO ES DE LA ESCUELA'
                                       ' DE TRABAJO.'
                           WHEN OTHER
                               MOVE CEN-ANIO-VALIDEZ TO WS-ANIO-VALIDEZ
                               MOVE WS-NRO-BUSCADO   TO WS-NRO-ORIG
                               COMPUTE WS-NRO-CRE = WS-ULT-NRO + 1
                               MOVE 'D' TO WS-TIPO-EMISION
                               PERFORM 3500-IMPRIME-CREDENCIAL
                               PERFORM 2300-REGISTRA-ASIENTO
                       END-EVALUATE
               END-READ
           END-IF.

      *************************************
      *    IMPRESION DE LA CREDENCIAL     *
      *************************************

       3500-IMPRIME-CREDENCIAL.

           MOVE 2 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           MOVE WS-ESCUELA-ALU TO LK-ESC-CODIGO
           CALL WS-RUTESC USING LK-COM-ESCUELA
           IF LK-RESULTADO-ESC NOT EQUAL 10
               MOVE SPACES TO LK-ESC-NOMBRE
           END-IF

           MOVE LIT-SPACES(1:50) TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           STRING '| ' LK-ESC-NOMBRE
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           MOVE '|' TO WS-LINEA-REP(50:1)
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           IF WS-TIPO-EMISION = 'D'
               STRING '| CREDENCIAL ALUMNO REGULAR  *** DUPLICADO ***'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING '| CREDENCIAL DE ALUMNO REGULAR'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           MOVE '|' TO WS-LINEA-REP(50:1)
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           STRING '| ' ALU-NOMBRE
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           MOVE '|' TO WS-LINEA-REP(50:1)
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           STRING '| DNI: ' WS-DOCUMENTO-ED
                  '   ALUMNO NRO: ' WS-NRO-ALU
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           MOVE '|' TO WS-LINEA-REP(50:1)
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           STRING '| CURSO: ' WS-NRO-CURSO ' ' WS-DESC-CURSO
                  '  VALIDA ANIO ' WS-ANIO-VALIDEZ
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           MOVE '|' TO WS-LINEA-REP(50:1)
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           IF WS-TIPO-EMISION = 'D'
               STRING '| CREDENCIAL NRO ' WS-NRO-CRE
                      ' REEMPLAZA NRO ' WS-NRO-ORIG
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           ELSE
               STRING '| CREDENCIAL NRO ' WS-NRO-CRE
                      DELIMITED BY SIZE INTO WS-LINEA-REP
           END-IF
           MOVE '|' TO WS-LINEA-REP(50:1)
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           STRING '| EMITIDA ' WS-DIA-COR '/' WS-MES-COR '/'
                  WS-ANIO-COR '   FIRMA Y SELLO: ________'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           MOVE '|' TO WS-LINEA-REP(50:1)
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE LIT-SPACES(1:50) TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA.

      *************************************
      *    CREDENCIALES VIGENTES DE       *
      *    ALUMNOS QUE DEJARON LA ESCUELA *
      *************************************
      *VIGENTE = ANIO DE VALIDEZ NO ANTERIOR AL ANIO EN CURSO. EL
      *ALUMNO DEJO LA ESCUELA SI ESTA DE BAJA O YA NO ESTA EN EL
      *MAESTRO. SE LISTAN ORIGINALES Y DUPLICADOS (CADA UNO ES UNA
      *CREDENCIAL FISICA A RETIRAR).

       4000-VIGENTES-BAJAS.

           MOVE 0 TO WS-CANT-LISTADAS

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CREDENCIALES VIGENTES DE ALUMNOS DADOS DE BAJA AL '
                  WS-DIA-COR '/' WS-MES-COR '/' WS-ANIO-COR
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CREDENC.  TIPO  ORIGINAL  VALIDEZ  ALUMNO  NOMBRE'
                  '                   CURSO  EMITIDA'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA
           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           OPEN INPUT CREDENC
           IF WS-FS-CRE EQUAL '05' OR '35'
               OPEN OUTPUT CREDENC
               CLOSE CREDENC
               OPEN INPUT CREDENC
           END-IF

           IF WS-FS-CRE NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CRE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 4100-UNA-CREDENCIAL UNTIL WS-SCAN-FIN
               CLOSE CREDENC
           END-IF

           MOVE WS-CANT-LISTADAS TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CREDENCIALES A RETIRAR: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA

           IF WS-CANT-LISTADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       4100-UNA-CREDENCIAL.

           READ CREDENC
           IF WS-FS-CRE NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CRE-ANIO-VALIDEZ >= WS-ANIO-COR
                   MOVE CRE-NRO-ALU TO ALU-NRO-ALU
                   READ ALUMNOS
                       INVALID KEY
                           MOVE SPACES TO REG-ALUMNO
                           MOVE CRE-NRO-ALU TO ALU-NRO-ALU
                           MOVE 'ALUMNO INEXISTENTE' TO ALU-NOMBRE
                           MOVE 'B' TO ALU-ESTADO
                           MOVE 0 TO ALU-ESCUELA
                   END-READ
                   IF ALU-ESCUELA IS NOT NUMERIC
                       MOVE 0 TO ALU-ESCUELA
                   END-IF
                   IF ALU-BAJA
                      AND (WS-ESCUELA = 0 OR ALU-ESCUELA = 0
                           OR ALU-ESCUELA = WS-ESCUELA)
                       PERFORM 4200-LINEA-CREDENCIAL
                   END-IF
               END-IF
           END-IF.

       4200-LINEA-CREDENCIAL.

           ADD 1 TO WS-CANT-LISTADAS
           MOVE SPACES TO WS-LINEA-REP
           STRING CRE-NRO '    ' CRE-TIPO '     ' CRE-NRO-ORIG
                  '    ' CRE-ANIO-VALIDEZ '     ' CRE-NRO-ALU
                  '    ' ALU-NOMBRE '  ' CRE-CURSO '     '
                  CRE-FECHA(7:2) '/' CRE-FECHA(5:2) '/'
                  CRE-FECHA(1:4)
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-HOJA.

      ******ESCRIBE UNA LINEA DE LA HOJA DE CREDENCIALES*****

       9100-ESCRIBIR-HOJA.

           WRITE REG-HOJACRED FROM WS-LINEA-REP
           IF WS-FS-SAL NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE HOJA DE CREDENCIALES: '
                       WS-FS-SAL
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
           END-IF.

           CLOSE CURSOS
           IF WS-FS-CUR NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO CURSOS: ' WS-FS-CUR
           END-IF.

           CLOSE HOJACRED
           IF WS-FS-SAL NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO HOJACRED: ' WS-FS-SAL
           END-IF.



       END PROGRAM PGMCREDE.
