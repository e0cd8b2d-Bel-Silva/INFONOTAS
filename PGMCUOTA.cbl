      ******************************************************************
      * Author:
      * Date:
      * Purpose: Facturacion mensual de aranceles - para el periodo
      *          MMAAAA declarado postea en CUOTAS.dat un cargo 'C'
      *          por cada alumno activo de ALUMNOS.dat: el arancel de
      *          su curso y anio (ARANCELES.dat, CREAARAN) menos el
      *          porcentaje de la beca vigente del anio (BECAS.dat
      *          'V', resuelta por PGMBECA). Cada cargo lleva el
      *          saldo corrido del alumno. Alumnos sin curso o con
      *          curso sin arancel se listan como rechazados (RC 4 y
      *          novedad); un alumno ya facturado en el periodo se
      *          saltea, asi una corrida abortada se repite sin
      *          duplicar cargos. La corrida se registra en
      *          RUNCTL.dat (nombre logico de posteo 'CUOTAS') y un
      *          periodo ya posteado se rechaza. Con rechazos la
      *          corrida queda en 'E' y no en 'P': corregido
      *          ARANCELES.dat el periodo se vuelve a correr y solo
      *          factura a los que faltaron.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCUOTA.

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
                                      ACCESS MODE IS SEQUENTIAL
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT ARANCELES      ASSIGN TO "DDARAN"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ARA.

           SELECT BECAS          ASSIGN TO "DDBECA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-BEC.

           SELECT CUOTAS         ASSIGN TO "DDCUOTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CUO.

           SELECT LISTADO        ASSIGN TO "DDCUOLST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD ALUMNOS.
           COPY REGALUM.

       FD ARANCELES.
           COPY REGARAN.

       FD BECAS.
           COPY REGBECA.

       FD CUOTAS.
           COPY REGCUOTA.

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-ARA       PIC X(02).
       01  WS-FS-BEC       PIC X(02).
       01  WS-FS-CUO       PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-PERIODO.
           05 WS-PER-MES    PIC 9(02).
           05 WS-PER-ANIO   PIC 9(04).
       01  WS-PERIODO-N REDEFINES WS-PERIODO PIC 9(06).

       01  WS-RUN-ABIERTO    PIC X VALUE 'N'.
             88 WS-RUN-REGISTRADO     VALUE 'S'.
       01  WS-ALU-ABIERTO  PIC X VALUE 'N'.
             88 WS-ALU-OK             VALUE 'S'.
       01  WS-CUO-ABIERTO  PIC X VALUE 'N'.
             88 WS-CUO-OK             VALUE 'S'.
       01  WS-LST-ABIERTO  PIC X VALUE 'N'.
             88 WS-LST-OK             VALUE 'S'.

      *CUOTA DEL ANIO POR CURSO (ARANCELES.dat).
       01  TABLA-ARANCELES.
           05 TAB-ARANCEL OCCURS 99 TIMES PIC 9(06)V9(02).

      *PORCENTAJE DE BECA VIGENTE, SALDO CORRIDO Y MARCA DE YA
      *FACTURADO EN EL PERIODO, POR ALUMNO.
       01  TABLA-CUENTAS.
           05 CTA-FILA OCCURS 9999 TIMES.
               10 TAB-PORC-BECA   PIC 9(03).
               10 TAB-SALDO       PIC 9(07)V9(02).
               10 TAB-FACTURADO   PIC X(01).

       01  WS-FECHA-HOY    PIC 9(08).
       01  WS-BRUTO        PIC 9(06)V9(02).
       01  WS-DESCUENTO    PIC 9(06)V9(02).
       01  WS-NETO         PIC 9(06)V9(02).

       01  WS-CANT-FACT    PIC 9(05) VALUE 0.
       01  WS-CANT-RECH    PIC 9(05) VALUE 0.
       01  WS-CANT-YA      PIC 9(05) VALUE 0.
       01  WS-CANT-BECA    PIC 9(05) VALUE 0.
       01  WS-TOT-BRUTO    PIC 9(09)V9(02) VALUE 0.
       01  WS-TOT-DESC     PIC 9(09)V9(02) VALUE 0.
       01  WS-TOT-NETO     PIC 9(09)V9(02) VALUE 0.

       01  WP-CANT         PIC ZZZZ9.
       01  WP-PORC         PIC ZZ9.
       01  WP-IMPORTE      PIC ZZZ.ZZ9,99.
       01  WP-DESC         PIC ZZZ.ZZ9,99.
       01  WP-NETO         PIC ZZZ.ZZ9,99.
       01  WP-SALDO        PIC Z.ZZZ.ZZ9,99.
       01  WP-TOTAL        PIC ZZZ.ZZZ.ZZ9,99.

      *********COMUNICACION ******************

       01  WS-RUTIF  PIC X(08)  VALUE 'RUTIFECH'.

       01  LK-AREA.
           05 LK-ENTRADA.
              10 LK-MES   PIC 9(02).
              10 LK-LIT   PIC X   VALUE '/'.
              10 LK-ANIO  PIC 9(04).
           05 LK-SALIDA.
              10 FORMATO-1     PIC X(07).
              10 LK-RETORNO    PIC X(20).
              10 LK-CONTROL    PIC 9(02).

       01  WS-RUTCTL         PIC X(08) VALUE 'RUTRUNCT'.

       COPY LKRUNCT.

       01  WS-RUTNOV         PIC X(08) VALUE 'RUTNOVED'.

       COPY LKNOVED.

       01  WS-RUTRPC         PIC X(08) VALUE 'RUTREPCA'.

       COPY LKREPCA.

       01  WS-BLOQ-ESTADO   PIC X VALUE 'N'.
             88 WS-BLOQ-TOMADO        VALUE 'S'.

       01  WS-RUTBLQ        PIC X(08) VALUE 'RUTBLOQ '.

       COPY LKBLOQ.

      ********VARIABLES DE IMPRESION *************

       01  WS-LINEA-REP    PIC X(132).
       01  WS-FECHA-CORRIDA.
           03 WS-ANIO-COR   PIC 9(04).
           03 WS-MES-COR    PIC 9(02).
           03 WS-DIA-COR    PIC 9(02).

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
               PERFORM 1500-ENCABEZADO
           END-IF

           PERFORM 2000-PROCESOS UNTIL WS-FIN-PROCESO

           IF RETURN-CODE NOT EQUAL 8
               PERFORM 3000-TOTALES
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

           DISPLAY 'FACTURACION MENSUAL DE ARANCELES'
           DISPLAY 'PERIODO A FACTURAR (MMAAAA): '
           ACCEPT WS-PERIODO-N

           MOVE WS-PER-MES  TO LK-MES
           MOVE WS-PER-ANIO TO LK-ANIO
           CALL WS-RUTIF USING LK-AREA
           IF LK-CONTROL NOT EQUAL 10
               DISPLAY '   PERIODO INVALIDO: ' LK-RETORNO
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE 1 TO LK-OPCION-BLQ
               MOVE 'CUOTAS  ' TO LK-BLQ-RECURSO
               MOVE 'PGMCUOTA' TO LK-BLQ-PROGRAMA
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
               MOVE 1 TO LK-OPCION-CTL
               MOVE 'CUOTAS  ' TO LK-CTL-PROGRAMA
               MOVE WS-PERIODO-N TO LK-CTL-PERIODO
               CALL WS-RUTCTL USING LK-COM-RUNCTL

               IF LK-RESULTADO-CTL = 20
                   DISPLAY 'PERIODO YA FACTURADO. CORRIDA CANCELADA.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   MOVE 2 TO LK-OPCION-CTL
                   MOVE SPACES TO LK-CTL-ESTADO
                   MOVE 0 TO LK-CTL-CANT-PROC
                   MOVE 0 TO LK-CTL-CANT-RECH
                   CALL WS-RUTCTL USING LK-COM-RUNCTL
                   SET WS-RUN-REGISTRADO TO TRUE
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-COR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-COR
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA-COR

           MOVE ZEROES TO TABLA-ARANCELES
           MOVE ZEROES TO TABLA-CUENTAS

           IF NOT WS-FIN-PROCESO
               PERFORM 1100-CARGA-ARANCELES
               PERFORM 1200-CARGA-BECAS
               PERFORM 1300-CARGA-CUENTAS
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN INPUT ALUMNOS
               IF WS-FS-ALU NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-ALU-OK TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN EXTEND CUOTAS
               IF WS-FS-CUO NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUO
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-CUO-OK TO TRUE
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
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMCUOTA' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
           CALL WS-RUTVER USING LK-COM-VERSION

      *CON UN LAYOUT RECHAZADO LA CORRIDA TERMINA ACA, ANTES DE
      *ABRIR ARCHIVOS O TOMAR BLOQUEOS.
           IF LK-VER-RECHAZOS > 0
               DISPLAY 'CORRIDA CANCELADA.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *************************************
      *    ARANCELES ACTIVOS DEL ANIO     *
      *************************************

       1100-CARGA-ARANCELES.

           OPEN INPUT ARANCELES
           IF WS-FS-ARA EQUAL '05' OR '35'
               OPEN OUTPUT ARANCELES
               CLOSE ARANCELES
               OPEN INPUT ARANCELES
           END-IF

           IF WS-FS-ARA NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ARA
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1150-SCAN-ARANCELES UNTIL WS-SCAN-FIN
               CLOSE ARANCELES
           END-IF.

       1150-SCAN-ARANCELES.

           READ ARANCELES
           IF WS-FS-ARA NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ARA-ANIO = WS-PER-ANIO AND ARA-ACTIVO
                  AND ARA-NRO-CURSO >= 1 AND ARA-NRO-CURSO <= 99
                   MOVE ARA-IMPORTE TO TAB-ARANCEL(ARA-NRO-CURSO)
               END-IF
           END-IF.

      *************************************
      *    BECAS VIGENTES DEL ANIO        *
      *************************************
      *SOLO CUENTA LA BECA OTORGADA ('V'); LA PROPUESTA ('P') TODAVIA
      *NO TIENE RESOLUCION. CON MAS DE UNA VIGENTE SE TOMA LA MAYOR.

       1200-CARGA-BECAS.

           OPEN INPUT BECAS
           IF WS-FS-BEC EQUAL '05' OR '35'
               OPEN OUTPUT BECAS
               CLOSE BECAS
               OPEN INPUT BECAS
           END-IF

           IF WS-FS-BEC NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-BEC
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1250-SCAN-BECAS UNTIL WS-SCAN-FIN
               CLOSE BECAS
           END-IF.

       1250-SCAN-BECAS.

           READ BECAS
           IF WS-FS-BEC NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF BEC-ANIO = WS-PER-ANIO AND BEC-VIGENTE
                  AND BEC-NRO-ALU >= 1 AND BEC-NRO-ALU <= 9999
                  AND BEC-PORCENTAJE > TAB-PORC-BECA(BEC-NRO-ALU)
                   IF BEC-PORCENTAJE > 100
                       MOVE 100 TO TAB-PORC-BECA(BEC-NRO-ALU)
                   ELSE
                       MOVE BEC-PORCENTAJE
                         TO TAB-PORC-BECA(BEC-NRO-ALU)
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    SALDO CORRIDO Y CARGOS YA      *
      *    POSTEADOS EN EL PERIODO        *
      *************************************
      *EL ARCHIVO ESTA EN ORDEN CRONOLOGICO: EL ULTIMO MOVIMIENTO DE
      *CADA ALUMNO TRAE SU SALDO ACTUAL.

       1300-CARGA-CUENTAS.

           OPEN INPUT CUOTAS
           IF WS-FS-CUO EQUAL '05' OR '35'
               OPEN OUTPUT CUOTAS
               CLOSE CUOTAS
               OPEN INPUT CUOTAS
           END-IF

           IF WS-FS-CUO NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUO
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1350-SCAN-CUOTAS UNTIL WS-SCAN-FIN
               CLOSE CUOTAS
           END-IF.

       1350-SCAN-CUOTAS.

           READ CUOTAS
           IF WS-FS-CUO NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CUO-NRO-ALU >= 1 AND CUO-NRO-ALU <= 9999
                   MOVE CUO-SALDO TO TAB-SALDO(CUO-NRO-ALU)
                   IF CUO-CARGO AND CUO-ANIO = WS-PER-ANIO
                      AND CUO-MES = WS-PER-MES
                       MOVE 'S' TO TAB-FACTURADO(CUO-NRO-ALU)
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    ENCABEZADO DEL LISTADO         *
      *************************************

       1500-ENCABEZADO.

           MOVE SPACES TO WS-LINEA-REP
           STRING 'FACTURACION DE ARANCELES - PERIODO '
                  WS-PER-MES '/' WS-PER-ANIO
                  '   FECHA DE CORRIDA: '
                  WS-DIA-COR '/' WS-MES-COR '/' WS-ANIO-COR
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNO NOMBRE                  CURSO    ARANCEL'
                  '  BECA   DESCUENTO      CARGO         SALDO'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    RECORRE EL MAESTRO DE ALUMNOS  *
      *************************************

       2000-PROCESOS.

           READ ALUMNOS

           EVALUATE WS-FS-ALU
               WHEN '00'
                   IF ALU-ACTIVO
                      AND ALU-NRO-ALU >= 1 AND ALU-NRO-ALU <= 9999
                       PERFORM 2100-FACTURA-ALUMNO
                   END-IF
               WHEN '10'
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA DE ARCHIVO: ' WS-FS-ALU
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *************************************
      *    UN CARGO POR ALUMNO ACTIVO     *
      *************************************

       2100-FACTURA-ALUMNO.

           EVALUATE TRUE
               WHEN TAB-FACTURADO(ALU-NRO-ALU) = 'S'
                   ADD 1 TO WS-CANT-YA
               WHEN ALU-CURSO = 0
                   MOVE SPACES TO WS-LINEA-REP
                   STRING ALU-NRO-ALU '   ' ALU-NOMBRE
                          '  RECHAZADO: ALUMNO SIN CURSO ASIGNADO'
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
                   ADD 1 TO WS-CANT-RECH
               WHEN TAB-ARANCEL(ALU-CURSO) = 0
                   MOVE SPACES TO WS-LINEA-REP
                   STRING ALU-NRO-ALU '   ' ALU-NOMBRE
                          '  ' ALU-CURSO
                          '  RECHAZADO: CURSO SIN ARANCEL PARA EL'
                          ' ANIO'
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
                   ADD 1 TO WS-CANT-RECH
               WHEN OTHER
                   PERFORM 2200-GRABA-CARGO
           END-EVALUATE.

       2200-GRABA-CARGO.

           MOVE TAB-ARANCEL(ALU-CURSO) TO WS-BRUTO
           COMPUTE WS-DESCUENTO ROUNDED =
                   WS-BRUTO * TAB-PORC-BECA(ALU-NRO-ALU) / 100
           COMPUTE WS-NETO = WS-BRUTO - WS-DESCUENTO
           ADD WS-NETO TO TAB-SALDO(ALU-NRO-ALU)

           MOVE ALU-NRO-ALU   TO CUO-NRO-ALU
           MOVE WS-PER-ANIO   TO CUO-ANIO
           MOVE WS-PER-MES    TO CUO-MES
           SET CUO-CARGO      TO TRUE
           MOVE WS-FECHA-HOY  TO CUO-FECHA
           MOVE ALU-CURSO     TO CUO-NRO-CURSO
           MOVE WS-BRUTO      TO CUO-BRUTO
           MOVE TAB-PORC-BECA(ALU-NRO-ALU) TO CUO-PORC-BECA
           MOVE WS-NETO       TO CUO-IMPORTE
           MOVE WS-NETO       TO CUO-PENDIENTE
           MOVE TAB-SALDO(ALU-NRO-ALU) TO CUO-SALDO
           MOVE SPACES        TO CUO-REFERENCIA
      *UNA BECA DEL 100% DEJA EL CARGO EN CERO, YA CANCELADO.
           IF WS-NETO = 0
               SET CUO-CANCELADO TO TRUE
           ELSE
               SET CUO-ADEUDADO  TO TRUE
           END-IF

           WRITE REG-CUOTA
           IF WS-FS-CUO IS NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-CUO
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               ADD 1 TO WS-CANT-FACT
               IF TAB-PORC-BECA(ALU-NRO-ALU) > 0
                   ADD 1 TO WS-CANT-BECA
               END-IF
               ADD WS-BRUTO     TO WS-TOT-BRUTO
               ADD WS-DESCUENTO TO WS-TOT-DESC
               ADD WS-NETO      TO WS-TOT-NETO

               MOVE WS-BRUTO     TO WP-IMPORTE
               MOVE TAB-PORC-BECA(ALU-NRO-ALU) TO WP-PORC
               MOVE WS-DESCUENTO TO WP-DESC
               MOVE WS-NETO      TO WP-NETO
               MOVE TAB-SALDO(ALU-NRO-ALU) TO WP-SALDO
               MOVE SPACES TO WS-LINEA-REP
               STRING ALU-NRO-ALU '   ' ALU-NOMBRE
                      '  ' ALU-CURSO
                      '  ' WP-IMPORTE
                      '  ' WP-PORC '%'
                      '  ' WP-DESC
                      '  ' WP-NETO
                      '  ' WP-SALDO
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-LISTADO
           END-IF.

      *************************************
      *    TOTALES DE LA FACTURACION      *
      *************************************

       3000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-FACT TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'CARGOS POSTEADOS      : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-BECA TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING '   CON DESCUENTO BECA : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-YA TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'YA FACTURADOS (SALTEO): ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-RECH TO WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'RECHAZADOS            : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-TOT-BRUTO TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING 'TOTAL ARANCELES       : ' WP-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-TOT-DESC TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING 'TOTAL DESCUENTO BECAS : ' WP-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-TOT-NETO TO WP-TOTAL
           MOVE SPACES TO WS-LINEA-REP
           STRING 'TOTAL FACTURADO       : ' WP-TOTAL
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
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

           IF WS-ALU-OK
               CLOSE ALUMNOS
               IF WS-FS-ALU NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: '
                           WS-FS-ALU
               END-IF
           END-IF

           IF WS-CUO-OK
               CLOSE CUOTAS
               IF WS-FS-CUO NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO CUOTAS: '
                           WS-FS-CUO
               END-IF
           END-IF

           IF WS-LST-OK
               CLOSE LISTADO
               IF WS-FS-LST NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: '
                           WS-FS-LST
               END-IF
           END-IF

      *ALUMNOS SIN ARANCEL: RC 4 Y AVISO EN LA BANDEJA DE NOVEDADES
      *PARA QUE LA ADMINISTRACION COMPLETE ARANCELES.dat.
           IF WS-CANT-RECH > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-CANT-RECH > 0
               MOVE 1 TO LK-OPCION-NOV
               MOVE 'PGMCUOTA' TO LK-NOV-PROGRAMA
               MOVE 'A' TO LK-NOV-SEVERIDAD
               MOVE SPACES TO LK-NOV-TEXTO
               STRING 'ALUMNOS SIN ARANCEL FACTURABLE: '
                      WS-CANT-RECH
                      DELIMITED BY SIZE INTO LK-NOV-TEXTO
               MOVE SPACES TO LK-NOV-REFERENCIA
               MOVE WS-PERIODO-N TO LK-NOV-REFERENCIA(1:6)
               CALL WS-RUTNOV USING LK-COM-NOVEDAD
           END-IF

           IF WS-RUN-REGISTRADO
               MOVE 3 TO LK-OPCION-CTL
               MOVE 'CUOTAS  ' TO LK-CTL-PROGRAMA
               MOVE WS-PERIODO-N TO LK-CTL-PERIODO
      *CON RECHAZOS EL PERIODO NO QUEDA POSTEADO, PARA PODER
      *REPETIRLO: LOS YA FACTURADOS SE SALTEAN (TAB-FACTURADO).
               IF RETURN-CODE = 8 OR WS-CANT-RECH > 0
                   MOVE 'E' TO LK-CTL-ESTADO
               ELSE
                   MOVE 'P' TO LK-CTL-ESTADO
               END-IF
               MOVE WS-CANT-FACT TO LK-CTL-CANT-PROC
               MOVE WS-CANT-RECH TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL
           END-IF

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMCUOTA' TO LK-RPC-PROGRAMA
               MOVE WS-PERIODO-N TO LK-RPC-PERIODO
               MOVE SPACES TO LK-RPC-FILTROS
               MOVE 'DDCUOLST' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF

           IF WS-BLOQ-TOMADO
               MOVE 2 TO LK-OPCION-BLQ
               MOVE 'CUOTAS  ' TO LK-BLQ-RECURSO
               MOVE 'PGMCUOTA' TO LK-BLQ-PROGRAMA
               CALL WS-RUTBLQ USING LK-COM-BLOQUEO
           END-IF.



       END PROGRAM PGMCUOTA.
