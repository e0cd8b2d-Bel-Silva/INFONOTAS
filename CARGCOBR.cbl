      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga de la rendicion diaria de cobranzas del banco
      *          - lee el archivo de pagos (un pago por alumno y
      *          operacion), valida cada pago contra ALUMNOS.dat y
      *          los cargos abiertos de CUOTAS.dat, lo aplica a la
      *          deuda mas antigua primero y graba los no aplicables
      *          con codigo de motivo en el archivo de rechazos.
      *          Motivos: 01 ALUMNO INEXISTENTE
      *                   02 IMPORTE INVALIDO O EN CERO
      *                   03 FECHA DE PAGO INVALIDA O POSTERIOR A LA
      *                      RENDICION
      *                   04 ALUMNO SIN DEUDA PENDIENTE
      *                   05 PAGO MAYOR QUE LA DEUDA PENDIENTE
      *                   06 OPERACION BANCARIA YA APLICADA
      *                   07 EXCEDE LA CAPACIDAD DE LA CORRIDA (MAS
      *                      DE 3000 PAGOS ACEPTADOS)
      *          Cada pago aplicado queda como movimiento 'P' en la
      *          cuenta corriente con el saldo corrido y se audita;
      *          la corrida se registra en RUNCTL.dat (nombre logico
      *          de posteo 'COBRANZA') para que PGMBALAN balancee el
      *          dia. Al final lista los totales cobrados y
      *          rechazados para conciliar con el extracto bancario.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGCOBR.

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
           SELECT COBRANZA       ASSIGN TO "DDCOBRO"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-COB.

           SELECT CUOTAS         ASSIGN TO "DDCUOTA"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CUO.

           SELECT CUOTMP         ASSIGN TO "DDCUOTMP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CTM.

           SELECT RECHAZOS       ASSIGN TO "DDCOBRCH"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RECH.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

       DATA DIVISION.
       FILE SECTION.
       FD COBRANZA.
           COPY REGCOBR.

       FD CUOTAS.
           COPY REGCUOTA.

       FD CUOTMP.
           COPY REGCUOTA REPLACING ==REG-CUOTA== BY ==REG-CUOTMP==
                         LEADING ==CUO-== BY ==CTM-==.

       FD RECHAZOS.
           01 REG-RECHAZO.
              05 RCH-REGISTRO    PIC X(30).
              05 RCH-MOTIVO      PIC X(02).

       FD ALUMNOS.
           COPY REGALUM.

       WORKING-STORAGE SECTION.

       01  WS-FS-COB       PIC X(02).
       01  WS-FS-CUO       PIC X(02).
       01  WS-FS-CTM       PIC X(02).
       01  WS-FS-RECH      PIC X(02).
       01  WS-FS-ALU       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-MOTIVO       PIC X(02).
             88 WS-SIN-MOTIVO         VALUE SPACES.

       01  WS-FECHA-REND.
           05 WS-REND-ANIO  PIC 9(04).
           05 WS-REND-MES   PIC 9(02).
           05 WS-REND-DIA   PIC 9(02).
       01  WS-FECHA-REND-N REDEFINES WS-FECHA-REND PIC 9(08).

       01  WS-PERIODO-N    PIC 9(06).

       01  WS-FECHA-PAGO.
           05 WS-PAGO-ANIO  PIC 9(04).
           05 WS-PAGO-MES   PIC 9(02).
           05 WS-PAGO-DIA   PIC 9(02).

       01  WS-RUN-ABIERTO    PIC X VALUE 'N'.
             88 WS-RUN-REGISTRADO     VALUE 'S'.
       01  WS-ARCH-ABIERTOS  PIC X VALUE 'N'.
             88 WS-ARCH-OK            VALUE 'S'.

      *SALDO CORRIDO, DEUDA PENDIENTE Y MONTO A APLICAR A LOS CARGOS
      *EN ESTA CORRIDA, POR ALUMNO.
       01  TABLA-CUENTAS.
           05 CTA-FILA OCCURS 9999 TIMES.
               10 TAB-SALDO       PIC 9(07)V9(02).
               10 TAB-PEND        PIC 9(07)V9(02).
               10 TAB-APLICAR     PIC 9(07)V9(02).

      *OPERACIONES BANCARIAS YA APLICADAS EN EL ANIO (CONTROL DE
      *DUPLICADOS) MAS LAS ACEPTADAS EN ESTA CORRIDA.
       01  WS-REF-CANT     PIC 9(05) VALUE 0.
       01  WS-IDX-REF      PIC 9(05).
       01  TABLA-REFERENCIAS.
           05 TAB-REF OCCURS 20000 TIMES PIC X(10).
       01  WS-REF-ESTADO   PIC X.
             88 WS-REF-REPETIDA       VALUE 'S'.
             88 WS-REF-NUEVA          VALUE 'N'.

      *PAGOS ACEPTADOS, A AGREGAR A LA CUENTA CORRIENTE AL FINAL.
       01  WS-PAG-CANT     PIC 9(04) VALUE 0.
       01  WS-IDX-PAG      PIC 9(04).
       01  TABLA-PAGOS.
           05 PAG-FILA OCCURS 3000 TIMES.
               10 PAG-NRO-ALU     PIC 9(04).
               10 PAG-FECHA       PIC 9(08).
               10 PAG-NRO-CURSO   PIC 9(02).
               10 PAG-IMPORTE     PIC 9(06)V9(02).
               10 PAG-SALDO       PIC 9(07)V9(02).
               10 PAG-OPERACION   PIC X(10).

       01  WS-APLICADO     PIC 9(07)V9(02).

       01  WS-RUTAUD       PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.

       01  WS-RUTNOV        PIC X(08) VALUE 'RUTNOVED'.

       COPY LKNOVED.

       01  WS-RUTCTL         PIC X(08) VALUE 'RUTRUNCT'.

       COPY LKRUNCT.

       01  WS-BLOQ-ESTADO   PIC X VALUE 'N'.
             88 WS-BLOQ-TOMADO        VALUE 'S'.

       01  WS-RUTBLQ        PIC X(08) VALUE 'RUTBLOQ '.

       COPY LKBLOQ.

       01  WS-CANT-LEIDAS    PIC 9(05) VALUE 0.
       01  WS-CANT-ACEPTADAS PIC 9(05) VALUE 0.
       01  WS-CANT-RECHAZADAS PIC 9(05) VALUE 0.
       01  WS-IMP-ACEPTADO   PIC 9(09)V9(02) VALUE 0.
       01  WS-IMP-RECHAZADO  PIC 9(09)V9(02) VALUE 0.
       01  WP-CANT           PIC ZZZZ9.
       01  WP-TOTAL          PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

      ****************************************************
      ****************************************************
       MAIN-PROCEDURE.

           PERFORM 1000-INICIO.

           PERFORM 2000-PROCESOS UNTIL WS-FIN-PROCESO

           IF RETURN-CODE NOT EQUAL 8 AND WS-PAG-CANT > 0
               PERFORM 3000-ACTUALIZA-CUENTAS
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

           DISPLAY 'CARGA DE LA RENDICION DE COBRANZAS'
           DISPLAY 'FECHA DE LA RENDICION (AAAAMMDD): '
           ACCEPT WS-FECHA-REND-N

           IF WS-REND-MES < 1 OR WS-REND-MES > 12
              OR WS-REND-DIA < 1 OR WS-REND-DIA > 31
              OR WS-REND-ANIO < 2000
               DISPLAY 'FECHA DE RENDICION INVALIDA.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF

           COMPUTE WS-PERIODO-N = WS-REND-MES * 10000 + WS-REND-ANIO

      *LA CUENTA CORRIENTE SE REGRABA AL FINAL: NADIE MAS PUEDE
      *ESTAR FACTURANDO NI COBRANDO AL MISMO TIEMPO.
           IF NOT WS-FIN-PROCESO
               MOVE 1 TO LK-OPCION-BLQ
               MOVE 'CUOTAS  ' TO LK-BLQ-RECURSO
               MOVE 'CARGCOBR' TO LK-BLQ-PROGRAMA
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

      *LA RENDICION ES DIARIA: NO HAY CONTROL DE PERIODO YA
      *POSTEADO; LA REPETICION SE DETECTA POR NUMERO DE OPERACION.
           IF NOT WS-FIN-PROCESO
               MOVE 2 TO LK-OPCION-CTL
               MOVE 'COBRANZA' TO LK-CTL-PROGRAMA
               MOVE WS-PERIODO-N TO LK-CTL-PERIODO
               MOVE SPACES TO LK-CTL-ESTADO
               MOVE 0 TO LK-CTL-CANT-PROC
               MOVE 0 TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL
               SET WS-RUN-REGISTRADO TO TRUE
           END-IF

           IF NOT WS-FIN-PROCESO
               MOVE ZEROES TO TABLA-CUENTAS
               PERFORM 1100-CARGA-CUENTAS
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN INPUT COBRANZA
               IF WS-FS-COB IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-COB
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN OUTPUT RECHAZOS
               IF WS-FS-RECH IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-RECH
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN INPUT ALUMNOS
               IF WS-FS-ALU IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-ARCH-OK TO TRUE
               END-IF
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CARGCOBR' TO LK-VER-PROGRAMA
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
      *    SALDOS, DEUDA PENDIENTE Y      *
      *    OPERACIONES YA APLICADAS       *
      *************************************

       1100-CARGA-CUENTAS.

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
               PERFORM 1150-SCAN-CUOTAS UNTIL WS-SCAN-FIN
               CLOSE CUOTAS
           END-IF.

       1150-SCAN-CUOTAS.

           READ CUOTAS
           IF WS-FS-CUO NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CUO-NRO-ALU >= 1 AND CUO-NRO-ALU <= 9999
                   MOVE CUO-SALDO TO TAB-SALDO(CUO-NRO-ALU)
                   IF CUO-CARGO AND CUO-ADEUDADO
                       ADD CUO-PENDIENTE TO TAB-PEND(CUO-NRO-ALU)
                   END-IF
               END-IF
               IF CUO-PAGO
                  AND CUO-ANIO >= WS-REND-ANIO - 1
                  AND WS-REF-CANT < 20000
                   ADD 1 TO WS-REF-CANT
                   MOVE CUO-REFERENCIA TO TAB-REF(WS-REF-CANT)
               END-IF
           END-IF.

      *************************************
      *    PROCESA UN PAGO DEL BANCO      *
      *************************************

       2000-PROCESOS.

           READ COBRANZA

           EVALUATE WS-FS-COB
               WHEN '00'
                   ADD 1 TO WS-CANT-LEIDAS
                   PERFORM 2100-VALIDA-PAGO
                   IF WS-SIN-MOTIVO
                       PERFORM 2600-ACEPTA-PAGO
                   ELSE
                       PERFORM 2700-RECHAZAR
                   END-IF
               WHEN '10'
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA DE ARCHIVO: ' WS-FS-COB
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

      *************************************
      *    VALIDACIONES DEL PAGO          *
      *************************************

       2100-VALIDA-PAGO.

           MOVE SPACES TO WS-MOTIVO

           IF COB-NRO-ALU IS NOT NUMERIC
              OR COB-NRO-ALU = 0
               MOVE '01' TO WS-MOTIVO
           ELSE
               MOVE COB-NRO-ALU TO ALU-NRO-ALU
               READ ALUMNOS
                   INVALID KEY
                       MOVE '01' TO WS-MOTIVO
               END-READ
           END-IF

           IF WS-SIN-MOTIVO
               IF COB-IMPORTE IS NOT NUMERIC
                   MOVE '02' TO WS-MOTIVO
               ELSE
                   IF COB-IMPORTE = 0
                       MOVE '02' TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WS-SIN-MOTIVO
               IF COB-FECHA IS NOT NUMERIC
                   MOVE '03' TO WS-MOTIVO
               ELSE
                   MOVE COB-FECHA TO WS-FECHA-PAGO
                   IF WS-PAGO-MES < 1 OR WS-PAGO-MES > 12
                      OR WS-PAGO-DIA < 1 OR WS-PAGO-DIA > 31
                      OR COB-FECHA > WS-FECHA-REND-N
                       MOVE '03' TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WS-SIN-MOTIVO
               IF TAB-PEND(COB-NRO-ALU) = 0
                   MOVE '04' TO WS-MOTIVO
               ELSE
                   IF COB-IMPORTE > TAB-PEND(COB-NRO-ALU)
                       MOVE '05' TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF

           IF WS-SIN-MOTIVO
               PERFORM 2200-BUSCA-OPERACION
               IF WS-REF-REPETIDA
                   MOVE '06' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-SIN-MOTIVO
               IF WS-PAG-CANT NOT LESS THAN 3000
                   MOVE '07' TO WS-MOTIVO
               END-IF
           END-IF.

      *************************************
      *    OPERACION BANCARIA REPETIDA    *
      *************************************

       2200-BUSCA-OPERACION.

           SET WS-REF-NUEVA TO TRUE
           MOVE 1 TO WS-IDX-REF
           PERFORM 2250-COMPARA-OPERACION
                   UNTIL WS-IDX-REF > WS-REF-CANT
                      OR WS-REF-REPETIDA.

       2250-COMPARA-OPERACION.

           IF TAB-REF(WS-IDX-REF) = COB-OPERACION
               SET WS-REF-REPETIDA TO TRUE
           END-IF
           ADD 1 TO WS-IDX-REF.

      *************************************
      *    PAGO ACEPTADO: QUEDA RETENIDO  *
      *    HASTA REGRABAR LA CUENTA       *
      *************************************

       2600-ACEPTA-PAGO.

           SUBTRACT COB-IMPORTE FROM TAB-PEND(COB-NRO-ALU)
           SUBTRACT COB-IMPORTE FROM TAB-SALDO(COB-NRO-ALU)
           ADD COB-IMPORTE TO TAB-APLICAR(COB-NRO-ALU)

           ADD 1 TO WS-PAG-CANT
           MOVE COB-NRO-ALU    TO PAG-NRO-ALU(WS-PAG-CANT)
           MOVE COB-FECHA      TO PAG-FECHA(WS-PAG-CANT)
           MOVE ALU-CURSO      TO PAG-NRO-CURSO(WS-PAG-CANT)
           MOVE COB-IMPORTE    TO PAG-IMPORTE(WS-PAG-CANT)
           MOVE TAB-SALDO(COB-NRO-ALU) TO PAG-SALDO(WS-PAG-CANT)
           MOVE COB-OPERACION  TO PAG-OPERACION(WS-PAG-CANT)

           IF WS-REF-CANT < 20000
               ADD 1 TO WS-REF-CANT
               MOVE COB-OPERACION TO TAB-REF(WS-REF-CANT)
           END-IF

           ADD COB-IMPORTE TO WS-IMP-ACEPTADO.

       2700-RECHAZAR.

           MOVE REG-COBRANZA TO RCH-REGISTRO
           MOVE WS-MOTIVO TO RCH-MOTIVO

           WRITE REG-RECHAZO
           IF WS-FS-RECH IS NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR RECHAZO: ' WS-FS-RECH
           ELSE
               ADD 1 TO WS-CANT-RECHAZADAS
               IF COB-IMPORTE IS NUMERIC
                   ADD COB-IMPORTE TO WS-IMP-RECHAZADO
               END-IF
           END-IF.

      *************************************
      *    REGRABA LA CUENTA CORRIENTE    *
      *    (VIA TEMPORAL)                 *
      *************************************
      *LOS CARGOS ESTAN EN ORDEN CRONOLOGICO: AL RECORRERLOS EN
      *ORDEN, EL MONTO COBRADO DE CADA ALUMNO CANCELA PRIMERO LA
      *DEUDA MAS ANTIGUA. LOS PAGOS SE AGREGAN AL FINAL.

       3000-ACTUALIZA-CUENTAS.

           OPEN INPUT CUOTAS
           IF WS-FS-CUO NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CUOTMP
               IF WS-FS-CTM NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CTM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 3100-COPIA-APLICANDO UNTIL WS-SCAN-FIN

                   PERFORM VARYING WS-IDX-PAG FROM 1 BY 1
                           UNTIL WS-IDX-PAG > WS-PAG-CANT
                       PERFORM 3200-GRABA-PAGO
                   END-PERFORM

                   CLOSE CUOTMP
               END-IF
               CLOSE CUOTAS
           END-IF

      *SI FALLO LA GRABACION DEL TEMPORAL NO SE TOCA CUOTAS.DAT:
      *QUEDA COMO ESTABA Y LA RENDICION SE PUEDE VOLVER A CARGAR.
           IF RETURN-CODE = 8
               DISPLAY 'CUENTA CORRIENTE NO ACTUALIZADA.'
           ELSE
               PERFORM 3050-COPIA-VUELTA
           END-IF

      *LOS PAGOS SE AUDITAN RECIEN CUANDO QUEDARON EN CUOTAS.DAT.
           IF RETURN-CODE NOT EQUAL 8
               PERFORM VARYING WS-IDX-PAG FROM 1 BY 1
                       UNTIL WS-IDX-PAG > WS-PAG-CANT
                   PERFORM 3150-ARMA-PAGO
                   PERFORM 3900-AUDITORIA
               END-PERFORM
           END-IF.

       3050-COPIA-VUELTA.

           OPEN INPUT CUOTMP
           IF WS-FS-CTM NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CTM
               DISPLAY 'CUENTA CORRIENTE NO ACTUALIZADA.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CUOTAS
               IF WS-FS-CUO NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CUO
                   DISPLAY 'CUENTA CORRIENTE NO ACTUALIZADA.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-SCAN-SIGUE TO TRUE
                   PERFORM 3300-COPIA-VUELTA UNTIL WS-SCAN-FIN
                   CLOSE CUOTAS
               END-IF
               CLOSE CUOTMP
           END-IF.

       3100-COPIA-APLICANDO.

           READ CUOTAS
           IF WS-FS-CUO NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF CUO-CARGO AND CUO-ADEUDADO
                  AND CUO-NRO-ALU >= 1 AND CUO-NRO-ALU <= 9999
                  AND TAB-APLICAR(CUO-NRO-ALU) > 0
                   IF TAB-APLICAR(CUO-NRO-ALU) < CUO-PENDIENTE
                       MOVE TAB-APLICAR(CUO-NRO-ALU) TO WS-APLICADO
                   ELSE
                       MOVE CUO-PENDIENTE TO WS-APLICADO
                   END-IF
                   SUBTRACT WS-APLICADO FROM CUO-PENDIENTE
                   SUBTRACT WS-APLICADO FROM TAB-APLICAR(CUO-NRO-ALU)
                   IF CUO-PENDIENTE = 0
                       SET CUO-CANCELADO TO TRUE
                   END-IF
               END-IF
               MOVE REG-CUOTA TO REG-CUOTMP
               WRITE REG-CUOTMP
               IF WS-FS-CTM IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-CTM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3150-ARMA-PAGO.

           MOVE PAG-NRO-ALU(WS-IDX-PAG)  TO CTM-NRO-ALU
           MOVE PAG-FECHA(WS-IDX-PAG)(1:4) TO CTM-ANIO
           MOVE PAG-FECHA(WS-IDX-PAG)(5:2) TO CTM-MES
           SET CTM-PAGO                  TO TRUE
           MOVE PAG-FECHA(WS-IDX-PAG)    TO CTM-FECHA
           MOVE PAG-NRO-CURSO(WS-IDX-PAG) TO CTM-NRO-CURSO
           MOVE PAG-IMPORTE(WS-IDX-PAG)  TO CTM-BRUTO
           MOVE 0                        TO CTM-PORC-BECA
           MOVE PAG-IMPORTE(WS-IDX-PAG)  TO CTM-IMPORTE
           MOVE 0                        TO CTM-PENDIENTE
           MOVE PAG-SALDO(WS-IDX-PAG)    TO CTM-SALDO
           MOVE PAG-OPERACION(WS-IDX-PAG) TO CTM-REFERENCIA
           SET CTM-CANCELADO             TO TRUE.

       3200-GRABA-PAGO.

           PERFORM 3150-ARMA-PAGO

           WRITE REG-CUOTMP
           IF WS-FS-CTM IS NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR TEMPORAL: ' WS-FS-CTM
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-CANT-ACEPTADAS
           END-IF.

       3300-COPIA-VUELTA.

           READ CUOTMP
           IF WS-FS-CTM NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               MOVE REG-CUOTMP TO REG-CUOTA
               WRITE REG-CUOTA
               IF WS-FS-CUO IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-CUO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *************************************
      *    AUDITORIA DE CADA PAGO         *
      *    APLICADO (BALANCE DEL DIA)     *
      *************************************

       3900-AUDITORIA.

           MOVE 1 TO LK-OPCION-AUD
           MOVE 'CARGCOBR' TO LK-AUD-PROGRAMA
           MOVE 'CUOTAS  ' TO LK-AUD-ARCHIVO
           MOVE 'A' TO LK-AUD-OPERACION
           MOVE SPACES TO LK-AUD-CLAVE
           MOVE CTM-REFERENCIA TO LK-AUD-CLAVE
           MOVE SPACES TO LK-AUD-IMAGEN-ANT
           MOVE REG-CUOTMP TO LK-AUD-IMAGEN-NVA
           MOVE 0 TO LK-AUD-OPERADOR

           CALL WS-RUTAUD USING LK-COM-AUDITORIA.

      *************************************
      *************************************
       9999-CIERRE.

           IF WS-ARCH-OK
               CLOSE COBRANZA
               IF WS-FS-COB NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO COBRANZA: '
                           WS-FS-COB
               END-IF

               CLOSE RECHAZOS
               IF WS-FS-RECH NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO RECHAZOS: '
                           WS-FS-RECH
               END-IF

               CLOSE ALUMNOS
               IF WS-FS-ALU NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: '
                           WS-FS-ALU
               END-IF
           END-IF

           MOVE WS-CANT-LEIDAS TO WP-CANT
           DISPLAY 'PAGOS LEIDOS     : ' WP-CANT
           MOVE WS-CANT-ACEPTADAS TO WP-CANT
           DISPLAY 'PAGOS APLICADOS  : ' WP-CANT
           MOVE WS-IMP-ACEPTADO TO WP-TOTAL
           DISPLAY 'IMPORTE APLICADO : ' WP-TOTAL
           MOVE WS-CANT-RECHAZADAS TO WP-CANT
           DISPLAY 'PAGOS RECHAZADOS : ' WP-CANT
           MOVE WS-IMP-RECHAZADO TO WP-TOTAL
           DISPLAY 'IMPORTE RECHAZADO: ' WP-TOTAL

      *CON RECHAZOS LA CORRIDA TERMINA RC 4 PARA QUE TESORERIA
      *REVISE EL ARCHIVO DE RECHAZOS.
           IF WS-CANT-RECHAZADAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-CANT-RECHAZADAS > 0
               MOVE 1 TO LK-OPCION-NOV
               MOVE 'CARGCOBR' TO LK-NOV-PROGRAMA
               MOVE 'A' TO LK-NOV-SEVERIDAD
               MOVE SPACES TO LK-NOV-TEXTO
               STRING 'PAGOS RECHAZADOS EN COBRANZA: '
                      WS-CANT-RECHAZADAS
                      DELIMITED BY SIZE INTO LK-NOV-TEXTO
               MOVE SPACES TO LK-NOV-REFERENCIA
               MOVE WS-FECHA-REND-N TO LK-NOV-REFERENCIA(1:8)
               CALL WS-RUTNOV USING LK-COM-NOVEDAD
           END-IF

           IF WS-RUN-REGISTRADO
               MOVE 3 TO LK-OPCION-CTL
               MOVE 'COBRANZA' TO LK-CTL-PROGRAMA
               MOVE WS-PERIODO-N TO LK-CTL-PERIODO
               IF RETURN-CODE = 8
                   MOVE 'E' TO LK-CTL-ESTADO
               ELSE
                   MOVE 'P' TO LK-CTL-ESTADO
               END-IF
               MOVE WS-CANT-ACEPTADAS TO LK-CTL-CANT-PROC
               MOVE WS-CANT-RECHAZADAS TO LK-CTL-CANT-RECH
               CALL WS-RUTCTL USING LK-COM-RUNCTL
           END-IF

           IF WS-BLOQ-TOMADO
               MOVE 2 TO LK-OPCION-BLQ
               MOVE 'CUOTAS  ' TO LK-BLQ-RECURSO
               MOVE 'CARGCOBR' TO LK-BLQ-PROGRAMA
               CALL WS-RUTBLQ USING LK-COM-BLOQUEO
           END-IF.



       END PROGRAM CARGCOBR.
