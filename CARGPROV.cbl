      * Purpose: Toma masiva del padron que envia la autoridad
      *          provincial cada marzo (layout posicional hermano del
      *          extracto de PGMMINIS: cabecera '1' con fecha y anio,
      *          detalle '2' con alumno/nombre/pais y fecha de
      *          nacimiento, cola '9' con la cantidad). Reconcilia
      *          contra el maestro indexado de
      *          ALUMNOS: los alumnos nuevos se dan de alta (curso 00
      *          a completar por CREAALUM), las diferencias de nombre
      *          se informan sin tocar el maestro, y los alumnos
      *          CARGNOTA):
      *            01 TIPO DE REGISTRO INVALIDO  02 NRO ALUMNO CERO
      *            03 NOMBRE VACIO
      *            04 FECHA DE NACIMIENTO INVALIDA
      *          La fecha de nacimiento en blanco o en ceros se toma
      *          como sin informar; si el maestro no la tiene se
      *          completa con la del padron y si difiere se informa.
      *          Cada alta aplicada queda en la auditoria (RUTAUDIT).
      *          Las altas quedan en la escuela de trabajo (RUTESCUE:
      *          DDESCU y la tarjeta opcional DDESCSEL); sin tarjeta
      *          (00 = todas) quedan en la 01, la sede, como los
      *          registros que convirtio CONVALUM.
      *          RC 4 = hubo rechazos, diferencias o posibles bajas;
      *          RC 8 = la cola no balancea o error de archivo.
      * Tectonics: cobc
              05 PRO-NRO-ALU     PIC 9(04).
              05 PRO-NOMBRE      PIC X(23).
              05 PRO-NRO-PAIS    PIC 9(03).
              05 PRO-FECHA-NAC   PIC X(08).
           01 REG-PRO-CABECERA.
              05 PCB-TIPO        PIC X(01).
              05 PCB-FECHA       PIC 9(08).
              05 PCB-ANIO        PIC 9(04).
              05 PCB-ORIGEN      PIC X(10).
              05 FILLER          PIC X(16).
           01 REG-PRO-COLA.
              05 PCO-TIPO        PIC X(01).
              05 PCO-CANTIDAD    PIC 9(07).
              05 FILLER          PIC X(31).

       FD ALUMNOS.
           COPY REGALUM.

       FD RECHAZOS.
           01 REG-RECHAZO.
              05 RCH-REGISTRO    PIC X(39).
              05 RCH-MOTIVO      PIC X(02).

       FD LISTADO.
       01  WS-CANT-LEIDOS  PIC 9(07) VALUE 0.
       01  WS-CANT-ALTAS   PIC 9(07) VALUE 0.
       01  WS-CANT-DIFER   PIC 9(07) VALUE 0.
       01  WS-CANT-NAC     PIC 9(07) VALUE 0.
       01  WS-CANT-RECHAZOS PIC 9(07) VALUE 0.
       01  WS-CANT-BAJAS   PIC 9(07) VALUE 0.
       01  WS-COLA-CANT    PIC 9(07) VALUE 0.
       01  TABLA-VISTOS.
           05 TAB-VISTO OCCURS 9999 TIMES PIC X(01).

       01  WS-FECHA-NAC    PIC 9(08).
       01  WS-FECHA-NAC-R REDEFINES WS-FECHA-NAC.
           05 WS-NAC-ANIO    PIC 9(04).
           05 WS-NAC-MES     PIC 9(02).
           05 WS-NAC-DIA     PIC 9(02).
       01  WS-DIAS-MES     PIC 9(02).
       01  WS-COCIENTE     PIC 9(04).
       01  WS-RESTO-BIS    PIC 9(02).
       01  WS-HOY          PIC 9(08).
       01  WS-IMAGEN-ANT   PIC X(40).

       01  WS-RUTIF        PIC X(08) VALUE 'RUTIFECH'.

       01  LK-AREA.
           05 LK-ENTRADA.
              10 LK-MES   PIC 9(02).
              10 LK-LIT   PIC X   VALUE '/'.
              10 LK-ANIO  PIC 9(04).
           05 LK-SALIDA.
              10 FORMATO-1     PIC X(07).
              10 LK-RETORNO    PIC X(20).
              10 LK-CONTROL    PIC 9(02).

       01  WS-ESCUELA      PIC 9(02).

       01  WS-RUTESC       PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTAUD       PIC X(08) VALUE 'RUTAUDIT'.

       COPY LKAUDIT.

       01  LIT-SPACES   PIC X(75) VALUE ALL '-'.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           DISPLAY 'TOMA DEL PADRON PROVINCIAL'

           PERFORM 1600-ESCUELA

           MOVE SPACES TO TABLA-VISTOS

           OPEN INPUT PROVINCIA
           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CARGPROV' TO LK-VER-PROGRAMA
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
      *    ESCUELA DE LAS ALTAS (PASO     *
      *    BATCH: SIN OPERADOR, DDESCSEL) *
      *************************************

       1600-ESCUELA.

           MOVE 1 TO LK-OPCION-ESC
           MOVE 0 TO LK-ESC-OPERADOR
           CALL WS-RUTESC USING LK-COM-ESCUELA
           MOVE LK-ESC-CODIGO TO WS-ESCUELA
           IF WS-ESCUELA = 0
               MOVE 1 TO WS-ESCUELA
           END-IF
           DISPLAY 'ESCUELA DE LAS ALTAS: ' WS-ESCUELA.

      *************************************
      *    UN REGISTRO DEL PADRON         *
      *************************************

           IF WS-SIN-MOTIVO AND PRO-NOMBRE = SPACES
               MOVE '03' TO WS-MOTIVO
           END-IF

           IF WS-SIN-MOTIVO
               PERFORM 2250-VALIDA-NACIMIENTO
           END-IF.

      *EN BLANCO O EN CEROS = SIN INFORMAR. MES Y ANIO POR LA
      *RUTINA COMUN; EL DIA CONTRA EL LARGO DEL MES, NO POSTERIOR A
      *HOY.

       2250-VALIDA-NACIMIENTO.

           MOVE 0 TO WS-FECHA-NAC

           IF PRO-FECHA-NAC NOT EQUAL SPACES
               IF PRO-FECHA-NAC IS NOT NUMERIC
                   MOVE '04' TO WS-MOTIVO
               ELSE
                   MOVE PRO-FECHA-NAC TO WS-FECHA-NAC
               END-IF
           END-IF

           IF WS-SIN-MOTIVO AND WS-FECHA-NAC NOT EQUAL 0
               MOVE WS-NAC-MES  TO LK-MES
               MOVE WS-NAC-ANIO TO LK-ANIO
               CALL WS-RUTIF USING LK-AREA
               IF LK-CONTROL NOT EQUAL 10
                   MOVE '04' TO WS-MOTIVO
               ELSE
                   EVALUATE WS-NAC-MES
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           MOVE 30 TO WS-DIAS-MES
                       WHEN 2
                           DIVIDE WS-NAC-ANIO BY 4 GIVING WS-COCIENTE
                                  REMAINDER WS-RESTO-BIS
                           IF WS-RESTO-BIS = 0
                               MOVE 29 TO WS-DIAS-MES
                           ELSE
                               MOVE 28 TO WS-DIAS-MES
                           END-IF
                       WHEN OTHER
                           MOVE 31 TO WS-DIAS-MES
                   END-EVALUATE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY
                   IF WS-NAC-DIA < 1 OR WS-NAC-DIA > WS-DIAS-MES
                      OR WS-FECHA-NAC > WS-HOY
                       MOVE '04' TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *************************************
                   IF ALU-NOMBRE NOT EQUAL PRO-NOMBRE
                       PERFORM 2500-INFORMA-DIFERENCIA
                   END-IF
                   IF WS-FECHA-NAC NOT EQUAL 0
                       PERFORM 2550-CONTROLA-NACIMIENTO
                   END-IF
           END-READ.

       2400-ALTA-NUEVO.
           MOVE WS-ANIO-PADRON TO ALU-ANIO-INGRESO
           MOVE 0            TO ALU-NRO-PLAN
           MOVE 0            TO ALU-DOCUMENTO
           MOVE WS-FECHA-NAC TO ALU-FECHA-NAC
           MOVE WS-ESCUELA   TO ALU-ESCUELA

           WRITE REG-ALUMNO
           IF WS-FS-ALU IS NOT EQUAL '00'
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *MAESTRO SIN FECHA: SE COMPLETA CON LA DEL PADRON. SI AMBAS
      *ESTAN Y DIFIEREN SE INFORMA SIN TOCAR EL MAESTRO, IGUAL QUE
      *EL NOMBRE.

       2550-CONTROLA-NACIMIENTO.

           IF ALU-FECHA-NAC IS NOT NUMERIC OR ALU-FECHA-NAC = 0
               MOVE REG-ALUMNO TO WS-IMAGEN-ANT
               MOVE WS-FECHA-NAC TO ALU-FECHA-NAC
               REWRITE REG-ALUMNO
               IF WS-FS-ALU IS NOT EQUAL '00'
                   DISPLAY 'ERROR EN MODIFICAR REGISTRO: ' WS-FS-ALU
               ELSE
                   ADD 1 TO WS-CANT-NAC

                   MOVE 1 TO LK-OPCION-AUD
                   MOVE 'CARGPROV' TO LK-AUD-PROGRAMA
                   MOVE 'ALUMNOS ' TO LK-AUD-ARCHIVO
                   MOVE 'C'        TO LK-AUD-OPERACION
                   MOVE SPACES     TO LK-AUD-CLAVE
                   MOVE PRO-NRO-ALU TO LK-AUD-CLAVE(1:4)
                   MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
                   MOVE REG-ALUMNO TO LK-AUD-IMAGEN-NVA
                   MOVE 0          TO LK-AUD-OPERADOR
                   CALL WS-RUTAUD USING LK-COM-AUDITORIA
               END-IF
           ELSE
               IF ALU-FECHA-NAC NOT EQUAL WS-FECHA-NAC
                   ADD 1 TO WS-CANT-DIFER
                   MOVE SPACES TO WS-LINEA-REP
                   STRING 'DIFERENCIA DE NACIMIENTO: ALUMNO '
                          PRO-NRO-ALU
                          '  MAESTRO: ' ALU-FECHA-NAC
                          '  PADRON: ' WS-FECHA-NAC
                          DELIMITED BY SIZE INTO WS-LINEA-REP
                   DISPLAY WS-LINEA-REP
                   PERFORM 9100-ESCRIBIR-LISTADO
               END-IF
           END-IF.

      *************************************
      *    GRABA EL RECHAZO CON MOTIVO    *
      *************************************
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-DIFER TO WP-CANT
           DISPLAY 'DIFERENCIAS       : ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DIFERENCIAS       : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-NAC TO WP-CANT
           DISPLAY 'NACIMIENTOS CARGA.: ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'NACIMIENTOS CARGA.: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

