      ******************************************************************
      * Author:
      * Date:
      * Purpose: Toma de los acuses de recibo del portal de familias -
      *          el portal devuelve quien vio el boletin publicado con
      *          el extracto de PGMPORTA (layout posicional en el
      *          estilo de CARGPROV: cabecera '1' con fecha, periodo
      *          MMAAAA publicado y origen, detalle '2' con alumno,
      *          periodo y fecha/hora en que se vio, cola '9' con la
      *          cantidad). Los acuses validos se agregan a
      *          ACUSES.dat (uno por alumno y periodo, vale el
      *          primero); los invalidos van a un archivo de
      *          rechazos con codigo de motivo (estilo CARGNOTA):
      *            01 TIPO DE REGISTRO INVALIDO
      *            02 ALUMNO INEXISTENTE O NRO CERO
      *            03 PERIODO DISTINTO AL DE LA CABECERA
      *            04 FECHA U HORA INVALIDA O POSTERIOR A HOY
      *            05 ACUSE YA REGISTRADO PARA ALUMNO Y PERIODO
      *            06 DETALLE SIN CABECERA PREVIA
      *          RC 4 = hubo rechazos; RC 8 = cabecera invalida, la
      *          cola no balancea o error de archivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGACUS.

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
           SELECT PORTAL         ASSIGN TO "DDACUPOR"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-POR.

           SELECT ACUSES         ASSIGN TO "DDACUSES"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ACU.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT RECHAZOS       ASSIGN TO "DDRECH"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RECH.

           SELECT LISTADO        ASSIGN TO "DDACULST"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-LST.

       DATA DIVISION.
       FILE SECTION.
      *LAYOUT POSICIONAL DEL PORTAL: '1' CABECERA, '2' DETALLE,
      *'9' COLA CON CANTIDAD DE DETALLES.
       FD PORTAL.
           01 REG-ACP-DETALLE.
              05 ACP-TIPO        PIC X(01).
              05 ACP-NRO-ALU     PIC 9(04).
              05 ACP-PERIODO     PIC 9(06).
              05 ACP-FECHA       PIC X(08).
              05 ACP-HORA        PIC X(04).
              05 FILLER          PIC X(07).
           01 REG-ACP-CABECERA.
              05 ACB-TIPO        PIC X(01).
              05 ACB-FECHA       PIC 9(08).
              05 ACB-PERIODO     PIC 9(06).
              05 ACB-ORIGEN      PIC X(10).
              05 FILLER          PIC X(05).
           01 REG-ACP-COLA.
              05 ACO-TIPO        PIC X(01).
              05 ACO-CANTIDAD    PIC 9(07).
              05 FILLER          PIC X(22).

       FD ACUSES.
           COPY REGACUS.

       FD ALUMNOS.
           COPY REGALUM.

       FD RECHAZOS.
           01 REG-RECHAZO.
              05 RCH-REGISTRO    PIC X(30).
              05 RCH-MOTIVO      PIC X(02).

       FD LISTADO.
           01 REG-LISTADO        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FS-POR       PIC X(02).
       01  WS-FS-ACU       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-RECH      PIC X(02).
       01  WS-FS-LST       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE         VALUE 'T'.
             88 WS-SCAN-FIN           VALUE 'F'.

       01  WS-MOTIVO       PIC X(02).
             88 WS-SIN-MOTIVO         VALUE SPACES.

       01  WS-HAY-CABECERA PIC X VALUE 'N'.
             88 WS-CABECERA-VISTA     VALUE 'S'.
       01  WS-HAY-COLA     PIC X VALUE 'N'.
             88 WS-COLA-VISTA         VALUE 'S'.
       01  WS-ACUSES-ABIERTO PIC X VALUE 'N'.
             88 WS-ACU-ABIERTO        VALUE 'S'.

       01  WS-PERIODO      PIC 9(06) VALUE 0.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PER-MES     PIC 9(02).
           05 WS-PER-ANIO    PIC 9(04).

       01  WS-CANT-LEIDOS  PIC 9(07) VALUE 0.
       01  WS-CANT-ACEPTADOS PIC 9(07) VALUE 0.
       01  WS-CANT-RECHAZOS PIC 9(07) VALUE 0.
       01  WS-COLA-CANT    PIC 9(07) VALUE 0.
       01  WP-CANT         PIC ZZZZZZ9.

      *ALUMNOS QUE YA ACUSARON EL PERIODO DE LA CABECERA (LOS DE
      *ACUSES.dat MAS LOS TOMADOS EN ESTA CORRIDA).
       01  TABLA-ACUSADOS.
           05 TAB-ACUSADO OCCURS 9999 TIMES PIC X(01).

       01  WS-FECHA-VISTO  PIC 9(08).
       01  WS-FECHA-VISTO-R REDEFINES WS-FECHA-VISTO.
           05 WS-VIS-ANIO    PIC 9(04).
           05 WS-VIS-MES     PIC 9(02).
           05 WS-VIS-DIA     PIC 9(02).
       01  WS-HORA-VISTO   PIC 9(04).
       01  WS-HORA-VISTO-R REDEFINES WS-HORA-VISTO.
           05 WS-VIS-HH      PIC 9(02).
           05 WS-VIS-MM      PIC 9(02).
       01  WS-DIAS-MES     PIC 9(02).
       01  WS-COCIENTE     PIC 9(04).
       01  WS-RESTO-BIS    PIC 9(02).
       01  WS-HOY          PIC 9(08).

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

           IF RETURN-CODE NOT EQUAL 8
               PERFORM 4000-TOTALES
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

           DISPLAY 'TOMA DE ACUSES DEL PORTAL DE FAMILIAS'

           MOVE SPACES TO TABLA-ACUSADOS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY

           OPEN INPUT PORTAL
           IF WS-FS-POR IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-POR
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN INPUT ALUMNOS.
           IF WS-FS-ALU IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN OUTPUT RECHAZOS.
           IF WS-FS-RECH IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-RECH
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           OPEN OUTPUT LISTADO.
           IF WS-FS-LST IS NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-LST
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

           MOVE SPACES TO WS-LINEA-REP
           STRING 'TOMA DE ACUSES DE RECIBO DEL PORTAL DE FAMILIAS'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO
           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CARGACUS' TO LK-VER-PROGRAMA
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
      *    UN REGISTRO DEL PORTAL         *
      *************************************

       2000-PROCESOS.

           READ PORTAL

           EVALUATE WS-FS-POR
               WHEN '00'
                   PERFORM 2100-CLASIFICA-REGISTRO
               WHEN '10'
                   PERFORM 2700-CONTROLA-COLA
                   SET WS-FIN-PROCESO TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR EN LECTURA DE ARCHIVO: ' WS-FS-POR
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
           END-EVALUATE.

       2100-CLASIFICA-REGISTRO.

           EVALUATE ACP-TIPO
               WHEN '1'
                   PERFORM 2150-CABECERA
               WHEN '2'
                   ADD 1 TO WS-CANT-LEIDOS
                   PERFORM 2200-VALIDA-DETALLE
                   IF WS-SIN-MOTIVO
                       PERFORM 2400-GRABA-ACUSE
                   ELSE
                       PERFORM 2600-RECHAZAR
                   END-IF
               WHEN '9'
                   SET WS-COLA-VISTA TO TRUE
                   MOVE ACO-CANTIDAD TO WS-COLA-CANT
               WHEN OTHER
                   ADD 1 TO WS-CANT-LEIDOS
                   MOVE '01' TO WS-MOTIVO
                   PERFORM 2600-RECHAZAR
           END-EVALUATE.

      *************************************
      *    CABECERA: PERIODO PUBLICADO Y  *
      *    ACUSES YA REGISTRADOS          *
      *************************************

       2150-CABECERA.

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ARCHIVO DEL ' ACB-FECHA
                  '  PERIODO ' ACB-PERIODO
                  '  ORIGEN ' ACB-ORIGEN
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           DISPLAY WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE 99 TO LK-CONTROL
           IF ACB-PERIODO IS NUMERIC
               MOVE ACB-PERIODO TO WS-PERIODO
               MOVE WS-PER-MES  TO LK-MES
               MOVE WS-PER-ANIO TO LK-ANIO
               CALL WS-RUTIF USING LK-AREA
           END-IF

           IF LK-CONTROL NOT EQUAL 10
               DISPLAY 'PERIODO DE CABECERA INVALIDO. CORRIDA EN'
                       ' ERROR.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               IF WS-CABECERA-VISTA
                   DISPLAY 'CABECERA DUPLICADA. CORRIDA EN ERROR.'
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-CABECERA-VISTA TO TRUE
                   PERFORM 2160-CARGA-ACUSADOS
               END-IF
           END-IF.

      *LOS ACUSES PREVIOS DEL PERIODO SE CARGAN ANTES DE ABRIR EL
      *ARCHIVO PARA AGREGAR (SI NO EXISTE SE CREA VACIO).

       2160-CARGA-ACUSADOS.

           OPEN INPUT ACUSES
           IF WS-FS-ACU EQUAL '05' OR '35'
               OPEN OUTPUT ACUSES
               CLOSE ACUSES
               OPEN INPUT ACUSES
           END-IF

           IF WS-FS-ACU NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ACU
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 2170-SCAN-ACUSES UNTIL WS-SCAN-FIN
               CLOSE ACUSES

               OPEN EXTEND ACUSES
               IF WS-FS-ACU NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ACU
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               ELSE
                   SET WS-ACU-ABIERTO TO TRUE
               END-IF
           END-IF.

       2170-SCAN-ACUSES.

           READ ACUSES
           IF WS-FS-ACU NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ACU-PERIODO = WS-PERIODO
                  AND ACU-NRO-ALU >= 1 AND ACU-NRO-ALU <= 9999
                   MOVE 'S' TO TAB-ACUSADO(ACU-NRO-ALU)
               END-IF
           END-IF.

      *************************************
      *    VALIDACIONES DEL DETALLE       *
      *************************************

       2200-VALIDA-DETALLE.

           MOVE SPACES TO WS-MOTIVO

           IF NOT WS-CABECERA-VISTA
               MOVE '06' TO WS-MOTIVO
           END-IF

           IF WS-SIN-MOTIVO
               IF ACP-NRO-ALU IS NOT NUMERIC OR ACP-NRO-ALU = 0
                   MOVE '02' TO WS-MOTIVO
               ELSE
                   MOVE ACP-NRO-ALU TO ALU-NRO-ALU
                   READ ALUMNOS
                       INVALID KEY
                           MOVE '02' TO WS-MOTIVO
                   END-READ
               END-IF
           END-IF

           IF WS-SIN-MOTIVO
              AND (ACP-PERIODO IS NOT NUMERIC
                   OR ACP-PERIODO NOT EQUAL WS-PERIODO)
               MOVE '03' TO WS-MOTIVO
           END-IF

           IF WS-SIN-MOTIVO
               PERFORM 2250-VALIDA-FECHA-HORA
           END-IF

           IF WS-SIN-MOTIVO
              AND TAB-ACUSADO(ACP-NRO-ALU) = 'S'
               MOVE '05' TO WS-MOTIVO
           END-IF.

      *MES Y ANIO POR LA RUTINA COMUN; EL DIA CONTRA EL LARGO DEL
      *MES (COMO LA FECHA DE NACIMIENTO EN CARGPROV), NO POSTERIOR
      *A HOY; LA HORA HHMM.

       2250-VALIDA-FECHA-HORA.

           IF ACP-FECHA IS NOT NUMERIC OR ACP-HORA IS NOT NUMERIC
               MOVE '04' TO WS-MOTIVO
           ELSE
               MOVE ACP-FECHA TO WS-FECHA-VISTO
               MOVE ACP-HORA  TO WS-HORA-VISTO
               MOVE WS-VIS-MES  TO LK-MES
               MOVE WS-VIS-ANIO TO LK-ANIO
               CALL WS-RUTIF USING LK-AREA
               IF LK-CONTROL NOT EQUAL 10
                   MOVE '04' TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-SIN-MOTIVO
               EVALUATE WS-VIS-MES
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-DIAS-MES
                   WHEN 2
                       DIVIDE WS-VIS-ANIO BY 4 GIVING WS-COCIENTE
                              REMAINDER WS-RESTO-BIS
                       IF WS-RESTO-BIS = 0
                           MOVE 29 TO WS-DIAS-MES
                       ELSE
                           MOVE 28 TO WS-DIAS-MES
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-DIAS-MES
               END-EVALUATE
               IF WS-VIS-DIA < 1 OR WS-VIS-DIA > WS-DIAS-MES
                  OR WS-FECHA-VISTO > WS-HOY
                  OR WS-VIS-HH > 23 OR WS-VIS-MM > 59
                   MOVE '04' TO WS-MOTIVO
               END-IF
           END-IF.

      *************************************
      *    AGREGA EL ACUSE                *
      *************************************

       2400-GRABA-ACUSE.

           MOVE ACP-NRO-ALU    TO ACU-NRO-ALU
           MOVE WS-PERIODO     TO ACU-PERIODO
           MOVE WS-FECHA-VISTO TO ACU-FECHA
           MOVE WS-HORA-VISTO  TO ACU-HORA
           MOVE WS-HOY         TO ACU-FECHA-CARGA

           WRITE REG-ACUSE
           IF WS-FS-ACU IS NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR REGISTRO: ' WS-FS-ACU
           ELSE
               ADD 1 TO WS-CANT-ACEPTADOS
               MOVE 'S' TO TAB-ACUSADO(ACP-NRO-ALU)
           END-IF.

      *************************************
      *    GRABA EL RECHAZO CON MOTIVO    *
      *************************************

       2600-RECHAZAR.

           MOVE REG-ACP-DETALLE TO RCH-REGISTRO
           MOVE WS-MOTIVO TO RCH-MOTIVO

           WRITE REG-RECHAZO
           IF WS-FS-RECH IS NOT EQUAL '00'
               DISPLAY 'ERROR EN GRABAR RECHAZO: ' WS-FS-RECH
           ELSE
               ADD 1 TO WS-CANT-RECHAZOS
           END-IF.

      *************************************
      *    CONTROL DE CABECERA Y COLA     *
      *************************************

       2700-CONTROLA-COLA.

           IF NOT WS-CABECERA-VISTA
               DISPLAY 'ARCHIVO SIN CABECERA. CORRIDA EN ERROR.'
               MOVE 8 TO RETURN-CODE
           END-IF

           IF NOT WS-COLA-VISTA
               DISPLAY 'ARCHIVO SIN COLA DE CONTROL. CORRIDA EN'
                       ' ERROR.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-COLA-CANT NOT EQUAL WS-CANT-LEIDOS
                   DISPLAY 'ERROR DE CONTROL: LA COLA DECLARA '
                           WS-COLA-CANT ' Y SE LEYERON '
                           WS-CANT-LEIDOS ' DETALLES.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *************************************
      *    TOTALES DE CONTROL             *
      *************************************

       4000-TOTALES.

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-LEIDOS TO WP-CANT
           DISPLAY 'DETALLES LEIDOS   : ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'DETALLES LEIDOS   : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-ACEPTADOS TO WP-CANT
           DISPLAY 'ACUSES REGISTRADOS: ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'ACUSES REGISTRADOS: ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           MOVE WS-CANT-RECHAZOS TO WP-CANT
           DISPLAY 'RECHAZOS          : ' WP-CANT
           MOVE SPACES TO WS-LINEA-REP
           STRING 'RECHAZOS          : ' WP-CANT
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-LISTADO

           IF WS-CANT-RECHAZOS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
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

           CLOSE PORTAL
           IF WS-FS-POR NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO PORTAL: ' WS-FS-POR
           END-IF.

           IF WS-ACU-ABIERTO
               CLOSE ACUSES
               IF WS-FS-ACU NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO ACUSES: ' WS-FS-ACU
               END-IF
           END-IF.

           CLOSE ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
           END-IF.

           CLOSE RECHAZOS
           IF WS-FS-RECH NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO RECHAZOS: ' WS-FS-RECH
           END-IF.

           CLOSE LISTADO
           IF WS-FS-LST NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO LISTADO: ' WS-FS-LST
           END-IF.



       END PROGRAM CARGACUS.
