      * Author:
      * Date:
      * Purpose: Mantenimiento de ALUMNOS.dat (alta/modif./baja)
      *          La baja pide fecha (validada, no futura) y motivo
      *          (MOTBAJA.dat) y queda en el registro de bajas
      *          BAJAS.dat via RUTBAJAS.
      *          Alta y cambio piden la fecha de nacimiento (mes y
      *          anio validados por RUTIFECH). El alta sella la
      *          escuela de trabajo (RUTESCUE) y el curso debe ser de
      *          esa escuela; cambio, baja y busqueda solo alcanzan a
      *          los alumnos de la propia escuela.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-ANIO-INGRESO  PIC 9(04).
       01  WS-NRO-PLAN      PIC 9(02).
       01  WS-DOCUMENTO     PIC 9(08).
       01  WS-ESCUELA       PIC 9(02) VALUE 0.
       01  WS-ESCUELA-ALU   PIC 9(02).

       01  WS-DOC-OK        PIC X.
             88 WS-DOC-UNICO          VALUE 'T'.
             88 WS-DOC-DUPLICADO      VALUE 'F'.
       01  WS-DOC-DUENO     PIC 9(04).
       01  WS-REG-GUARDADO  PIC X(57).

       01  WS-FS-CHI        PIC X(02).
       01  WS-CURSO-HIST    PIC 9(02).
             88 WS-PLAN-VALIDO        VALUE 'T'.
             88 WS-PLAN-INVALIDO      VALUE 'F'.

       01  WS-FECHA-NAC     PIC 9(08).
       01  WS-FECHA-NAC-R REDEFINES WS-FECHA-NAC.
           05 WS-NAC-ANIO    PIC 9(04).
           05 WS-NAC-MES     PIC 9(02).
           05 WS-NAC-DIA     PIC 9(02).
       01  WS-NAC-OK        PIC X.
             88 WS-NAC-VALIDA         VALUE 'T'.
             88 WS-NAC-INVALIDA       VALUE 'F'.
       01  WS-DIAS-MES      PIC 9(02).
       01  WS-COCIENTE      PIC 9(04).
       01  WS-RESTO-BIS     PIC 9(02).
       01  WS-HOY           PIC 9(08).

       01  WS-RUTIF         PIC X(08) VALUE 'RUTIFECH'.

       01  LK-AREA.
           05 LK-ENTRADA.
              10 LK-MES   PIC 9(02).
              10 LK-LIT   PIC X   VALUE '/'.
              10 LK-ANIO  PIC 9(04).
           05 LK-SALIDA.
              10 FORMATO-1     PIC X(07).
              10 LK-RETORNO    PIC X(20).
              10 LK-CONTROL    PIC 9(02).

       01  WS-FECHA-BAJA    PIC 9(08).
       01  WS-FECHA-BAJA-R REDEFINES WS-FECHA-BAJA.
           05 WS-BAJ-ANIO    PIC 9(04).
           05 WS-BAJ-MES     PIC 9(02).
           05 WS-BAJ-DIA     PIC 9(02).
       01  WS-BAJA-OK       PIC X.
             88 WS-FEC-BAJA-VALIDA    VALUE 'T'.
             88 WS-FEC-BAJA-INVALIDA  VALUE 'F'.
       01  WS-MOTIVO-BAJA   PIC 9(02).

       01  WS-RUTBAJ        PIC X(08) VALUE 'RUTBAJAS'.

       COPY LKBAJAS.

       01  WS-RUTAUD        PIC X(08) VALUE 'RUTAUDIT'.
       01  WS-IMAGEN-ANT    PIC X(40).


       COPY LKSESIO.

       01  WS-RUTESC        PIC X(08) VALUE 'RUTESCUE'.

       COPY LKESCUE.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.

       1000-INICIO.

           PERFORM 1005-VERSIONES

           SET WS-SI-PROCESO TO TRUE

           PERFORM 1500-SIGNON

           IF NOT WS-FIN-PROCESO
               PERFORM 1600-ESCUELA
           END-IF

           OPEN I-O ALUMNOS.
           IF WS-FS-ALU EQUAL '05' OR '35'
               OPEN OUTPUT ALUMNOS
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'CREAALUM' TO LK-VER-PROGRAMA
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
       2000-PROCESOS.

                   ACCEPT WS-NOMBRE
                   DISPLAY 'INGRESE NRO DE PAIS (999): '
                   ACCEPT WS-NRO-PAIS
                   PERFORM 2150-ESCUELA-ALTA
                   DISPLAY 'INGRESE CURSO (00 = SIN CURSO): '
                   ACCEPT WS-CURSO
                   PERFORM 2500-VALIDA-CURSO
                       MOVE 0 TO WS-DOCUMENTO
                   END-IF

                   DISPLAY 'INGRESE FECHA DE NACIMIENTO (AAAAMMDD,'
                           ' 00000000 = SIN INFORMAR): '
                   ACCEPT WS-FECHA-NAC
                   PERFORM 2550-VALIDA-NACIMIENTO
                   IF WS-NAC-INVALIDA
                       DISPLAY 'FECHA DE NACIMIENTO INVALIDA. SE DEJA'
                               ' SIN INFORMAR.'
                       MOVE 0 TO WS-FECHA-NAC
                   END-IF

                   MOVE WS-NRO-ALU  TO ALU-NRO-ALU
                   MOVE WS-NOMBRE   TO ALU-NOMBRE
                   MOVE WS-NRO-PAIS TO ALU-NRO-PAIS
                   MOVE WS-ANIO-INGRESO TO ALU-ANIO-INGRESO
                   MOVE WS-NRO-PLAN TO ALU-NRO-PLAN
                   MOVE WS-DOCUMENTO TO ALU-DOCUMENTO
                   MOVE WS-FECHA-NAC TO ALU-FECHA-NAC
                   MOVE WS-ESCUELA-ALU TO ALU-ESCUELA

                   WRITE REG-ALUMNO
                   IF WS-FS-ALU IS NOT EQUAL '00'
                   END-IF
               NOT INVALID KEY
                   DISPLAY 'YA EXISTE UN ALUMNO CON ESE NUMERO.'
                   IF WS-ESCUELA NOT EQUAL 0
                      AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                       DISPLAY '(LEGAJO DE LA ESCUELA ' ALU-ESCUELA
                               '; LA NUMERACION ES UNICA EN EL'
                               ' DISTRITO)'
                   END-IF
           END-READ.

      *LA ESCUELA DEL ALUMNO ES LA DE TRABAJO; UN OPERADOR DE
      *DISTRITO (TODAS) LA INDICA, Y SI NO LA INDICA ES LA SEDE.

       2150-ESCUELA-ALTA.

           MOVE WS-ESCUELA TO WS-ESCUELA-ALU
           IF WS-ESCUELA-ALU = 0
               DISPLAY 'INGRESE ESCUELA DEL ALUMNO (99, 00 = 01): '
               ACCEPT WS-ESCUELA-ALU
               IF WS-ESCUELA-ALU = 0
                   MOVE 1 TO WS-ESCUELA-ALU
               ELSE
                   MOVE 2 TO LK-OPCION-ESC
                   MOVE WS-ESCUELA-ALU TO LK-ESC-CODIGO
                   CALL WS-RUTESC USING LK-COM-ESCUELA
                   IF LK-RESULTADO-ESC = 20
                       DISPLAY 'ESCUELA INEXISTENTE O EN BAJA. SE'
                               ' DEJA LA 01.'
                       MOVE 1 TO WS-ESCUELA-ALU
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    CAMBIO DE NOMBRE/NACIONALIDAD  *
      *************************************
               INVALID KEY
                   DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO.'
               NOT INVALID KEY
                   IF WS-ESCUELA NOT EQUAL 0
                      AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                       DISPLAY 'EL ALUMNO PERTENECE A OTRA ESCUELA.'
                   ELSE
                       PERFORM 2250-APLICA-CAMBIO
                   END-IF
           END-READ.

       2250-APLICA-CAMBIO.

           MOVE ALU-ESCUELA TO WS-ESCUELA-ALU
           MOVE REG-ALUMNO TO WS-IMAGEN-ANT
           MOVE 'N' TO WS-CAMBIO-CURSO
           DISPLAY 'NOMBRE ACTUAL: ' ALU-NOMBRE
           DISPLAY 'INGRESE NUEVO NOMBRE (ENTER DEJA IGUAL): '
           ACCEPT WS-NOMBRE
           IF WS-NOMBRE NOT EQUAL SPACES
               MOVE WS-NOMBRE TO ALU-NOMBRE
           END-IF

           DISPLAY 'NACIONALIDAD ACTUAL: ' ALU-NRO-PAIS
           DISPLAY 'INGRESE NUEVO NRO DE PAIS (000 DEJA IGUAL):'
           ACCEPT WS-NRO-PAIS
           IF WS-NRO-PAIS NOT EQUAL 0
               MOVE WS-NRO-PAIS TO ALU-NRO-PAIS
           END-IF

           DISPLAY 'CURSO ACTUAL: ' ALU-CURSO
           DISPLAY 'INGRESE NUEVO CURSO (00 DEJA IGUAL): '
           ACCEPT WS-CURSO
           IF WS-CURSO NOT EQUAL 0
               PERFORM 2500-VALIDA-CURSO
               IF WS-CURSO-INVALIDO
                   DISPLAY 'CURSO INEXISTENTE O EN BAJA.'
                           ' SE DEJA EL ACTUAL.'
               ELSE
                   IF WS-CURSO NOT EQUAL ALU-CURSO
                       MOVE 'S' TO WS-CAMBIO-CURSO
                   END-IF
                   MOVE WS-CURSO TO ALU-CURSO
               END-IF
           END-IF

           DISPLAY 'ANIO DE INGRESO ACTUAL: ' ALU-ANIO-INGRESO
           DISPLAY 'INGRESE NUEVO ANIO DE INGRESO (0000 DEJA'
                   ' IGUAL): '
           ACCEPT WS-ANIO-INGRESO
           IF WS-ANIO-INGRESO NOT EQUAL 0
               MOVE WS-ANIO-INGRESO TO ALU-ANIO-INGRESO
           END-IF

           DISPLAY 'PLAN ACTUAL: ' ALU-NRO-PLAN
           DISPLAY 'INGRESE NUEVO PLAN (00 DEJA IGUAL): '
           ACCEPT WS-NRO-PLAN
           IF WS-NRO-PLAN NOT EQUAL 0
               PERFORM 2600-VALIDA-PLAN
               IF WS-PLAN-INVALIDO
                   DISPLAY 'PLAN INEXISTENTE. SE DEJA EL'
                           ' ACTUAL.'
               ELSE
                   MOVE WS-NRO-PLAN TO ALU-NRO-PLAN
               END-IF
           END-IF

           DISPLAY 'DOCUMENTO ACTUAL: ' ALU-DOCUMENTO
           DISPLAY 'INGRESE NUEVO DOCUMENTO (00000000 DEJA'
                   ' IGUAL): '
           ACCEPT WS-DOCUMENTO
           IF WS-DOCUMENTO NOT EQUAL 0
               PERFORM 2700-VALIDA-DOCUMENTO
               IF WS-DOC-DUPLICADO
                   DISPLAY 'EL DOCUMENTO YA PERTENECE AL'
                           ' ALUMNO ' WS-DOC-DUENO '. SE'
                           ' DEJA EL ACTUAL.'
               ELSE
                   MOVE WS-DOCUMENTO TO ALU-DOCUMENTO
               END-IF
           END-IF

           DISPLAY 'FECHA DE NACIMIENTO ACTUAL: ' ALU-FECHA-NAC
           DISPLAY 'INGRESE NUEVA FECHA DE NACIMIENTO'
                   ' (00000000 DEJA IGUAL): '
           ACCEPT WS-FECHA-NAC
           IF WS-FECHA-NAC NOT EQUAL 0
               PERFORM 2550-VALIDA-NACIMIENTO
               IF WS-NAC-INVALIDA
                   DISPLAY 'FECHA DE NACIMIENTO INVALIDA. SE'
                           ' DEJA LA ACTUAL.'
               ELSE
                   MOVE WS-FECHA-NAC TO ALU-FECHA-NAC
               END-IF
           END-IF

           REWRITE REG-ALUMNO
           IF WS-FS-ALU IS NOT EQUAL '00'
               DISPLAY 'ERROR EN MODIFICAR REGISTRO: ' WS-FS-ALU
           ELSE
               DISPLAY 'ALUMNO MODIFICADO.'
               MOVE 'C' TO LK-AUD-OPERACION
               MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
               MOVE REG-ALUMNO    TO LK-AUD-IMAGEN-NVA
               PERFORM 2900-AUDITORIA
               IF WS-CAMBIO-CURSO = 'S'
                   MOVE ALU-CURSO TO WS-CURSO-HIST
                   PERFORM 2800-REGISTRA-CURSO-HIST
               END-IF
           END-IF.

      *************************************
      *    BAJA (LOGICA) DE ALUMNO        *
               INVALID KEY
                   DISPLAY 'NO EXISTE UN ALUMNO CON ESE NUMERO.'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-ESCUELA NOT EQUAL 0
                        AND ALU-ESCUELA NOT EQUAL WS-ESCUELA
                           DISPLAY 'EL ALUMNO PERTENECE A OTRA'
                                   ' ESCUELA.'
                       WHEN ALU-BAJA
                           DISPLAY 'EL ALUMNO YA ESTA EN BAJA.'
                       WHEN OTHER
                           PERFORM 2350-MOTIVO-BAJA
                           EVALUATE TRUE
                               WHEN WS-FEC-BAJA-INVALIDA
                                   DISPLAY 'FECHA DE BAJA INVALIDA.'
                                           ' BAJA RECHAZADA.'
                               WHEN LK-RESULTADO-BAJ = 20
                                   DISPLAY 'MOTIVO INEXISTENTE O EN'
                                           ' BAJA. BAJA RECHAZADA.'
                               WHEN OTHER
                                   PERFORM 2380-APLICA-BAJA
                           END-EVALUATE
                   END-EVALUATE
           END-READ.

      *FECHA Y MOTIVO DE LA BAJA (TABLA MOTBAJA.dat DE CREAMOTB).
       2350-MOTIVO-BAJA.

           DISPLAY 'FECHA DE LA BAJA (AAAAMMDD, 00000000 = HOY): '
           ACCEPT WS-FECHA-BAJA
           PERFORM 2560-VALIDA-FECHA-BAJA
           DISPLAY 'MOTIVO DE LA BAJA (99, 99 = DESCONOCIDO): '
           ACCEPT WS-MOTIVO-BAJA

           MOVE 1 TO LK-OPCION-BAJ
           MOVE WS-MOTIVO-BAJA TO LK-BAJ-MOTIVO
           CALL WS-RUTBAJ USING LK-COM-BAJA
           IF LK-RESULTADO-BAJ = 10
               DISPLAY 'MOTIVO: ' LK-BAJ-DESCRIPCION
           END-IF.

       2380-APLICA-BAJA.

           MOVE REG-ALUMNO TO WS-IMAGEN-ANT
           SET ALU-BAJA TO TRUE
           REWRITE REG-ALUMNO
           IF WS-FS-ALU IS NOT EQUAL '00'
               DISPLAY 'ERROR EN BAJA DE REGISTRO: ' WS-FS-ALU
           ELSE
               DISPLAY 'ALUMNO DADO DE BAJA.'
               MOVE 'B' TO LK-AUD-OPERACION
               MOVE WS-IMAGEN-ANT TO LK-AUD-IMAGEN-ANT
               MOVE REG-ALUMNO    TO LK-AUD-IMAGEN-NVA
               PERFORM 2900-AUDITORIA

               MOVE 2 TO LK-OPCION-BAJ
               MOVE WS-NRO-ALU     TO LK-BAJ-NRO-ALU
               MOVE WS-FECHA-BAJA  TO LK-BAJ-FECHA
               MOVE WS-MOTIVO-BAJA TO LK-BAJ-MOTIVO
               MOVE ALU-CURSO      TO LK-BAJ-CURSO
               MOVE 'CREAALUM'     TO LK-BAJ-PROGRAMA
               MOVE WS-NRO-OPE     TO LK-BAJ-OPERADOR
               CALL WS-RUTBAJ USING LK-COM-BAJA
               IF LK-RESULTADO-BAJ NOT EQUAL 10
                  AND LK-RESULTADO-BAJ NOT EQUAL 30
                   DISPLAY 'NO SE PUDO REGISTRAR LA BAJA EN BAJAS.dat.'
               END-IF
           END-IF.

      *************************************
      *    VALIDA QUE EL CURSO EXISTA,    *
      *    ESTE ACTIVO Y SEA DE LA ESCUELA*
      *    DEL ALUMNO (00 = SIN CURSO)    *
      *************************************

       2500-VALIDA-CURSO.
                       SET WS-CURSO-INVALIDO TO TRUE
                   NOT INVALID KEY
                       IF CUR-BAJA
                          OR CUR-ESCUELA NOT EQUAL WS-ESCUELA-ALU
                           SET WS-CURSO-INVALIDO TO TRUE
                       END-IF
               END-READ
           END-IF.

      *************************************
      *    VALIDA LA FECHA DE NACIMIENTO  *
      *    (00000000 = SIN INFORMAR)      *
      *************************************

       2550-VALIDA-NACIMIENTO.

           SET WS-NAC-VALIDA TO TRUE

           IF WS-FECHA-NAC NOT EQUAL 0
      *MES Y ANIO POR LA RUTINA COMUN; EL DIA SE CONTROLA CONTRA EL
      *LARGO DEL MES Y LA FECHA NO PUEDE SER POSTERIOR A HOY.
               MOVE WS-NAC-MES  TO LK-MES
               MOVE WS-NAC-ANIO TO LK-ANIO
               CALL WS-RUTIF USING LK-AREA
               IF LK-CONTROL NOT EQUAL 10
                   SET WS-NAC-INVALIDA TO TRUE
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
                       SET WS-NAC-INVALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    VALIDA LA FECHA DE LA BAJA     *
      *    (00000000 = HOY)               *
      *************************************

       2560-VALIDA-FECHA-BAJA.

           SET WS-FEC-BAJA-VALIDA TO TRUE

           IF WS-FECHA-BAJA NOT EQUAL 0
      *IGUAL QUE LA DE NACIMIENTO: MES Y ANIO POR LA RUTINA COMUN,
      *DIA CONTRA EL LARGO DEL MES Y NO POSTERIOR A HOY.
               MOVE WS-BAJ-MES  TO LK-MES
               MOVE WS-BAJ-ANIO TO LK-ANIO
               CALL WS-RUTIF USING LK-AREA
               IF LK-CONTROL NOT EQUAL 10
                   SET WS-FEC-BAJA-INVALIDA TO TRUE
               ELSE
                   EVALUATE WS-BAJ-MES
                       WHEN 4
                       WHEN 6
                       WHEN 9
                       WHEN 11
                           MOVE 30 TO WS-DIAS-MES
                       WHEN 2
                           DIVIDE WS-BAJ-ANIO BY 4 GIVING WS-COCIENTE
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
                   IF WS-BAJ-DIA < 1 OR WS-BAJ-DIA > WS-DIAS-MES
                      OR WS-FECHA-BAJA > WS-HOY
                       SET WS-FEC-BAJA-INVALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    VALIDA QUE EL PLAN EXISTA EN   *
      *    PLANES.dat (00 = SIN PLAN)     *
           ELSE
               IF ALU-NOMBRE(1:WS-LON-NOMBRE) =
                  WS-NOMBRE(1:WS-LON-NOMBRE)
                   IF WS-ESCUELA = 0
                      OR ALU-ESCUELA = WS-ESCUELA
                       ADD 1 TO WS-CANT-HALLADOS
                       DISPLAY 'ALUMNO: ' ALU-NRO-ALU
                               '  NOMBRE: ' ALU-NOMBRE
                               '  PAIS: ' ALU-NRO-PAIS
                               '  ESTADO: ' ALU-ESTADO
                   END-IF
               ELSE
                   SET WS-NOMBRE-FIN TO TRUE
               END-IF
