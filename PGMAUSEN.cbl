      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aviso de inasistencias consecutivas a las familias -
      *          recorre ASISTENCIA.dat (CREAASIS) sobre los dias
      *          habiles del calendario (RUTCALEN: lunes a viernes en
      *          termino, salteando feriados 'F' y fines de semana) y
      *          detecta a los alumnos con N o mas dias habiles
      *          seguidos en 'A' sin justificar. Un dia con una 'J'
      *          cargada (aunque sea posterior a la 'A') o sin registro
      *          corta la racha. El umbral N sale de PARAMGEN
      *          (AUS-CONSEC). Se avisa la racha que alcanza N dentro
      *          del rango de fechas informado (corrida diaria: desde
      *          = hasta; semanal: lunes a viernes), asi una misma
      *          racha no se vuelve a avisar en la corrida siguiente.
      *          Por cada alumno genera una novedad para preceptoria
      *          (CONSNOVE) y una carta al responsable de
      *          RESPONSABLES.dat; los hermanos con el mismo
      *          responsable y domicilio comparten sobre, una pagina
      *          por sobre, como PGMCARTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAUSEN.

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
           SELECT ASISTENCIA     ASSIGN TO "DDASIS"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-ASI.

           SELECT ALUMNOS        ASSIGN TO "DDALUM"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE IS DYNAMIC
                                      RECORD KEY IS ALU-NRO-ALU
                                      ALTERNATE RECORD KEY IS
                                          ALU-NOMBRE WITH DUPLICATES
                                      FILE STATUS IS WS-FS-ALU.

           SELECT CARTAS         ASSIGN TO "DDAUSCAR"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-CAR.

           SELECT RESPONSABLES   ASSIGN TO "DDRESP"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      FILE STATUS IS WS-FS-RSP.

       DATA DIVISION.
       FILE SECTION.
       FD ASISTENCIA.
           COPY REGASIST.

       FD ALUMNOS.
           COPY REGALUM.

       FD CARTAS.
           01 REG-CARTA          PIC X(132).

       FD RESPONSABLES.
           COPY REGRESP.

       WORKING-STORAGE SECTION.

       01  WS-FS-ASI       PIC X(02).
       01  WS-FS-ALU       PIC X(02).
       01  WS-FS-CAR       PIC X(02).
       01  WS-FS-RSP       PIC X(02).

       01  WS-FLAG-FIN     PIC X.
             88 WS-SI-PROCESO     VALUE 'T'.
             88 WS-FIN-PROCESO    VALUE 'F'.

       01  WS-FIN-SCAN     PIC X.
             88 WS-SCAN-SIGUE     VALUE 'S'.
             88 WS-SCAN-FIN       VALUE 'F'.

       01  WS-FECHA-OK     PIC X.
             88 WS-FECHA-VALIDA   VALUE 'S'.
             88 WS-FECHA-ERRONEA  VALUE 'N'.

      *RANGO A AVISAR (AAAAMMDD) Y UMBRAL DE DIAS SEGUIDOS.
       01  WS-FECHA-DESDE  PIC 9(08) VALUE 0.
       01  WS-FECHA-HASTA  PIC 9(08) VALUE 0.
       01  WS-FECHA-ENT    PIC 9(08).
       01  WS-UMBRAL       PIC 9(02) VALUE 0.
       01  WS-UMBRAL-ENT   PIC 9(05).

      *DIAS HABILES DEL RANGO MAS LOS ANTERIORES NECESARIOS PARA
      *MEDIR LA RACHA COMPLETA, DEL MAS NUEVO (1) AL MAS VIEJO. EL
      *RANGO ADMITE HASTA 30 DIAS HABILES; EL RESTO DE LA TABLA ES
      *HISTORIA PARA CONTAR HACIA ATRAS (UMBRAL MAXIMO 60).
       01  WS-DIAS-MAX     PIC 9(03) VALUE 90.
       01  WS-RANGO-MAX    PIC 9(03) VALUE 30.
       01  WS-UMBRAL-MAX   PIC 9(02) VALUE 60.
       01  WS-DIAS-CANT    PIC 9(03) VALUE 0.
       01  WS-RANGO-CANT   PIC 9(03) VALUE 0.
       01  WS-VUELTAS      PIC 9(03) VALUE 0.
       01  WS-FECHA-WK     PIC 9(08).
       01  WS-INT-FECHA    PIC 9(07).

       01  TABLA-DIAS.
           05 DIA-FECHA OCCURS 90 TIMES PIC 9(08).

      *TIPO DE ASISTENCIA POR ALUMNO Y DIA HABIL (ESPACIO = SIN
      *REGISTRO). UNA 'J' NO SE PISA: JUSTIFICA EL DIA AUNQUE LA 'A'
      *SE HAYA CARGADO DESPUES.
       01  TABLA-ESTADO.
           05 EST-ALU OCCURS 9999 TIMES.
               10 EST-DIA OCCURS 90 TIMES PIC X(01).

       01  WS-NRO-ALU      PIC 9(04) VALUE 0.
       01  WS-IDX-DIA      PIC 9(03).
       01  WS-IDX          PIC 9(03).

       01  WS-RACHA        PIC 9(03).
       01  WS-RACHA-DESDE  PIC 9(08).
       01  WS-EN-ALERTA    PIC X(01).
       01  WS-ALERTA-DESDE PIC 9(08).
       01  WS-ALERTA-HASTA PIC 9(08).
       01  WS-ALERTA-DIAS  PIC 9(03).

       01  WS-CANT-ALERTAS PIC 9(04) VALUE 0.
       01  WS-CANT-BAJA    PIC 9(04) VALUE 0.
       01  WS-CANT-CARTAS  PIC 9(04) VALUE 0.
       01  WS-CANT-NOVED   PIC 9(04) VALUE 0.
       01  WP-CANT         PIC ZZZ9.
       01  WP-DIAS         PIC Z9.

      *CARTAS JUNTADAS EN MEMORIA PARA PODER AGRUPAR POR RESPONSABLE
      *ANTES DE EMITIR: LOS HERMANOS CON EL MISMO RESPONSABLE Y
      *DOMICILIO COMPARTEN SOBRE.
       01  WS-CARTAS-MAX   PIC 9(03) VALUE 500.
       01  WS-CARTAS-CANT  PIC 9(03) VALUE 0.
       01  WS-IDX-CAR      PIC 9(03).
       01  WS-JDX-CAR      PIC 9(03).

       01  TABLA-CARTAS.
           05 CAR-ENTRADA OCCURS 500 TIMES.
               10 CAR-CLAVE-RESP.
                   15 CAR-RESP-NOMBRE PIC X(25).
                   15 CAR-RESP-DOMIC  PIC X(30).
               10 CAR-HAY-RESP    PIC X(01).
               10 CAR-NRO-ALU     PIC 9(04).
               10 CAR-NOMBRE-ALU  PIC X(23).
               10 CAR-RESP-PARENT PIC X(10).
               10 CAR-FEC-DESDE   PIC 9(08).
               10 CAR-FEC-HASTA   PIC 9(08).
               10 CAR-DIAS        PIC 9(03).

       01  WS-SWAP-CARTA   PIC X(112).

      *FECHA AAAAMMDD PARTIDA PARA IMPRIMIR DD/MM/AAAA.
       01  WS-FEC-AUX.
           03 WS-FEC-AUX-ANIO  PIC 9(04).
           03 WS-FEC-AUX-MES   PIC 9(02).
           03 WS-FEC-AUX-DIA   PIC 9(02).
       01  WS-FEC-IMP-1    PIC X(10).
       01  WS-FEC-IMP-2    PIC X(10).

      *********COMUNICACION ******************

       01  WS-RUTCAL PIC X(08)  VALUE 'RUTCALEN'.
       01  WS-RUTPAR PIC X(08)  VALUE 'RUTPARAM'.
       01  WS-RUTNOV PIC X(08)  VALUE 'RUTNOVED'.
       01  WS-RUTRPC PIC X(08)  VALUE 'RUTREPCA'.

       COPY LKCALEN.

       COPY LKPARAM.

       COPY LKNOVED.

       COPY LKREPCA.

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

           DISPLAY 'AVISO DE INASISTENCIAS CONSECUTIVAS'

           SET WS-FECHA-ERRONEA TO TRUE
           PERFORM 1010-FECHAS UNTIL WS-FECHA-VALIDA

      *EL UMBRAL SALE DE PARAMGEN (CREAPARA); SIN LA CLAVE CARGADA
      *SE PIDE POR PANTALLA.
           MOVE 1 TO LK-OPCION-PAR
           MOVE 'AUS-CONSEC  ' TO LK-PAR-CLAVE
           CALL WS-RUTPAR USING LK-COM-PARAMETRO
           IF LK-RESULTADO-PAR = 10
               MOVE LK-PAR-VALOR TO WS-UMBRAL-ENT
               DISPLAY 'PARAMETRO AUS-CONSEC: ' WS-UMBRAL-ENT
           ELSE
               DISPLAY 'CANTIDAD DE DIAS HABILES SEGUIDOS DE'
                       ' AUSENCIA PARA AVISAR (99): '
               ACCEPT WS-UMBRAL-ENT
           END-IF

           IF WS-UMBRAL-ENT = 0
               DISPLAY 'UMBRAL DE AUSENCIAS INVALIDO. FIN.'
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               IF WS-UMBRAL-ENT > WS-UMBRAL-MAX
                   DISPLAY 'UMBRAL MAYOR A ' WS-UMBRAL-MAX
                           ' DIAS. SE TOMA ' WS-UMBRAL-MAX '.'
                   MOVE WS-UMBRAL-MAX TO WS-UMBRAL
               ELSE
                   MOVE WS-UMBRAL-ENT TO WS-UMBRAL
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1200-ARMA-DIAS
               IF WS-RANGO-CANT = 0
                   DISPLAY 'SIN DIAS HABILES EN EL RANGO INFORMADO.'
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               PERFORM 1300-CARGA-ASISTENCIA
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN INPUT ALUMNOS
               IF WS-FS-ALU NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ALU
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           IF NOT WS-FIN-PROCESO
               OPEN OUTPUT CARTAS
               IF WS-FS-CAR NOT EQUAL '00'
                   DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-CAR
                   MOVE 8 TO RETURN-CODE
                   SET WS-FIN-PROCESO TO TRUE
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANIO-COR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MES-COR
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DIA-COR.

      *************************************
      *    VERSION DE LAYOUT DE LOS       *
      *    ARCHIVOS QUE USA EL PROGRAMA   *
      *************************************

       1005-VERSIONES.

           MOVE 1 TO LK-OPCION-VER
           MOVE 'PGMAUSEN' TO LK-VER-PROGRAMA
           MOVE 0 TO LK-VER-RECHAZOS

           MOVE 'ALUMNOS ' TO LK-VER-ARCHIVO
           MOVE VLY-ALUMNOS TO LK-VER-VERSION
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

      ******************************
      *******INGRESO DE FECHAS *****

       1010-FECHAS.

           DISPLAY 'FECHA DESDE A AVISAR (AAAAMMDD): '
           ACCEPT WS-FECHA-ENT
           PERFORM 1050-VALIDA-FECHA
           MOVE WS-FECHA-ENT TO WS-FECHA-DESDE

           IF WS-FECHA-VALIDA
               DISPLAY 'FECHA HASTA (AAAAMMDD): '
               ACCEPT WS-FECHA-ENT
               PERFORM 1050-VALIDA-FECHA
               MOVE WS-FECHA-ENT TO WS-FECHA-HASTA
           END-IF

           IF WS-FECHA-VALIDA
              AND WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY 'LA FECHA DESDE ES POSTERIOR A LA HASTA.'
               SET WS-FECHA-ERRONEA TO TRUE
           END-IF.

       1050-VALIDA-FECHA.

           MOVE 3 TO LK-OPCION-CAL
           MOVE WS-FECHA-ENT TO LK-CAL-FECHA
           MOVE WS-FECHA-ENT(1:4) TO LK-CAL-ANIO
           CALL WS-RUTCAL USING LK-COM-CALEN

           IF LK-RESULTADO-CAL = 40
               DISPLAY 'FECHA INVALIDA: ' WS-FECHA-ENT
               SET WS-FECHA-ERRONEA TO TRUE
           ELSE
               SET WS-FECHA-VALIDA TO TRUE
           END-IF.

      *************************************
      *    DIAS HABILES HACIA ATRAS DESDE *
      *    LA FECHA HASTA (CALENDARIO)    *
      *************************************

       1200-ARMA-DIAS.

           MOVE 0 TO WS-DIAS-CANT
           MOVE 0 TO WS-RANGO-CANT
           MOVE 0 TO WS-VUELTAS
           MOVE WS-FECHA-HASTA TO WS-FECHA-WK
           COMPUTE WS-INT-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HASTA)

           SET WS-SCAN-SIGUE TO TRUE
           PERFORM 1250-EXAMINA-DIA UNTIL WS-SCAN-FIN.

      *DIA HABIL = DIA DE CLASE DEL CALENDARIO; SIN CALENDARIO
      *CARGADO PARA EL ANIO (30) SE TOMA LUNES A VIERNES. SE CORTA
      *CON LA TABLA LLENA O A LOS 400 DIAS CORRIDOS HACIA ATRAS.

       1250-EXAMINA-DIA.

           MOVE 3 TO LK-OPCION-CAL
           MOVE WS-FECHA-WK TO LK-CAL-FECHA
           MOVE WS-FECHA-WK(1:4) TO LK-CAL-ANIO
           CALL WS-RUTCAL USING LK-COM-CALEN

           IF LK-RESULTADO-CAL = 10
              OR (LK-RESULTADO-CAL = 30 AND LK-CAL-DIA-SEM < 6)
               IF WS-FECHA-WK >= WS-FECHA-DESDE
                   IF WS-RANGO-CANT < WS-RANGO-MAX
                       ADD 1 TO WS-RANGO-CANT
                   ELSE
                       MOVE DIA-FECHA(WS-DIAS-CANT) TO WS-FECHA-DESDE
                       DISPLAY 'RANGO MAYOR A ' WS-RANGO-MAX
                               ' DIAS HABILES. SE AVISA DESDE EL '
                               WS-FECHA-DESDE
                   END-IF
               END-IF
               ADD 1 TO WS-DIAS-CANT
               MOVE WS-FECHA-WK TO DIA-FECHA(WS-DIAS-CANT)
           END-IF

           ADD 1 TO WS-VUELTAS
           IF WS-DIAS-CANT >= WS-DIAS-MAX OR WS-VUELTAS > 400
               SET WS-SCAN-FIN TO TRUE
           ELSE
               SUBTRACT 1 FROM WS-INT-FECHA
               COMPUTE WS-FECHA-WK =
                       FUNCTION DATE-OF-INTEGER(WS-INT-FECHA)
           END-IF.

      *************************************
      *    CARGA LA ASISTENCIA DE LOS     *
      *    DIAS HABILES DE LA TABLA       *
      *************************************

       1300-CARGA-ASISTENCIA.

           MOVE SPACES TO TABLA-ESTADO

           OPEN INPUT ASISTENCIA
           IF WS-FS-ASI EQUAL '05' OR '35'
               OPEN OUTPUT ASISTENCIA
               CLOSE ASISTENCIA
               OPEN INPUT ASISTENCIA
           END-IF

           IF WS-FS-ASI NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-ASI
               MOVE 8 TO RETURN-CODE
               SET WS-FIN-PROCESO TO TRUE
           ELSE
               SET WS-SCAN-SIGUE TO TRUE
               PERFORM 1350-SCAN-ASISTENCIA UNTIL WS-SCAN-FIN
               CLOSE ASISTENCIA
               IF WS-FS-ASI NOT EQUAL '00'
                   DISPLAY 'EROR EN CERRAR ARCHIVO ASISTENCIA: '
                           WS-FS-ASI
               END-IF
           END-IF.

       1350-SCAN-ASISTENCIA.

           READ ASISTENCIA
           IF WS-FS-ASI NOT EQUAL '00'
               SET WS-SCAN-FIN TO TRUE
           ELSE
               IF ASI-NRO-ALU > 0
                  AND ASI-FECHA >= DIA-FECHA(WS-DIAS-CANT)
                  AND ASI-FECHA <= WS-FECHA-HASTA
                   PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                           UNTIL WS-IDX-DIA > WS-DIAS-CANT
                              OR DIA-FECHA(WS-IDX-DIA) = ASI-FECHA
                       CONTINUE
                   END-PERFORM
                   IF WS-IDX-DIA <= WS-DIAS-CANT
                      AND EST-DIA(ASI-NRO-ALU WS-IDX-DIA)
                          NOT EQUAL 'J'
                       MOVE ASI-TIPO
                            TO EST-DIA(ASI-NRO-ALU WS-IDX-DIA)
                   END-IF
               END-IF
           END-IF.

      *************************************
      *    RECORRE LOS ALUMNOS Y AL FINAL *
      *    EMITE LOS SOBRES               *
      *************************************

       2000-PROCESOS.

           ADD 1 TO WS-NRO-ALU

           IF EST-ALU(WS-NRO-ALU) NOT EQUAL SPACES
               PERFORM 2100-EVALUA-ALUMNO
           END-IF

           IF WS-NRO-ALU = 9999
               PERFORM 3000-RESUELVE-RESPONSABLES
               PERFORM 3100-ORDENA-POR-RESPONSABLE
               PERFORM 3200-EMITE-SOBRES
               PERFORM 3900-TOTALES
               SET WS-FIN-PROCESO TO TRUE
           END-IF.

      *************************************
      *    RACHAS DE AUSENCIAS DEL ALUMNO *
      *    EN ORDEN CRONOLOGICO           *
      *************************************

       2100-EVALUA-ALUMNO.

           MOVE 0 TO WS-RACHA
           MOVE 0 TO WS-ALERTA-DESDE
           MOVE 'N' TO WS-EN-ALERTA

      *SE AVISA SI LA RACHA LLEGA AL UMBRAL EN UN DIA DEL RANGO; SI
      *SIGUE, LA CARTA INFORMA EL LARGO HASTA EL ULTIMO DIA AUSENTE.
           PERFORM VARYING WS-IDX-DIA FROM WS-DIAS-CANT BY -1
                   UNTIL WS-IDX-DIA = 0
               IF EST-DIA(WS-NRO-ALU WS-IDX-DIA) = 'A'
                   ADD 1 TO WS-RACHA
                   IF WS-RACHA = 1
                       MOVE DIA-FECHA(WS-IDX-DIA) TO WS-RACHA-DESDE
                   END-IF
                   IF WS-RACHA = WS-UMBRAL
                      AND DIA-FECHA(WS-IDX-DIA) >= WS-FECHA-DESDE
                       MOVE 'S' TO WS-EN-ALERTA
                       MOVE WS-RACHA-DESDE TO WS-ALERTA-DESDE
                   END-IF
                   IF WS-EN-ALERTA = 'S'
                       MOVE WS-RACHA TO WS-ALERTA-DIAS
                       MOVE DIA-FECHA(WS-IDX-DIA) TO WS-ALERTA-HASTA
                   END-IF
               ELSE
                   MOVE 0 TO WS-RACHA
                   MOVE 'N' TO WS-EN-ALERTA
               END-IF
           END-PERFORM

           IF WS-ALERTA-DESDE > 0
               PERFORM 2200-GUARDA-AVISO
           END-IF.

      *************************************
      *    NOVEDAD Y CARTA EN MEMORIA     *
      *************************************

       2200-GUARDA-AVISO.

           MOVE WS-NRO-ALU TO ALU-NRO-ALU
           READ ALUMNOS
               INVALID KEY
                   MOVE 'ALUMNO INEXISTENTE     ' TO ALU-NOMBRE
                   MOVE 'A' TO ALU-ESTADO
           END-READ

      *A LAS FAMILIAS DE ALUMNOS EN BAJA NO SE LES ENVIA AVISO.
           IF ALU-BAJA
               DISPLAY 'ALUMNO ' WS-NRO-ALU ' EN BAJA. SIN AVISO.'
               ADD 1 TO WS-CANT-BAJA
           ELSE
               ADD 1 TO WS-CANT-ALERTAS
               PERFORM 2300-NOVEDAD-ALUMNO
               IF WS-CARTAS-CANT >= WS-CARTAS-MAX
                   DISPLAY 'TABLA DE CARTAS LLENA. ALUMNO '
                           WS-NRO-ALU ' SIN CARTA.'
               ELSE
                   ADD 1 TO WS-CARTAS-CANT
                   MOVE SPACES TO
                        CAR-CLAVE-RESP(WS-CARTAS-CANT)
                   MOVE 'N' TO CAR-HAY-RESP(WS-CARTAS-CANT)
                   MOVE WS-NRO-ALU
                        TO CAR-NRO-ALU(WS-CARTAS-CANT)
                   MOVE ALU-NOMBRE
                        TO CAR-NOMBRE-ALU(WS-CARTAS-CANT)
                   MOVE SPACES
                        TO CAR-RESP-PARENT(WS-CARTAS-CANT)
                   MOVE WS-ALERTA-DESDE
                        TO CAR-FEC-DESDE(WS-CARTAS-CANT)
                   MOVE WS-ALERTA-HASTA
                        TO CAR-FEC-HASTA(WS-CARTAS-CANT)
                   MOVE WS-ALERTA-DIAS
                        TO CAR-DIAS(WS-CARTAS-CANT)
               END-IF
           END-IF.

      *LA NOVEDAD QUEDA EN LA BANDEJA DE PRECEPTORIA (CONSNOVE) CON
      *REFERENCIA ALUMNO + INICIO DE LA RACHA (AAMMDD).

       2300-NOVEDAD-ALUMNO.

           MOVE WS-ALERTA-DIAS TO WP-DIAS

           MOVE 1 TO LK-OPCION-NOV
           MOVE 'PGMAUSEN' TO LK-NOV-PROGRAMA
           MOVE 'A' TO LK-NOV-SEVERIDAD
           MOVE SPACES TO LK-NOV-TEXTO
           STRING 'AUSENCIAS SEGUIDAS ALU ' WS-NRO-ALU
                  ' DIAS ' WP-DIAS
                  DELIMITED BY SIZE INTO LK-NOV-TEXTO
           MOVE SPACES TO LK-NOV-REFERENCIA
           MOVE WS-NRO-ALU TO LK-NOV-REFERENCIA(1:4)
           MOVE WS-ALERTA-DESDE(3:6) TO LK-NOV-REFERENCIA(5:6)
           CALL WS-RUTNOV USING LK-COM-NOVEDAD
           IF LK-RESULTADO-NOV = 10
               ADD 1 TO WS-CANT-NOVED
           ELSE
               DISPLAY 'NO SE PUDO GRABAR LA NOVEDAD DEL ALUMNO '
                       WS-NRO-ALU
           END-IF.

      *************************************
      *    BUSCA EL RESPONSABLE DE CADA   *
      *    CARTA (RESPONSABLES.dat)       *
      *************************************

       3000-RESUELVE-RESPONSABLES.

           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > WS-CARTAS-CANT
               PERFORM 3050-BUSCA-RESPONSABLE
           END-PERFORM.

      *SE ABRE/CIERRA POR CADA CARTA PARA REPOSICIONAR EL ARCHIVO
      *SECUENCIAL AL PRINCIPIO EN CADA BUSQUEDA.

       3050-BUSCA-RESPONSABLE.

           OPEN INPUT RESPONSABLES
           IF WS-FS-RSP EQUAL '05' OR '35'
               OPEN OUTPUT RESPONSABLES
               CLOSE RESPONSABLES
               OPEN INPUT RESPONSABLES
           END-IF

           IF WS-FS-RSP NOT EQUAL '00'
               DISPLAY 'ERROR EN APERTURA DE ARCHIVO: ' WS-FS-RSP
           ELSE
               PERFORM 3060-LEE-RESPONSABLE
                   UNTIL WS-FS-RSP NOT EQUAL '00'
                      OR CAR-HAY-RESP(WS-IDX-CAR) = 'S'
               CLOSE RESPONSABLES
           END-IF.

       3060-LEE-RESPONSABLE.

           READ RESPONSABLES
           IF WS-FS-RSP EQUAL '00'
               IF RSP-NRO-ALU = CAR-NRO-ALU(WS-IDX-CAR)
                  AND RSP-ACTIVO
                   MOVE RSP-NOMBRE
                        TO CAR-RESP-NOMBRE(WS-IDX-CAR)
                   MOVE RSP-DOMICILIO
                        TO CAR-RESP-DOMIC(WS-IDX-CAR)
                   MOVE RSP-PARENTESCO
                        TO CAR-RESP-PARENT(WS-IDX-CAR)
                   MOVE 'S' TO CAR-HAY-RESP(WS-IDX-CAR)
               END-IF
           END-IF.

      *************************************
      *    ORDENA POR RESPONSABLE PARA    *
      *    AGRUPAR HERMANOS               *
      *************************************

       3100-ORDENA-POR-RESPONSABLE.

           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR >= WS-CARTAS-CANT
               PERFORM VARYING WS-JDX-CAR FROM 1 BY 1
                       UNTIL WS-JDX-CAR >
                             WS-CARTAS-CANT - WS-IDX-CAR
                   IF CAR-CLAVE-RESP(WS-JDX-CAR) >
                      CAR-CLAVE-RESP(WS-JDX-CAR + 1)
                       MOVE CAR-ENTRADA(WS-JDX-CAR)
                            TO WS-SWAP-CARTA
                       MOVE CAR-ENTRADA(WS-JDX-CAR + 1)
                            TO CAR-ENTRADA(WS-JDX-CAR)
                       MOVE WS-SWAP-CARTA
                            TO CAR-ENTRADA(WS-JDX-CAR + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *************************************
      *    UN SOBRE POR RESPONSABLE (LOS  *
      *    HERMANOS COMPARTEN SOBRE)      *
      *************************************

       3200-EMITE-SOBRES.

           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
                   UNTIL WS-IDX-CAR > WS-CARTAS-CANT
               IF WS-IDX-CAR = 1
                   PERFORM 3300-ABRE-SOBRE
               ELSE
                   IF CAR-HAY-RESP(WS-IDX-CAR) NOT EQUAL 'S'
                      OR CAR-HAY-RESP(WS-IDX-CAR - 1) NOT EQUAL 'S'
                      OR CAR-CLAVE-RESP(WS-IDX-CAR) NOT EQUAL
                         CAR-CLAVE-RESP(WS-IDX-CAR - 1)
                       PERFORM 3300-ABRE-SOBRE
                   END-IF
               END-IF
               PERFORM 3400-SECCION-ALUMNO
           END-PERFORM.

       3300-ABRE-SOBRE.

           ADD 1 TO WS-CANT-CARTAS

      *SALTO DE PAGINA: CADA SOBRE ARRANCA EN HOJA NUEVA.
           IF WS-CANT-CARTAS > 1
               MOVE LIT-SPACES TO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-CARTA
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           STRING 'AVISO DE INASISTENCIAS CONSECUTIVAS'
                  '                  FECHA: '
                  WS-DIA-COR '/' WS-MES-COR '/' WS-ANIO-COR
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

           MOVE LIT-SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

           IF CAR-HAY-RESP(WS-IDX-CAR) = 'S'
               MOVE SPACES TO WS-LINEA-REP
               STRING 'SR/SRA: ' CAR-RESP-NOMBRE(WS-IDX-CAR)
                      '  (' CAR-RESP-PARENT(WS-IDX-CAR) ')'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-CARTA

               MOVE SPACES TO WS-LINEA-REP
               STRING 'DOMICILIO: ' CAR-RESP-DOMIC(WS-IDX-CAR)
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-CARTA
           ELSE
               MOVE SPACES TO WS-LINEA-REP
               STRING 'A LA FAMILIA DE: '
                      CAR-NOMBRE-ALU(WS-IDX-CAR)
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-CARTA

               MOVE SPACES TO WS-LINEA-REP
               STRING 'SIN RESPONSABLE REGISTRADO - COMPLETAR'
                      ' DOMICILIO A MANO (VER CREARESP).'
                      DELIMITED BY SIZE INTO WS-LINEA-REP
               PERFORM 9100-ESCRIBIR-CARTA
           END-IF

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'NOS DIRIGIMOS A UDS. PARA INFORMARLES QUE SE'
                  ' REGISTRAN INASISTENCIAS CONSECUTIVAS'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'SIN JUSTIFICAR, EN DIAS HABILES DE CLASE, DE:'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA.

       3400-SECCION-ALUMNO.

           MOVE CAR-FEC-DESDE(WS-IDX-CAR) TO WS-FEC-AUX
           MOVE SPACES TO WS-FEC-IMP-1
           STRING WS-FEC-AUX-DIA '/' WS-FEC-AUX-MES '/'
                  WS-FEC-AUX-ANIO
                  DELIMITED BY SIZE INTO WS-FEC-IMP-1
           MOVE CAR-FEC-HASTA(WS-IDX-CAR) TO WS-FEC-AUX
           MOVE SPACES TO WS-FEC-IMP-2
           STRING WS-FEC-AUX-DIA '/' WS-FEC-AUX-MES '/'
                  WS-FEC-AUX-ANIO
                  DELIMITED BY SIZE INTO WS-FEC-IMP-2
           MOVE CAR-DIAS(WS-IDX-CAR) TO WP-DIAS

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'ALUMNO: ' CAR-NOMBRE-ALU(WS-IDX-CAR)
                  '   (NRO ' CAR-NRO-ALU(WS-IDX-CAR) ')'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

           MOVE SPACES TO WS-LINEA-REP
           STRING '   - AUSENTE DEL ' WS-FEC-IMP-1
                  ' AL ' WS-FEC-IMP-2 ': ' WP-DIAS
                  ' DIAS HABILES SEGUIDOS.'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

      *EL PIE VA DESPUES DEL ULTIMO ALUMNO DEL SOBRE.
           IF WS-IDX-CAR = WS-CARTAS-CANT
               PERFORM 3500-PIE-DE-CARTA
           ELSE
               IF CAR-HAY-RESP(WS-IDX-CAR) NOT EQUAL 'S'
                  OR CAR-HAY-RESP(WS-IDX-CAR + 1) NOT EQUAL 'S'
                  OR CAR-CLAVE-RESP(WS-IDX-CAR) NOT EQUAL
                     CAR-CLAVE-RESP(WS-IDX-CAR + 1)
                   PERFORM 3500-PIE-DE-CARTA
               END-IF
           END-IF.

       3500-PIE-DE-CARTA.

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'LES SOLICITAMOS COMUNICARSE CON PRECEPTORIA A LA'
                  ' BREVEDAD Y, SI CORRESPONDE, PRESENTAR'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

           MOVE SPACES TO WS-LINEA-REP
           STRING 'LA JUSTIFICACION DE LAS INASISTENCIAS.'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

           MOVE SPACES TO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA

           MOVE SPACES TO WS-LINEA-REP
           STRING '                                  ATENTAMENTE,'
                  ' LA DIRECCION'
                  DELIMITED BY SIZE INTO WS-LINEA-REP
           PERFORM 9100-ESCRIBIR-CARTA.

      *************************************
      *    TOTALES DE LA CORRIDA          *
      *************************************

       3900-TOTALES.

           MOVE WS-CANT-ALERTAS TO WP-CANT
           DISPLAY 'ALUMNOS CON AUSENCIAS SEGUIDAS: ' WP-CANT
           MOVE WS-CANT-BAJA TO WP-CANT
           DISPLAY 'ALUMNOS EN BAJA SIN AVISO:      ' WP-CANT
           MOVE WS-CANT-NOVED TO WP-CANT
           DISPLAY 'NOVEDADES GRABADAS:             ' WP-CANT
           MOVE WS-CANT-CARTAS TO WP-CANT
           DISPLAY 'SOBRES GENERADOS:               ' WP-CANT.

      ******ESCRIBE UNA LINEA DE LA CARTA SPOOLEADA*****

       9100-ESCRIBIR-CARTA.

           WRITE REG-CARTA FROM WS-LINEA-REP
           IF WS-FS-CAR NOT EQUAL '00'
               DISPLAY 'ERROR EN ESCRITURA DE CARTA: ' WS-FS-CAR
           END-IF.

      *************************************
      *************************************
       9999-CIERRE.

           CLOSE ALUMNOS
           IF WS-FS-ALU NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO ALUMNOS: ' WS-FS-ALU
           END-IF.

           CLOSE CARTAS
           IF WS-FS-CAR NOT EQUAL '00'
               DISPLAY 'EROR EN CERRAR ARCHIVO CARTAS: ' WS-FS-CAR
           END-IF.

      *REGISTRA LA EMISION EN EL CATALOGO DE REPORTES (REPCAT.dat)
      *PARA PODER REENTREGAR LA COPIA RETENIDA SIN RECALCULAR.
           IF RETURN-CODE NOT EQUAL 8 AND WS-CANT-CARTAS > 0
               MOVE 1 TO LK-OPCION-RPC
               MOVE 'PGMAUSEN' TO LK-RPC-PROGRAMA
               MOVE WS-FECHA-HASTA(5:2) TO LK-RPC-PERIODO(1:2)
               MOVE WS-FECHA-HASTA(1:4) TO LK-RPC-PERIODO(3:4)
               MOVE SPACES TO LK-RPC-FILTROS
               STRING 'DESDE ' WS-FECHA-DESDE ' U ' WS-UMBRAL
                      DELIMITED BY SIZE INTO LK-RPC-FILTROS
               MOVE 'DDAUSCAR' TO LK-RPC-DATASET
               MOVE 0 TO LK-RPC-OPERADOR
               CALL WS-RUTRPC USING LK-COM-REPCAT
               IF LK-RESULTADO-RPC = 10
                   DISPLAY 'REPORTE CATALOGADO NRO ' LK-RPC-NRO-REP
               END-IF
           END-IF.



       END PROGRAM PGMAUSEN.
