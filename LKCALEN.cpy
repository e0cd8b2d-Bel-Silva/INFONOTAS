      * Opcion 2 = LIMITES DE UN TRIMESTRE: para LK-CAL-ANIO y
      *            LK-CAL-TRIM devuelve el mes desde/hasta del
      *            termino (RESULTADO 10 = HALLADO, 20 = NO EXISTE).
      * Opcion 3 = DIA DE UNA FECHA: para LK-CAL-FECHA (AAAAMMDD)
      *            devuelve el dia de semana (1=LUNES a 7=DOMINGO),
      *            el trimestre si cae en termino (0 = fuera) y el
      *            tipo de dia: 'C' = dia de clase (lunes a viernes
      *            dentro de un termino y sin feriado), 'F' =
      *            feriado, 'S' = fin de semana, 'N' = fuera de
      *            termino (RESULTADO 10 = DIA DE CLASE, 20 = NO
      *            LECTIVO, 30 = SIN CALENDARIO CARGADO PARA EL ANIO,
      *            40 = FECHA INVALIDA).
      ******************************************************************
         01  LK-COM-CALEN.
           03  LK-OPCION-CAL      PIC 9.
           03  LK-CAL-TRIM        PIC 9(01).
           03  LK-CAL-MES-DESDE   PIC 9(02).
           03  LK-CAL-MES-HASTA   PIC 9(02).
           03  LK-CAL-FECHA       PIC 9(08).
           03  LK-CAL-DIA-SEM     PIC 9(01).
           03  LK-CAL-TIPO-DIA    PIC X(01).
               88  LK-CAL-DIA-CLASE     VALUE 'C'.
               88  LK-CAL-DIA-FERIADO   VALUE 'F'.
               88  LK-CAL-DIA-FINDE     VALUE 'S'.
               88  LK-CAL-DIA-FUERA     VALUE 'N'.
           03  LK-RESULTADO-CAL   PIC 9(02).
