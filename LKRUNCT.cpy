      *               20 = PERIODO YA POSTEADO)
      *           2 = REGISTRA INICIO DE CORRIDA
      *           3 = REGISTRA FIN DE CORRIDA (ESTADO + TOTALES)
      *           4 = ESTADO Y CANTIDAD DEL ULTIMO FIN REGISTRADO
      *               (RESULTADO 10 = HAY FIN, 20 = NINGUNO,
      *               40 = ERROR DE APERTURA)
      ******************************************************************
         01  LK-COM-RUNCTL.
           03  LK-OPCION-CTL      PIC 9.
