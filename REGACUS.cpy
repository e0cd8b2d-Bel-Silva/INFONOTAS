      ******************************************************************
      * Layout compartido del registro de ACUSES.dat - acuse de recibo
      * del boletin en el portal de familias (extracto de PGMPORTA):
      * alumno, periodo publicado MMAAAA y fecha/hora en que la
      * familia lo vio. Lo alimenta CARGACUS desde el archivo que
      * devuelve el portal (un acuse por alumno y periodo) y lo lee
      * PGMSEGAC para el seguimiento de las familias sin acuse.
      ******************************************************************
       01  REG-ACUSE.
           05  ACU-NRO-ALU      PIC 9(04).
           05  ACU-PERIODO      PIC 9(06).
           05  ACU-FECHA        PIC 9(08).
           05  ACU-HORA         PIC 9(04).
           05  ACU-FECHA-CARGA  PIC 9(08).
