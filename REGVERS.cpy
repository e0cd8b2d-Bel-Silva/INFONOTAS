      ******************************************************************
      * Layout compartido del registro de VERSIONES.dat - sello de
      * version de layout de cada archivo maestro y de eventos,
      * clavado por el nombre logico del archivo. Lo graban los
      * programas de conversion (CONVALUM/CONVCURS/CONVNOTA/CONVOPER/
      * CONVNOTI) al dejar un archivo en el layout nuevo y lo
      * controla RUTVERSI al arranque de cada programa contra la
      * version con la que el programa fue compilado (VERSLAY).
      ******************************************************************
       01  REG-VERSION.
           05  VRS-ARCHIVO    PIC X(08).
           05  VRS-VERSION    PIC 9(02).
           05  VRS-FECHA      PIC 9(08).
           05  VRS-PROGRAMA   PIC X(08).
