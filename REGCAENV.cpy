      ******************************************************************
      * Layout compartido del registro de CARTAENV.dat - una linea por
      * alumno incluido en las cartas de riesgo de PGMCARTA: periodo
      * desde MMAAAA de la evaluacion, fecha de emision y cantidad de
      * materias bajo el umbral. Lo lee PGMSEGAC para priorizar el
      * seguimiento de las familias que no acusaron el boletin.
      ******************************************************************
       01  REG-CARTAENV.
           05  CEN-NRO-ALU      PIC 9(04).
           05  CEN-PERIODO      PIC 9(06).
           05  CEN-FECHA        PIC 9(08).
           05  CEN-CANT-MAT     PIC 9(02).
