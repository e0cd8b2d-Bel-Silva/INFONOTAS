      *   LIM-INASIST  limite de inasistencias del anio
      *   MARGEN-SIMUL margen de caso al borde de la simulacion de
      *                promocion, en decimas (00005 = 0,5)
      *   AUS-CONSEC   dias habiles seguidos de ausencia sin
      *                justificar que disparan el aviso a la familia
      *   MAX-EVAL-DIA maximo de evaluaciones programadas por curso
      *                en un mismo dia (CREAEVAL)
      *   DIAS-ACUSE   dias desde la publicacion del boletin en el
      *                portal sin acuse de la familia que la ponen
      *                en el seguimiento (PGMSEGAC)
      ******************************************************************
       01  REG-PARAMETRO.
           05  PAR-CLAVE        PIC X(12).
