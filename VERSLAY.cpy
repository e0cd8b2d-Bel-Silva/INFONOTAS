      ******************************************************************
      * Version de layout vigente de cada archivo maestro y de
      * eventos. Cada programa la controla al arranque (RUTVERSI)
      * contra el sello de VERSIONES.dat, asi un programa compilado
      * con un layout no lee un archivo grabado con otro. Al cambiar
      * un layout se sube la version aca, el programa de conversion
      * sella el archivo con la nueva y se recompila todo lo que
      * copia este miembro.
      *   ALUMNOS  07 = CON ESCUELA (CONVALUM 1-6 DESDE 01-06)
      *   CURSOS   03 = CON ESCUELA (CONVCURS 1-2 DESDE 01-02)
      *   OPERADOR 03 = CON DOCENTE (CONVOPER 1-2 DESDE 01-02)
      *   NOTAS    02 = NOTA CON UN DECIMAL (CONVNOTA DESDE 01)
      *   HISTNOTA 02 = NOTA CON UN DECIMAL (CONVNOTA DESDE 01)
      *   NOTASIDX 01 = REGENERADO POR CONVNOTI
      *   ASISTEN  02 = CON PLANILLA (PGMPLASI)
      *   MESAS    02 = CON HORA Y TRIBUNAL
      *   SESIONES 02 = CON ESCUELA DE TRABAJO
      *     (LOS TRES SON DE LINEA: EL REGISTRO VIEJO SE LEE CON EL
      *     CAMPO NUEVO EN BLANCO, NO NECESITAN CONVERSION; SE SELLAN
      *     CON INICVERS)
      *   MATERIAS 01, RESULTAD 01 = LAYOUT ORIGINAL
      * Un archivo que nunca cambio de layout no figura: entra aca
      * (y en el 1005-VERSIONES de sus programas) con su primer
      * cambio, junto con su conversion.
      ******************************************************************
       01  VERSIONES-LAYOUT.
           05  VLY-ALUMNOS    PIC 9(02) VALUE 07.
           05  VLY-CURSOS     PIC 9(02) VALUE 03.
           05  VLY-OPERADOR   PIC 9(02) VALUE 03.
           05  VLY-NOTAS      PIC 9(02) VALUE 02.
           05  VLY-HISTNOTA   PIC 9(02) VALUE 02.
           05  VLY-NOTASIDX   PIC 9(02) VALUE 01.
           05  VLY-MATERIAS   PIC 9(02) VALUE 01.
           05  VLY-RESULTAD   PIC 9(02) VALUE 01.
           05  VLY-ASISTEN    PIC 9(02) VALUE 02.
           05  VLY-MESAS      PIC 9(02) VALUE 02.
           05  VLY-SESIONES   PIC 9(02) VALUE 02.
