      *DOCUMENTO NACIONAL (DNI); 00000000 = SIN INFORMAR. CREAALUM
      *EXIGE UNICIDAD Y PGMFUSIO UNIFICA LOS LEGAJOS DUPLICADOS.
           05  ALU-DOCUMENTO  PIC 9(08).
      *FECHA DE NACIMIENTO AAAAMMDD; 00000000 = SIN INFORMAR. LA
      *USA PGMSOBRE PARA LA SOBREEDAD. UN MAESTRO DE 47 BYTES SE
      *RE-CORTA CON CONVALUM (ORIGEN 5).
           05  ALU-FECHA-NAC  PIC 9(08).
      *ESCUELA DUENA DEL LEGAJO (VER ESCUELAS.dat). LA NUMERACION DE
      *ALUMNOS ES UNICA EN LA INSTALACION; LA ESCUELA DEFINE QUIEN
      *LO VE. UN MAESTRO DE 55 BYTES SE RE-CORTA CON CONVALUM
      *(ORIGEN 6, ESCUELA 01).
           05  ALU-ESCUELA    PIC 9(02).
