      *MAESTRO ESCRITO CON EL LAYOUT ANTERIOR SE RE-CORTA CON
      *CONVCURS (EL ARCHIVO RELATIVO ES DE REGISTROS FIJOS).
           05  CUR-CAPACIDAD     PIC 9(03).
      *ESCUELA DUENA DEL CURSO (VER ESCUELAS.dat). LOS CODIGOS DE
      *CURSO SON UNICOS EN LA INSTALACION (EL ANEXO USA OTRAS
      *DIVISIONES). UN MAESTRO DE 16 BYTES SE RE-CORTA CON CONVCURS
      *(ORIGEN 2, ESCUELA 01).
           05  CUR-ESCUELA       PIC 9(02).
