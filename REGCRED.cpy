      ******************************************************************
      * Layout compartido del registro de CREDENC.dat - registro de
      * credenciales de alumno regular (ingreso a la escuela y boleto
      * estudiantil): numero correlativo unico, alumno, anio de
      * validez, curso impreso, fecha/hora y operador de cada
      * emision. El reemplazo de una credencial extraviada queda con
      * tipo 'D' y un numero propio que referencia al original.
      ******************************************************************
       01  REG-CREDENCIAL.
           05  CRE-NRO        PIC 9(06).
           05  CRE-NRO-ALU    PIC 9(04).
           05  CRE-ANIO-VALIDEZ PIC 9(04).
           05  CRE-CURSO      PIC 9(02).
           05  CRE-FECHA      PIC 9(08).
           05  CRE-HORA       PIC 9(06).
           05  CRE-OPERADOR   PIC 9(03).
           05  CRE-TIPO       PIC X(01).
               88  CRE-ORIGINAL      VALUE 'O'.
               88  CRE-DUPLICADO     VALUE 'D'.
           05  CRE-NRO-ORIG   PIC 9(06).
