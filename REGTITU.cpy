      ******************************************************************
      * Layout compartido del registro de TITULOS.dat - registro de
      * titulos secundarios emitidos (libro de titulos): numero
      * correlativo unico, alumno egresado, fecha/hora y operador de
      * cada emision, con el plan y el anio de egreso certificados.
      * Como CERTIF.dat, la reimpresion queda con tipo 'D' y un
      * numero propio que referencia al original. La anulacion de un
      * original ('A') lleva el mismo numero en TIT-NRO y
      * TIT-NRO-ORIG, no consume numeracion y deja sin efecto al
      * original y a sus duplicados.
      ******************************************************************
       01  REG-TITULO.
           05  TIT-NRO        PIC 9(06).
           05  TIT-NRO-ALU    PIC 9(04).
           05  TIT-FECHA      PIC 9(08).
           05  TIT-HORA       PIC 9(06).
           05  TIT-OPERADOR   PIC 9(03).
           05  TIT-TIPO       PIC X(01).
               88  TIT-ORIGINAL      VALUE 'O'.
               88  TIT-DUPLICADO     VALUE 'D'.
               88  TIT-ANULACION     VALUE 'A'.
           05  TIT-NRO-ORIG   PIC 9(06).
           05  TIT-NRO-PLAN   PIC 9(02).
           05  TIT-ANIO-EGRESO PIC 9(04).
