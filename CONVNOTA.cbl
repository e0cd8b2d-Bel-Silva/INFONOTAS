       01  WS-HASH-CTRL    PIC 9(08)V9(01).
       01  WP-CANT         PIC ZZZZZZ9.

       01  WS-RUTVER       PIC X(08) VALUE 'RUTVERSI'.

       COPY LKVERSI.

       COPY VERSLAY.


       PROCEDURE DIVISION.


                   MOVE WS-CANT-CTRL TO WP-CANT
                   DISPLAY 'NOTAS CONVERTIDAS     : ' WP-CANT

                   MOVE 2 TO LK-OPCION-VER
                   MOVE 'CONVNOTA' TO LK-VER-PROGRAMA
                   MOVE 'NOTAS   ' TO LK-VER-ARCHIVO
                   MOVE VLY-NOTAS TO LK-VER-VERSION
                   CALL WS-RUTVER USING LK-COM-VERSION
               END-IF
           END-IF.


                   MOVE WS-CANT-CTRL TO WP-CANT
                   DISPLAY 'HISTORICAS CONVERTIDAS: ' WP-CANT

                   MOVE 2 TO LK-OPCION-VER
                   MOVE 'CONVNOTA' TO LK-VER-PROGRAMA
                   MOVE 'HISTNOTA' TO LK-VER-ARCHIVO
                   MOVE VLY-HISTNOTA TO LK-VER-VERSION
                   CALL WS-RUTVER USING LK-COM-VERSION
               END-IF
           END-IF.

