       01 WS-FOUND              PIC X     VALUE 'N'.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           SET I J TO 1.
           
           MOVE 'Blue Shirt' TO PRODUCT(I).
