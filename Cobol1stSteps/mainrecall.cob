          02 FILLER             PIC X(6)  VALUE ' UNITS'.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'RECALL: Enter Product Code: ' WITH NO ADVANCING
           ACCEPT WS-ENTER-CODE
           DISPLAY 'RECALL: Enter Lot Number: ' WITH NO ADVANCING
