          02 FILLER             PIC X(8)  VALUE ' CHECKED'.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY 'STOCKME: Roll which period (YYYYMM): '
              WITH NO ADVANCING
