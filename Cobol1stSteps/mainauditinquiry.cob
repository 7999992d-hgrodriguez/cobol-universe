       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Audit Trail Inquiry"
