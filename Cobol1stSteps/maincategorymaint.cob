       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM LOAD-CATEGORY-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
