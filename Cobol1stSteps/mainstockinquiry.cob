       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY ' '
                   DISPLAY 'STOCK: Enter Product Code (blank to '
