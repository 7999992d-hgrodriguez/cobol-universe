       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM LOAD-SHIPTO-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
