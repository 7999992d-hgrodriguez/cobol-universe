          02 HD-DISPOSITION    PIC X(8).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM LOAD-EXCEPTION-QUEUE.
           IF WS-QUEUE-COUNT IS EQUAL TO ZERO
              DISPLAY 'QUEUE: no pending exceptions'
