                04 WC-STATUS-CODE     PIC X.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM LIST-GENERATIONS.
           IF WS-LATEST-GEN IS EQUAL TO ZERO
              DISPLAY 'RESTORE: no generation snapshots on file'
