          02 GTL-REVENUE        PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'SUMMARY: Date format - (U)S or (I)SO: '
              WITH NO ADVANCING
           ACCEPT WS-FORMAT-CHOICE
