          02 CDL-COMMISSION     PIC -ZZZ,ZZ9.99.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'COMM: Period from (YYYYMMDD): '
              WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
