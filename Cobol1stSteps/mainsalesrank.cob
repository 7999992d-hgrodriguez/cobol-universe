          02 PDL-REVENUE        PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'RANK: Period from (YYYYMMDD): '
              WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
