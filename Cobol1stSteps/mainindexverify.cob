             'CUSTOMER INDEX VERIFICATION'.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'IDXVFY: (V)erify or (R)ebuild: '
              WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE
