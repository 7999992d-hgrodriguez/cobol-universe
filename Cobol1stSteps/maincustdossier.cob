          02 FILLER            PIC X(83).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'DOSSIER: Enter Customer ID: ' WITH NO ADVANCING
           ACCEPT WS-SUBJECT-ID

