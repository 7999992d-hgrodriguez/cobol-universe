          02 DD-ZIP             PIC X(10).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM RESOLVE-DATASET-PATHS.
           DISPLAY 'Export mode - (D)isplay or (C)SV: '
              WITH NO ADVANCING
