      *    ENVIRONMENT ('MODE TEST' OR 'MODE PRODUCTION') AND A
      *    VISIBLE BANNER IS SHOWN ON THE FIRST CALL OF THE RUN.
      *    WITH NO PROFILE ON FILE THE DEFAULTS STAND AND THE RUN IS
      *    ANNOUNCED AS PRODUCTION. A TRAINING PROFILE WRITTEN BY
      *    MAINTRAINBUILD ('MODE TRAINING') ALSO GETS THE BOXED
      *    ENVBANNER WARNING.
      *    PROFILE LINES AFTER THE MODE LINE READ:
      *       <LOGICAL NAME, 12 CHARS> <PATH>
       ENVIRONMENT DIVISION.
              MOVE 'Y' TO WS-LOADED
              DISPLAY '*** ENVIRONMENT: ' FUNCTION TRIM(WS-MODE)
                 ' ***'
              CALL 'ENVBANNER'
              END-CALL
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-ENTRY-COUNT
