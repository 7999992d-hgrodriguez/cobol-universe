      *    90 DAYS EXPIRES THE SAME WAY - KNOWING A SUPERVISOR'S ID
      *    IS NO LONGER BEING A SUPERVISOR. THREE FAILED TRIES END
      *    THE SIGN-ON WITH LS-SIGNON-OK = 'N' SO THE CALLER CAN
      *    REFUSE TO START. THE ENVBANNER TRAINING WARNING IS SHOWN
      *    BEFORE THE FIRST PROMPT, SO EVERY SIGNED-ON PROGRAM
      *    CARRIES IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           LS-SIGNON-OK.

       OPERSIGNON-MAIN.
           CALL 'ENVBANNER'
           END-CALL.
           MOVE 'N' TO LS-SIGNON-OK.
           MOVE SPACES TO LS-OPERATOR-ID.
           MOVE SPACE TO LS-OPERATOR-PERM.
