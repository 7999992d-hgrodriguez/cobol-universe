      *      05 -> RETURN THE FULL STATUS OF STACK
      *      06 -> RETURN RANK-A OF STACK
      *      07 -> RETURN SUIT-A OF STACK
      *      08 -> WITHDRAW TOP CARD (FOUNDATION-TO-TABLEAU TAKE-BACK)
      *      99 -> PRINT
             04 REQ-OP-CODE       PIC 99.
      *      THE SUIT OF THE CARD TO PUSH ONTO THE FOUNDATION
      *         THE STACK NUMBER FOR THE REQUEST
             04 REQ-STACK-NUM     PIC 9.
      *      THE ERROR CODE, IF ANY, FOR THE REQUESTED OPERATION
      *            1 = STACK IS EMPTY (OP 08 ONLY)
             04 RSP-ERR-CODE      PIC 99.
      *         RESPONSE FOR COUNT OF CARDS IN STACK REQUESTED
             04 RSP-CNT-STACK     PIC 99.
             04 RSP-RANK-A        PIC X.
      *         RESPONSE OF ALPHA CODE OF SUIT OF TOP CARD OF STACK
      *         REQUESTED
             04 RSP-SUIT-A        PIC X(3).
      *         THE CARD WITHDRAWN FROM THE STACK (OP 08 ONLY)
             04 RSP-CARD.
                05 RANK-N         PIC 99.
                05 SUIT-N         PIC 9.
      *         'N' WHEN THE RULE SET IN FORCE FORBIDS PLAYING
      *         FOUNDATION CARDS BACK (OP 08 THEN ANSWERS ERROR 3)
             04 REQ-WITHDRAW-RULE PIC X     VALUE SPACE.

      ******************************************************************
       PROCEDURE DIVISION.

           MOVE 1 TO REQ-OP-CODE OF FOUNDATION.
           CALL 'FOUNDATION' USING REQ-RSP-BLOCK OF FOUNDATION
           END-CALL.
