             04 REQ-STACK-NUM     PIC 9.
      *      THE ERROR CODE, IF ANY, FOR THE REQUESTED OPERATION
      *            1 = STACK IS EMPTY (OP 08 ONLY)
      *            3 = THE RULE SET FORBIDS PLAYING FOUNDATION CARDS
      *                BACK (OP 08 ONLY)
             04 RSP-ERR-CODE      PIC 99.
      *         RESPONSE FOR COUNT OF CARDS IN STACK REQUESTED
             04 RSP-CNT-STACK     PIC 99.
             04 RSP-CARD.
                05 RANK-N         PIC 99.
                05 SUIT-N         PIC 9.
      *         MAY FOUNDATION CARDS BE PLAYED BACK TO THE TABLEAU
      *         (OP 08)? 'N' UNDER A RULE SET THAT FORBIDS IT, ANYTHING
      *         ELSE ALLOWS IT (THE STANDARD RULE)
             04 REQ-WITHDRAW-RULE PIC X.

      ******************************************************************
       PROCEDURE DIVISION USING FOUNDATION.
      *   WITHDRAWN CARD'S RANK IS ALWAYS ITS CURRENT COUNT-OF-CARDS
      *   AND ITS SUIT IS ALWAYS REQ-STACK-NUM.
       08-WITHDRAW-TOP-CARD.
           IF REQ-WITHDRAW-RULE OF FOUNDATION IS EQUAL TO 'N'
              MOVE 3 TO RSP-ERR-CODE OF FOUNDATION
              GOBACK
           END-IF

           IF COUNT-OF-CARDS OF F-STACKS-T(REQ-STACK-NUM)
              IS EQUAL TO 0
              MOVE 1 TO RSP-ERR-CODE OF FOUNDATION
