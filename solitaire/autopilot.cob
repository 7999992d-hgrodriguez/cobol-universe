      *     3) REPORTS W WON, M MOVED, OR S STUCK.
      *  TABLEAU-TO-TABLEAU IS ONLY PLAYED WHEN IT UNCOVERS A
      *  FACE-DOWN CARD, SO THE AUTOPILOT CANNOT PING-PONG A CARD
      *  BETWEEN TWO STACKS FOREVER. EVERY PLACEMENT IS JUDGED BY
      *  TABLEAU ITSELF (OP 13), UNDER WHATEVER RULE SET THE CALLER
      *  HAS SET IN ITS TABLEAU BLOCK.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOPILOT.

       01 AP-SRC-RANK              PIC 99.
       01 AP-SRC-SUIT              PIC 9.
       01 AP-SRC-COUNT             PIC 99.
       01 AP-WIN-SUIT              PIC 9.
       01 AP-FULL-COUNT            PIC 9.

             04 RSP-CARD.
                05 RANK-N          PIC 99.
                05 SUIT-N          PIC 9.
             04 REQ-WITHDRAW-RULE  PIC X.
       01 TABLEAU.
          02 REQ-RSP-BLOCK.
             05 REQ-OP-CODE        PIC 99.
             05 MV-DST-ST-I        PIC 9.
             05 REQ-SET-FACE-UP    PIC X.
             05 REQ-PRACTICE-MODE  PIC X.
             05 REQ-EMPTY-RULE     PIC X.
             05 REQ-BUILD-RULE     PIC X.
       01 WASTE.
          03 REQ-RSP-BLOCK.
             04 REQ-OP-CODE        PIC 99.

      ******************************************************************
      *   PLAYS THE WASTE TOP CARD ONTO THE FIRST TABLEAU STACK THAT
      *   TAKES IT (EMPTY STACKS INCLUDED)
       TRY-WASTE-TO-TABLEAU.
           MOVE 4 TO REQ-OP-CODE OF WASTE
           CALL 'WASTE' USING REQ-RSP-BLOCK OF WASTE
           END-IF.

       TRY-WASTE-ONTO-ONE-STACK.
           MOVE RANK-N OF RSP-CARD OF WASTE TO RANK-N OF
              CARD-IN-SCOPE OF TABLEAU
           MOVE SUIT-N OF RSP-CARD OF WASTE TO SUIT-N OF
              CARD-IN-SCOPE OF TABLEAU
           MOVE AP-STACK-I TO REQ-STCK-IDX OF TABLEAU
           MOVE 'N' TO REQ-PRACTICE-MODE OF TABLEAU
           MOVE 13 TO REQ-OP-CODE OF TABLEAU
           CALL 'TABLEAU' USING TABLEAU
           END-CALL
           IF RSP-ERR-CODE OF TABLEAU IS EQUAL TO 0
              MOVE 3 TO REQ-OP-CODE OF WASTE
              CALL 'WASTE' USING REQ-RSP-BLOCK OF WASTE
                 DELIMITED BY SIZE INTO AP-NARRATION
           END-IF.

      ******************************************************************
      *   MOVES A TABLEAU TOP CARD ONTO ANOTHER STACK ONLY WHEN THE
      *   CARD UNDER IT IS STILL FACE DOWN - THE MOVE THEN TURNS A
           END-PERFORM.

       JUDGE-ONE-DESTINATION.
           MOVE AP-SRC-RANK TO RANK-N OF CARD-IN-SCOPE OF TABLEAU
           MOVE AP-SRC-SUIT TO SUIT-N OF CARD-IN-SCOPE OF TABLEAU
           MOVE AP-OTHER-I TO REQ-STCK-IDX OF TABLEAU
           MOVE 'N' TO REQ-PRACTICE-MODE OF TABLEAU
           MOVE 13 TO REQ-OP-CODE OF TABLEAU
           CALL 'TABLEAU' USING TABLEAU
           END-CALL
           IF RSP-ERR-CODE OF TABLEAU IS EQUAL TO 0
              PERFORM EXECUTE-TABLEAU-MOVE
           END-IF.

       EXECUTE-TABLEAU-MOVE.
