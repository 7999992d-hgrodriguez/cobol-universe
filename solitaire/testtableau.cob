      ******************************************************************
       01 STOP-HERE                PIC X   VALUE 'Y'.
       01 T-STACK-I                PIC 9.
       01 T-EXPECTED               PIC 99.
      * VARIABLES FOR THE TEST RUN
       01 TESTS-OK                 PIC 999 VALUE 0.
       01 TESTS-NOK                PIC 999 VALUE 0.
      *         07 -> NUMBER OF CARDS IN TABLEAU
      *         08 -> NUMBER OF CARDS IN REQ STACK
      *         09 -> RETURN CARD FROM (STACK, IDX)
      *         10 -> SET-FACE-STATUS-OF-TOP
      *         11 -> CHECK-ALL-FACE-UP
      *         12 -> INIT-YUKON-FROM-STOCK
      *         13 -> CHECK-PLACEMENT
      *         99 -> PRINT
             05 REQ-OP-CODE        PIC 99.
      *         THE STACK-INDEX IN SCOPE FOR THE REQUESTED OPERATION
             05 RSP-CARD.
                26 RANK-N          PIC 99.
                26 SUIT-N          PIC 9.
      *         FACE-UP STATUS OF THE RSP-CARD ABOVE (OP 9 ONLY)
             05 RSP-CARD-FACE-UP   PIC X.
      *         DATA WE NEED FOR MOVING CARDS IN THE TABLEAU
      *         SOURCE STACK INDEX
             05 MV-SRC-ST-I        PIC 9.
             05 MV-SRC-CA-I        PIC 99.
      *         DESTINATION STACK INDEX
             05 MV-DST-ST-I        PIC 9.
      *         NEW FACE-UP STATUS TO APPLY FOR OP 10 ('Y'/'N')
             05 REQ-SET-FACE-UP    PIC X.
      *         IS PRACTICE MODE ON? 'Y' TELLS OP 06 TO SKIP THE
      *         KING/RANK/SUIT LEGALITY CHECKS (SEE 06-MOVE-CARDS)
             05 REQ-PRACTICE-MODE  PIC X.
      *         THE RULE SET IN FORCE FOR OPS 06 AND 13: 'A' LETS ANY
      *         CARD START AN EMPTY STACK, AND STACKS BUILD BY 'S' SAME
      *         SUIT OR 'N' ANY SUIT - SPACES MEAN THE STANDARD RULES
             05 REQ-EMPTY-RULE     PIC X     VALUE SPACE.
             05 REQ-BUILD-RULE     PIC X     VALUE SPACE.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 01-RESET
           PERFORM 30-CHECK1-IDX

           PERFORM 01-RESET
           PERFORM 31-INIT-YUKON-FROM-STOCK

           DISPLAY "TESTS RUN: " TESTS-RUN
           DISPLAY "SUCCESSFUL / FAILED: " TESTS-OK " / " TESTS-NOK
           GOBACK.
           END-IF.

      ******************************************************************
      ******************************************************************
       31-INIT-YUKON-FROM-STOCK.

           MOVE 12 TO REQ-OP-CODE OF TABLEAU.
           CALL 'TABLEAU' USING TABLEAU
           END-CALL.

           ADD 1 TO TESTS-RUN
           IF RSP-ERR-CODE OF TABLEAU IS EQUAL TO 0
              ADD 1 TO TESTS-OK
           ELSE
              ADD 1 TO TESTS-NOK
              DISPLAY "31-INIT-YUKON-FROM-STOCK:" WITH NO ADVANCING
              DISPLAY "ERR-CODE OF TABLEAU <> 0"
           END-IF.

      *    THE WHOLE DECK GOES OUT - NOTHING STAYS IN THE STOCK
           MOVE 7 TO REQ-OP-CODE OF TABLEAU.
           CALL 'TABLEAU' USING TABLEAU
           END-CALL.
           ADD 1 TO TESTS-RUN
           IF RSP-NUM-CARDS OF TABLEAU IS EQUAL TO 52
              ADD 1 TO TESTS-OK
           ELSE
              ADD 1 TO TESTS-NOK
              DISPLAY "31-INIT-YUKON-FROM-STOCK:" WITH NO ADVANCING
              DISPLAY "RSP-NUM-CARDS OF TABLEAU="
                 WITH NO ADVANCING
              DISPLAY RSP-NUM-CARDS OF TABLEAU
                 WITH NO ADVANCING
              DISPLAY " <> 52"
           END-IF.

      *    STACK 1 HOLDS ONE CARD, EVERY OTHER STACK ITS KLONDIKE
      *    SHARE PLUS FOUR
           PERFORM VARYING T-STACK-I
              FROM 1 BY 1
              UNTIL T-STACK-I > 7

                   IF T-STACK-I IS EQUAL TO 1
                      MOVE 1 TO T-EXPECTED
                   ELSE
                      COMPUTE T-EXPECTED = T-STACK-I + 4
                   END-IF

                   MOVE 8 TO REQ-OP-CODE OF TABLEAU
                   MOVE T-STACK-I TO REQ-STCK-IDX OF TABLEAU
                   CALL 'TABLEAU' USING TABLEAU
                   END-CALL

                   ADD 1 TO TESTS-RUN
                   IF RSP-NUM-CARDS OF TABLEAU IS EQUAL
                      TO T-EXPECTED
                      ADD 1 TO TESTS-OK
                   ELSE
                      ADD 1 TO TESTS-NOK
                      DISPLAY "31-INIT-YUKON-FROM-STOCK:"
                         WITH NO ADVANCING
                      DISPLAY
                         "RSP-NUM-CARDS OF TABLEAU("
                         WITH NO ADVANCING
                      DISPLAY T-STACK-I ")="
                         WITH NO ADVANCING
                      DISPLAY
                         RSP-NUM-CARDS OF TABLEAU
                         WITH NO ADVANCING
                      DISPLAY " <> " T-EXPECTED
                   END-IF

           END-PERFORM.
