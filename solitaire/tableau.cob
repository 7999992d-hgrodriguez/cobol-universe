      *         09 -> RETURN CARD FROM (STACK, IDX)
      *         10 -> SET-FACE-STATUS-OF-TOP
      *         11 -> CHECK-ALL-FACE-UP
      *         12 -> INIT-YUKON-FROM-STOCK
      *         13 -> CHECK-PLACEMENT
      *         99 -> PRINT
             05 REQ-OP-CODE        PIC 99.
      *         THE STACK-INDEX IN SCOPE FOR THE REQUESTED OPERATION
      *         IS PRACTICE MODE ON? 'Y' TELLS OP 06 TO SKIP THE
      *         KING/RANK/SUIT LEGALITY CHECKS (SEE 06-MOVE-CARDS)
             05 REQ-PRACTICE-MODE  PIC X.
      *         THE RULE SET IN FORCE FOR OPS 06 AND 13 (AND THE RUN
      *         MARKERS OF 99) - SEE 85-CHECK-PLACEMENT
      *         WHAT MAY START AN EMPTY STACK: 'A' ANY CARD, ANYTHING
      *         ELSE KINGS ONLY (THE STANDARD RULE)
             05 REQ-EMPTY-RULE     PIC X.
      *         HOW STACKS BUILD DOWN: 'S' SAME SUIT, 'N' ANY SUIT,
      *         ANYTHING ELSE ALTERNATE COLOUR (THE STANDARD RULE)
             05 REQ-BUILD-RULE     PIC X.

      ******************************************************************
       PROCEDURE DIVISION USING TABLEAU.
                PERFORM 10-SET-FACE-STATUS-OF-TOP
           WHEN 11
                PERFORM 11-CHECK-ALL-FACE-UP
           WHEN 12
                PERFORM 12-INIT-YUKON-FROM-STOCK
           WHEN 13
                PERFORM 85-CHECK-PLACEMENT
           WHEN 99
                PERFORM 99-PRINT
           END-EVALUATE
              GOBACK
           END-IF.

      *    ONLY THE CARD AT MV-SRC-CA-I IS JUDGED AGAINST THE
      *    DESTINATION - THE CARDS ON TOP OF IT GO ALONG WHATEVER THEY
      *    ARE, WHICH IS EXACTLY THE YUKON RULE
           MOVE RANK-N OF CARDS-T(MV-SRC-ST-I, MV-SRC-CA-I) TO
              RANK-N OF CARD-IN-SCOPE
           MOVE SUIT-N OF CARDS-T(MV-SRC-ST-I, MV-SRC-CA-I) TO
              SUIT-N OF CARD-IN-SCOPE
           MOVE MV-DST-ST-I TO REQ-STCK-IDX
           PERFORM 85-CHECK-PLACEMENT.

      *    SO HERE WE MOVE THE CARDS, AS EVERYTHING SEEMS OK
           IF RSP-ERR-CODE OF TABLEAU IS EQUAL TO 0
              PERFORM 80-MOVE-CARDS
           END-IF.

      ******************************************************************
       07-RETURN-NUM-OF-CARDS.
                   END-PERFORM
           END-PERFORM.

      ******************************************************************
      *   THE YUKON DEAL: THE SAME TRIANGLE 02 DEALS, THEN FOUR MORE
      *   FACE-UP CARDS ON EACH OF STACKS 2-7, SO ALL 52 CARDS ARE ON
      *   THE TABLEAU AND NOTHING IS LEFT IN THE STOCK
       12-INIT-YUKON-FROM-STOCK.
           PERFORM 02-INIT-FROM-STOCK.

           PERFORM VARYING T-STACK-I
              FROM 2 BY 1
              UNTIL T-STACK-I > 7

                   PERFORM 4 TIMES
                           MOVE 3 TO REQ-OP-CODE OF STOCK
                           CALL 'STOCK' USING STOCK
                           END-CALL

                           ADD 1 TO T-COUNT-OF-CARDS
                           ADD 1 TO COUNT-OF-CARDS OF T-STACKS-T
                              (T-STACK-I)
                           MOVE RSP-CARD-FETCHED OF STOCK TO CARDS-T
                              (T-STACK-I, COUNT-OF-CARDS OF
                              T-STACKS-T(T-STACK-I))
                           MOVE 'Y' TO FACE-UP OF CARDS-T
                              (T-STACK-I, COUNT-OF-CARDS OF
                              T-STACKS-T(T-STACK-I))
                   END-PERFORM
           END-PERFORM.

      ******************************************************************
      *   MAY CARD-IN-SCOPE BE PLACED ON TOP OF STACK REQ-STCK-IDX
      *   UNDER THE RULE SET IN THE REQUEST? 06-MOVE-CARDS ASKS THIS
      *   FOR THE CARD IT PICKS UP, AND CALLERS PLAYING A SINGLE CARD
      *   FROM ELSEWHERE (WASTE, FOUNDATION) ASK IT THROUGH OP 13, SO
      *   ONE SET OF RULES GOVERNS EVERY PLACEMENT. ERRORS:
      *      3 = WRONG RANK, 4 = WRONG SUIT/COLOUR, 5 = NOT ALLOWED TO
      *      START AN EMPTY STACK
       85-CHECK-PLACEMENT.
           MOVE 0 TO RSP-ERR-CODE OF TABLEAU.
      *    PRACTICE MODE SKIPS ALL OF THIS, SO ANY FACE-UP CARD MAY
      *    LAND ANYWHERE
           EVALUATE TRUE
           WHEN REQ-PRACTICE-MODE OF TABLEAU IS EQUAL TO 'Y'
                CONTINUE
           WHEN COUNT-OF-CARDS OF T-STACKS-T(REQ-STCK-IDX) IS EQUAL
                TO 0
      *         FIRST CHECK FOR KING, UNLESS THE RULES LET ANY CARD IN
                MOVE 13 TO ACCEPT-RANK
                IF REQ-EMPTY-RULE OF TABLEAU IS NOT EQUAL TO 'A' AND
                   RANK-N OF CARD-IN-SCOPE IS NOT EQUAL TO ACCEPT-RANK
                   MOVE 5 TO RSP-ERR-CODE OF TABLEAU
                END-IF
           WHEN OTHER
                PERFORM 86-CHECK-BUILD-ONTO-CARD
           END-EVALUATE.

      ******************************************************************
      *   CARD-IN-SCOPE ONTO THE TOP CARD OF A NON-EMPTY STACK
       86-CHECK-BUILD-ONTO-CARD.
      *    CHECK FOR RANK SUITABILITY
           MOVE RANK-N OF CARDS-T(REQ-STCK-IDX, COUNT-OF-CARDS
              OF T-STACKS-T(REQ-STCK-IDX)) TO ACCEPT-RANK
           SUBTRACT 1 FROM ACCEPT-RANK

           IF RANK-N OF CARD-IN-SCOPE IS NOT EQUAL TO ACCEPT-RANK
              MOVE 3 TO RSP-ERR-CODE OF TABLEAU
           END-IF

      *    CHECK FOR SUIT SUITABILITY
           MOVE SUIT-N OF CARDS-T(REQ-STCK-IDX, COUNT-OF-CARDS
              OF T-STACKS-T(REQ-STCK-IDX)) TO DST-SUIT-OF-CARD
           MOVE SUIT-N OF CARD-IN-SCOPE TO SRC-SUIT-OF-CARD

           EVALUATE TRUE
           WHEN RSP-ERR-CODE OF TABLEAU IS NOT EQUAL TO 0
                CONTINUE
           WHEN REQ-BUILD-RULE OF TABLEAU IS EQUAL TO 'N'
      *         ANY SUIT WILL DO
                CONTINUE
           WHEN REQ-BUILD-RULE OF TABLEAU IS EQUAL TO 'S'
                IF SRC-SUIT-OF-CARD IS NOT EQUAL TO DST-SUIT-OF-CARD
                   MOVE 4 TO RSP-ERR-CODE OF TABLEAU
                END-IF
           WHEN OTHER
      *         FILL IN THE COMPLEMENTARY SUITS
                IF DST-SUIT-OF-CARD IS EQUAL TO 1 OR
                   DST-SUIT-OF-CARD IS EQUAL TO 3
                   MOVE 2 TO ACCEPT-S-1
                   MOVE 4 TO ACCEPT-S-2
                ELSE
                   MOVE 1 TO ACCEPT-S-1
                   MOVE 3 TO ACCEPT-S-2
                END-IF
                IF (SRC-SUIT-OF-CARD IS NOT EQUAL TO ACCEPT-S-1) AND
                   (SRC-SUIT-OF-CARD IS NOT EQUAL TO ACCEPT-S-2)
                   MOVE 4 TO RSP-ERR-CODE OF TABLEAU
                END-IF
           END-EVALUATE.

      ******************************************************************
       80-MOVE-CARDS.
      *    SO HERE WE MOVE THE CARDS, AS EVERYTHING SEEMS OK
      *   THAT IS FACE UP AND SITS ONE RANK BELOW, OPPOSITE COLOR FROM,
      *   THE CARD ABOVE IT - THE SAME RULE 06-MOVE-CARDS USES TO
      *   ACCEPT A CARD ONTO ANOTHER STACK, JUST APPLIED WITHIN ONE
      *   STACK INSTEAD OF BETWEEN TWO. UNDER A SAME-SUIT OR ANY-SUIT
      *   RULE SET THE COLOUR TEST FOLLOWS THAT RULE INSTEAD.
       91-COMPUTE-RUN-START-FOR-STACK.
           IF COUNT-OF-CARDS OF T-STACKS-T(T-STACK-I) IS EQUAL TO 0
              MOVE 0 TO RUN-START-T(T-STACK-I)
                         END-IF
                         MOVE SUIT-N OF CARDS-T(T-STACK-I, RUN-IDX - 1)
                            TO RUN-SRC-SUIT
                         EVALUATE REQ-BUILD-RULE OF TABLEAU
                         WHEN 'N'
                              MOVE RUN-SRC-SUIT TO RUN-ACCEPT-S-1
                         WHEN 'S'
                              MOVE RUN-DST-SUIT TO RUN-ACCEPT-S-1
                              MOVE RUN-DST-SUIT TO RUN-ACCEPT-S-2
                         END-EVALUATE
                         IF (RUN-SRC-SUIT IS NOT EQUAL TO
                            RUN-ACCEPT-S-1) AND (RUN-SRC-SUIT IS NOT
                            EQUAL TO RUN-ACCEPT-S-2)
                           DISPLAY RUN-MARKER WITH NO ADVANCING
                   END-PERFORM
                   DISPLAY ' '
           END-PERFORM.
