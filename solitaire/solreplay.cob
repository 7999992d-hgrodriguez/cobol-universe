      *  POSITION IS RENDERED WITH THE SAME ENGINE DISPLAYS THE GAME
      *  USES. AN UNDO IN THE TRANSCRIPT IS FOLDED OUT BEFOREHAND
      *  (IT CANCELS THE MOVE BEFORE IT), SO THE REPLAY WALKS THE
      *  MOVES THAT ACTUALLY STOOD. A YUKON TRANSCRIPT IS RE-DEALT
      *  WITH THE YUKON LAYOUT; ITS MOVES REPLAY LIKE ANY OTHER.
      *  R)EVIEW COACHES THE GAME: AT EVERY MOVE IT ASKS THE SHARED
      *  AUTOPILOT WHAT IT WOULD HAVE PLAYED FROM THE SAME BOARD AND
      *  FLAGS THE MOVE WHEN THE PLAYER PASSED UP CARDS FOR THE
      *  FOUNDATION, DREW FROM THE STOCK WITH A TABLEAU MOVE OPEN,
      *  COVERED A CARD ITS FOUNDATION WANTS NEXT BUT ONE, OR PLAYED
      *  IT AGAIN AFTER AN UNDO. FLAGGED MOVES ARE LISTED BY NUMBER
      *  SO J)UMP GOES STRAIGHT TO THEM. FOR A GAME THAT WAS NOT WON
      *  IT ALSO SAYS WHETHER THE AUTOPILOT COULD STILL HAVE WON FROM
      *  THE LAST POSITION (TRYING THE SAME THREE LINES OF PLAY THE
      *  SEED-POOL ANALYZER DOES, ONE CARD DRAWN AT A TIME).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLREPLAY.

       01 SEED-SEEN                PIC X  VALUE 'N'.
       01 RANDOM-DEAL-SEEN         PIC X  VALUE 'N'.
      *   THE GAME MARKS A FREECELL TRANSCRIPT WITH A 'FREECELL
      *   GAME' LINE - THE VIEWER HAS NO FREE CELLS TO PUT CARDS
      *   IN, SO SUCH A TRANSCRIPT IS REFUSED RATHER THAN REPLAYED
      *   AGAINST THE WRONG BOARD
       01 FREECELL-SEEN            PIC X  VALUE 'N'.
      *   A 'YUKON GAME' LINE ONLY CHANGES THE DEAL - EVERY YUKON
      *   MOVE IS AN ORDINARY TABLEAU MOVE
       01 YUKON-SEEN               PIC X  VALUE 'N'.
      *   SET BY THE 'GAME WON' LINE - A TRANSCRIPT WITHOUT ONE WAS
      *   QUIT, RESTARTED OR ABANDONED
       01 GAME-WON-SEEN            PIC X  VALUE 'N'.
      *   UNDOS SINCE THE LAST MOVE THAT STOOD - HANDED TO THE NEXT
      *   MOVE LIFTED, SO THE REVIEW CAN SAY WHERE THEY HAPPENED
       01 UNDO-PENDING             PIC 99 VALUE 0.
       01 VIEW-COMMAND             PIC X.
      *   SET ONCE THE MOVE TABLE IS FULL - FURTHER TRANSCRIPT
      *   LINES ARE DROPPED AND THE OPERATOR IS TOLD THE REPLAY
             03 MT-P1               PIC 99.
             03 MT-P2               PIC 99.
             03 MT-P3               PIC 99.
      *        UNDOS THE PLAYER MADE JUST BEFORE PLAYING THIS MOVE
             03 MT-UNDOS            PIC 99.
       01 PARSE-LINE.
          02 PL-WORD-1             PIC X(10).
          02 PL-WORD-2             PIC X(10).
             04 RSP-CARD.
                05 RANK-N          PIC 99.
                05 SUIT-N          PIC 9.
             04 REQ-WITHDRAW-RULE  PIC X     VALUE SPACE.
       01 TABLEAU.
          02 REQ-RSP-BLOCK.
             05 REQ-OP-CODE        PIC 99.
             05 MV-DST-ST-I        PIC 9.
             05 REQ-SET-FACE-UP    PIC X.
             05 REQ-PRACTICE-MODE  PIC X.
             05 REQ-EMPTY-RULE     PIC X     VALUE SPACE.
             05 REQ-BUILD-RULE     PIC X     VALUE SPACE.
       01 WASTE.
          03 REQ-RSP-BLOCK.
             04 REQ-OP-CODE        PIC 99.
                05 RANK-N          PIC 99.
                05 SUIT-N          PIC 9.
             04 RSP-NUM-CARDS      PIC 99.
       01 AP-CONTROL.
          02 AP-NARRATION          PIC X(60).
          02 AP-RESULT             PIC X.
          02 AP-TT-SKIP            PIC 99.

      ******************************************************************
      *   WORK AREAS FOR THE COACHING REVIEW
       01 REVIEW-I                 PIC 999.
       01 REVIEW-SAVED-POSITION    PIC 999.
       01 REVIEW-FLAG-COUNT        PIC 999.
       01 REVIEW-MOVE-FLAGGED      PIC X.
      *   WHAT THE AUTOPILOT PLAYED FROM THE BOARD BEFORE THE MOVE -
      *   W WASTE TO TABLEAU, T TABLEAU TO TABLEAU, F FETCH, S NONE
       01 REVIEW-AP-KIND           PIC X.
       01 REVIEW-AP-MOVE           PIC X(60).
      *   CARDS ON THE FOUNDATION ONCE THE SWEEP AFTER THE AUTOPILOT'S
      *   MOVE / AFTER THE PLAYER'S MOVE HAS RUN
       01 REVIEW-HOME-COUNT        PIC 99.
       01 REVIEW-HOME-AP           PIC 99.
       01 REVIEW-HOME-PLAYER       PIC 99.
      *   THE FACE-UP CARD THE PLAYER'S MOVE LANDS ON, WHEN ITS
      *   FOUNDATION WANTS IT NEXT BUT ONE
       01 REVIEW-DST-I             PIC 9.
       01 REVIEW-COVERS            PIC X.
       01 REVIEW-COVER-RANK        PIC 99.
       01 REVIEW-COVER-SUIT        PIC 9.
       01 REVIEW-LINE-I            PIC 9.
       01 REVIEW-STEPS             PIC 999.
       01 REVIEW-AP-WON            PIC X.

      ******************************************************************
       PROCEDURE DIVISION.
           END-IF.
           IF FREECELL-SEEN IS EQUAL TO 'Y'
              DISPLAY 'REPLAY: THE TRANSCRIPT IS OF A FREECELL '
                 'GAME - ONLY KLONDIKE AND YUKON DEALS CAN BE '
                 'REPLAYED.'
              STOP RUN
           END-IF.
           DISPLAY 'REPLAY: SEED ' REPLAY-SEED ' WITH '
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY 'REPLAY AT MOVE ' CURRENT-POSITION
                      ' OF ' MOVE-COUNT
                      ' - F)ORWARD B)ACK J)UMP R)EVIEW Q)UIT: '
                      WITH NO ADVANCING
                   ACCEPT VIEW-COMMAND
                   EVALUATE VIEW-COMMAND
                        MOVE JUMP-TARGET TO CURRENT-POSITION
                        PERFORM REBUILD-TO-POSITION
                        PERFORM SHOW-BOARD
                   WHEN 'R'
                   WHEN 'r'
                        PERFORM REVIEW-TRANSCRIPT
                   WHEN 'Q'
                   WHEN 'q'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY 'REPLAY: F, B, J, R OR Q PLEASE.'
                   END-EVALUATE
           END-PERFORM.
           STOP RUN.
              MOVE 0 TO MOVE-COUNT
              MOVE 'N' TO TRANSCRIPT-FULL
              MOVE 'N' TO FREECELL-SEEN
              MOVE 'N' TO YUKON-SEEN
              MOVE 'N' TO GAME-WON-SEEN
              MOVE 0 TO UNDO-PENDING
              IF PL-WORD-2 IS EQUAL TO 'SEED'
                 MOVE FUNCTION NUMVAL(PL-WORD-3) TO REPLAY-SEED
                 MOVE 'Y' TO SEED-SEEN
                    TO MT-P2(MOVE-COUNT)
              END-IF
           WHEN 'UNDO'
      *       THE CANCELLED MOVE'S OWN UNDOS CARRY OVER TO THE MOVE
      *       PLAYED IN ITS PLACE
              ADD 1 TO UNDO-PENDING
              IF MOVE-COUNT IS GREATER THAN 0
                 ADD MT-UNDOS(MOVE-COUNT) TO UNDO-PENDING
                 SUBTRACT 1 FROM MOVE-COUNT
              END-IF
           WHEN 'GAME'
              IF PL-WORD-2 IS EQUAL TO 'WON'
                 MOVE 'Y' TO GAME-WON-SEEN
              END-IF
           WHEN 'FREECELL'
              MOVE 'Y' TO FREECELL-SEEN
           WHEN 'YUKON'
              MOVE 'Y' TO YUKON-SEEN
           WHEN OTHER
              CONTINUE
           END-EVALUATE.
           IF MOVE-COUNT IS LESS THAN 400
              ADD 1 TO MOVE-COUNT
              MOVE 'Y' TO MOVE-ACCEPTED
              MOVE UNDO-PENDING TO MT-UNDOS(MOVE-COUNT)
              MOVE 0 TO UNDO-PENDING
           ELSE
              MOVE 'N' TO MOVE-ACCEPTED
              IF TRANSCRIPT-FULL IS EQUAL TO 'N'
           MOVE 1 TO REQ-OP-CODE OF TABLEAU
           CALL 'TABLEAU' USING TABLEAU
           END-CALL
           IF YUKON-SEEN IS EQUAL TO 'Y'
              MOVE 12 TO REQ-OP-CODE OF TABLEAU
           ELSE
              MOVE 2 TO REQ-OP-CODE OF TABLEAU
           END-IF
           CALL 'TABLEAU' USING TABLEAU
           END-CALL

              END-IF
           END-IF.

      ******************************************************************
      *   THE COACHING REVIEW. EACH MOVE IS JUDGED FROM THE BOARD THE
      *   PLAYER FACED: THE AUTOPILOT PLAYS ITS OWN MOVE THERE, THEN
      *   THE BOARD IS REBUILT THROUGH THE PLAYER'S MOVE AND THE TWO
      *   ARE COMPARED. THE VIEWER IS PUT BACK WHERE IT WAS AFTERWARDS.
       REVIEW-TRANSCRIPT.
           MOVE CURRENT-POSITION TO REVIEW-SAVED-POSITION
           MOVE 0 TO REVIEW-FLAG-COUNT
           DISPLAY ' '
           DISPLAY 'REVIEW OF SEED ' REPLAY-SEED ' - ' MOVE-COUNT
              ' MOVE(S), EACH SET AGAINST THE AUTOPILOT.'
           PERFORM VARYING REVIEW-I FROM 1 BY 1
              UNTIL REVIEW-I > MOVE-COUNT
                   PERFORM REVIEW-ONE-MOVE
           END-PERFORM
           IF UNDO-PENDING IS GREATER THAN 0
              ADD 1 TO REVIEW-FLAG-COUNT
              DISPLAY 'AFTER MOVE ' MOVE-COUNT ': ' UNDO-PENDING
                 ' UNDO(S) WITH NO MOVE PLAYED AFTER THEM'
           END-IF
           IF REVIEW-FLAG-COUNT IS EQUAL TO 0
              DISPLAY 'REVIEW: NO MOVE FLAGGED.'
           ELSE
              DISPLAY 'REVIEW: ' REVIEW-FLAG-COUNT ' MOVE(S) FLAGGED'
                 ' - J)UMP TO ONE BEFORE A FLAGGED MOVE TO SEE THE'
              DISPLAY '        BOARD AS THE PLAYER HAD IT.'
           END-IF
           IF GAME-WON-SEEN IS EQUAL TO 'Y'
              DISPLAY 'REVIEW: THE GAME WAS WON.'
           ELSE
              PERFORM REVIEW-LAST-POSITION
           END-IF
           MOVE REVIEW-SAVED-POSITION TO CURRENT-POSITION
           PERFORM REBUILD-TO-POSITION.

       REVIEW-ONE-MOVE.
           MOVE 'N' TO REVIEW-MOVE-FLAGGED
           COMPUTE CURRENT-POSITION = REVIEW-I - 1
           PERFORM REBUILD-TO-POSITION
           PERFORM NOTE-COVERED-CARD

           MOVE 0 TO AP-TT-SKIP
           CALL 'AUTOPILOT' USING
              REQ-RSP-BLOCK OF STOCK,
              REQ-RSP-BLOCK OF FOUNDATION,
              TABLEAU,
              REQ-RSP-BLOCK OF WASTE,
              AP-CONTROL
           END-CALL
           MOVE AP-NARRATION TO REVIEW-AP-MOVE
           EVALUATE TRUE
           WHEN AP-RESULT IS NOT EQUAL TO 'M'
                MOVE 'S' TO REVIEW-AP-KIND
           WHEN AP-NARRATION(1:5) IS EQUAL TO 'WASTE'
                MOVE 'W' TO REVIEW-AP-KIND
           WHEN AP-NARRATION(1:5) IS EQUAL TO 'STACK'
                MOVE 'T' TO REVIEW-AP-KIND
           WHEN OTHER
                MOVE 'F' TO REVIEW-AP-KIND
           END-EVALUATE
           PERFORM REPLAY-MANDATORY-CARDS
           PERFORM COUNT-CARDS-HOME
           MOVE REVIEW-HOME-COUNT TO REVIEW-HOME-AP

           MOVE REVIEW-I TO CURRENT-POSITION
           PERFORM REBUILD-TO-POSITION
           PERFORM COUNT-CARDS-HOME
           MOVE REVIEW-HOME-COUNT TO REVIEW-HOME-PLAYER

           IF REVIEW-HOME-AP IS GREATER THAN REVIEW-HOME-PLAYER
              MOVE 'Y' TO REVIEW-MOVE-FLAGGED
              DISPLAY 'MOVE ' REVIEW-I ': FOUNDATION PASSED UP - '
                 'THE AUTOPILOT WOULD HAVE ' REVIEW-HOME-AP
                 ' CARDS HOME, YOU HAD ' REVIEW-HOME-PLAYER
              DISPLAY '          AUTOPILOT: ' REVIEW-AP-MOVE
           END-IF
           IF MT-TYPE(REVIEW-I) IS EQUAL TO 'FET' AND
              (REVIEW-AP-KIND IS EQUAL TO 'W' OR
              REVIEW-AP-KIND IS EQUAL TO 'T')
              MOVE 'Y' TO REVIEW-MOVE-FLAGGED
              DISPLAY 'MOVE ' REVIEW-I ': DREW FROM THE STOCK WITH '
                 'A TABLEAU MOVE OPEN'
              DISPLAY '          AUTOPILOT: ' REVIEW-AP-MOVE
           END-IF
           IF REVIEW-COVERS IS EQUAL TO 'Y'
              MOVE 'Y' TO REVIEW-MOVE-FLAGGED
              MOVE REVIEW-COVER-RANK TO REQ-RANK-N OF CARDS
              MOVE REVIEW-COVER-SUIT TO REQ-SUIT-N OF CARDS
              MOVE 2 TO REQ-OP-CODE OF CARDS
              CALL 'CARDS' USING REQ-RSP-BLOCK OF CARDS
              END-CALL
              DISPLAY 'MOVE ' REVIEW-I ': BURIED THE '
                 RSP-RANK-A OF CARDS RSP-SUIT-A OF CARDS
                 ' ON STACK ' REVIEW-DST-I
                 ' - ITS FOUNDATION WANTS IT NEXT BUT ONE'
           END-IF
           IF MT-UNDOS(REVIEW-I) IS GREATER THAN 0
              MOVE 'Y' TO REVIEW-MOVE-FLAGGED
              DISPLAY 'MOVE ' REVIEW-I ': PLAYED AFTER '
                 MT-UNDOS(REVIEW-I) ' UNDO(S)'
           END-IF
           IF REVIEW-MOVE-FLAGGED IS EQUAL TO 'Y'
              ADD 1 TO REVIEW-FLAG-COUNT
           END-IF.

      *    LOOKS AT THE STACK THE PLAYER'S MOVE LANDS ON, ON THE BOARD
      *    BEFORE THE MOVE: ITS FACE-UP TOP CARD IS BURIED BY THE MOVE
      *    AND IS WORTH A FLAG WHEN ONLY ONE MORE CARD OF ITS SUIT HAS
      *    TO GO HOME BEFORE IT COULD
       NOTE-COVERED-CARD.
           MOVE 'N' TO REVIEW-COVERS
           EVALUATE MT-TYPE(REVIEW-I)
           WHEN 'MOV'
                MOVE MT-P3(REVIEW-I) TO REVIEW-DST-I
           WHEN 'WMV'
                MOVE MT-P1(REVIEW-I) TO REVIEW-DST-I
           WHEN 'FWD'
                MOVE MT-P2(REVIEW-I) TO REVIEW-DST-I
           WHEN OTHER
                MOVE 0 TO REVIEW-DST-I
           END-EVALUATE
           IF REVIEW-DST-I IS GREATER THAN 0
              MOVE REVIEW-DST-I TO REQ-STCK-IDX OF TABLEAU
              MOVE 8 TO REQ-OP-CODE OF TABLEAU
              CALL 'TABLEAU' USING TABLEAU
              END-CALL
              IF RSP-NUM-CARDS OF TABLEAU IS GREATER THAN 0
                 MOVE REVIEW-DST-I TO REQ-STCK-IDX OF TABLEAU
                 MOVE RSP-NUM-CARDS OF TABLEAU TO
                    REQ-CARD-IDX OF TABLEAU
                 MOVE 9 TO REQ-OP-CODE OF TABLEAU
                 CALL 'TABLEAU' USING TABLEAU
                 END-CALL
                 IF RSP-CARD-FACE-UP OF TABLEAU IS EQUAL TO 'Y'
                    MOVE RANK-N OF RSP-CARD OF TABLEAU TO
                       REVIEW-COVER-RANK
                    MOVE SUIT-N OF RSP-CARD OF TABLEAU TO
                       REVIEW-COVER-SUIT
                    MOVE REVIEW-COVER-SUIT TO
                       REQ-STACK-NUM OF FOUNDATION
                    MOVE 4 TO REQ-OP-CODE OF FOUNDATION
                    CALL 'FOUNDATION' USING
                       REQ-RSP-BLOCK OF FOUNDATION
                    END-CALL
                    IF REVIEW-COVER-RANK IS EQUAL TO
                       RSP-NXT-RANK OF FOUNDATION + 1
                       MOVE 'Y' TO REVIEW-COVERS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       COUNT-CARDS-HOME.
           MOVE 0 TO REVIEW-HOME-COUNT
           PERFORM VARYING REQ-STACK-NUM OF FOUNDATION
              FROM 1 BY 1
              UNTIL REQ-STACK-NUM OF FOUNDATION > 4
                   MOVE 3 TO REQ-OP-CODE OF FOUNDATION
                   CALL 'FOUNDATION' USING
                      REQ-RSP-BLOCK OF FOUNDATION
                   END-CALL
                   ADD RSP-CNT-STACK OF FOUNDATION TO
                      REVIEW-HOME-COUNT
           END-PERFORM.

      *    A GAME THAT WAS NOT WON: COULD THE AUTOPILOT HAVE WON FROM
      *    WHERE THE PLAYER STOPPED? ANY ONE OF THE THREE LINES WINNING
      *    IS ENOUGH
       REVIEW-LAST-POSITION.
           MOVE 'N' TO REVIEW-AP-WON
           PERFORM VARYING REVIEW-LINE-I FROM 0 BY 1
              UNTIL REVIEW-LINE-I > 2 OR REVIEW-AP-WON IS EQUAL TO 'Y'
                   PERFORM REVIEW-PLAY-ONE-LINE
           END-PERFORM
           IF REVIEW-AP-WON IS EQUAL TO 'Y'
              DISPLAY 'REVIEW: THE GAME WAS NOT WON, BUT THE '
                 'AUTOPILOT COULD STILL HAVE WON IT FROM MOVE '
                 MOVE-COUNT '.'
           ELSE
              DISPLAY 'REVIEW: THE GAME WAS NOT WON, AND THE '
                 'AUTOPILOT FOUND NO WIN FROM MOVE ' MOVE-COUNT
                 ' EITHER.'
           END-IF.

       REVIEW-PLAY-ONE-LINE.
           MOVE MOVE-COUNT TO CURRENT-POSITION
           PERFORM REBUILD-TO-POSITION
           MOVE REVIEW-LINE-I TO AP-TT-SKIP
           MOVE 0 TO REVIEW-STEPS
           MOVE 'M' TO AP-RESULT
           PERFORM UNTIL AP-RESULT IS NOT EQUAL TO 'M' OR
              REVIEW-STEPS IS EQUAL TO 400
                   CALL 'AUTOPILOT' USING
                      REQ-RSP-BLOCK OF STOCK,
                      REQ-RSP-BLOCK OF FOUNDATION,
                      TABLEAU,
                      REQ-RSP-BLOCK OF WASTE,
                      AP-CONTROL
                   END-CALL
                   ADD 1 TO REVIEW-STEPS
           END-PERFORM
           IF AP-RESULT IS EQUAL TO 'W'
              MOVE 'Y' TO REVIEW-AP-WON
           END-IF.

      ******************************************************************
      *   SAME RENDERING THE GAME'S DISPLAY-GAME USES
       SHOW-BOARD.
