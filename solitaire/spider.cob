      *  DEALS ARE OFFERED NEXT TO THE FULL FOUR-SUIT GAME. EVERY
      *  FINISHED GAME FEEDS THE SAME solledgr.dat LEDGER THE OTHER
      *  VARIANTS USE (VARIANT 'P'; THE DRAW-COUNT COLUMN CARRIES THE
      *  SUIT COUNT), SO SOLRESULTS REPORTS ON SPIDER TOO, AND THE
      *  SHARED SOLRATING SUBPROGRAM RE-RATES THE PLAYER AFTERWARDS.
      *  WHEN A spdscript.txt MOVE SCRIPT IS PRESENT THE GAME PLAYS IT
      *  IN BATCH INSTEAD - NO PROMPTS, NOTHING ON THE LEDGER - AND
      *  WRITES THE FINAL BOARD, THE SCORE AND EVERY REJECTED MOVE TO
      *  spdbatch.txt, SO A REPORTED PROBLEM CAN BE PLAYED AGAIN AT
      *  WILL. THE SCRIPT READS LIKE A GAME TRANSCRIPT:
      *     DEAL SEED n        THE DEAL (A SEED IS REQUIRED)
      *     SUITS n            ONE-, TWO- OR FOUR-SUIT DEAL
      *     MOVE s n d         n CARDS FROM STACK s ONTO STACK d
      *     FETCH              TEN CARDS FROM THE STOCK
      *     COMPARE [file]     CHECK THE FINAL BOARD AGAINST AN
      *                        EXPECTED-BOARD FILE (spdexpct.txt)
      *  ANY OTHER LINE IS PASSED OVER; A SECOND DEAL LINE STARTS THE
      *  GAME OVER. THE CHECK IS DONE BY THE SHARED SOLCOMPARE
      *  SUBPROGRAM; A BOARD THAT DIFFERS ENDS THE RUN WITH RETURN
      *  CODE 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPIDER.

           SELECT SOLLEDGR-FILE ASSIGN TO 'solledgr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
      *   THE MOVE SCRIPT FOR A BATCH RUN, AND WHAT THE RUN LEAVES -
      *   SEE RUN-BATCH-SCRIPT BELOW
           SELECT SPDSCRIPT-FILE ASSIGN TO 'spdscript.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCRIPT-STATUS.
           SELECT SPDBATCH-FILE ASSIGN TO 'spdbatch.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *      SPIDER HAS NO PASS RULE, SO ALWAYS 0
          02 LG-PASS-RULE          PIC 9.

       FD SPDSCRIPT-FILE.
       01 SPDSCRIPT-RECORD         PIC X(72).

       FD SPDBATCH-FILE.
       01 SPDBATCH-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS         PIC XX.
       01 WS-SCRIPT-STATUS         PIC XX.
       01 WS-BATCH-STATUS          PIC XX.

      ******************************************************************
      *   THE CARDS MODULE'S REQUEST BLOCK AND CARD TABLE - THE SAME
       01 GAME-WON                 PIC X  VALUE 'N'.
       01 GAME-STARTED             PIC X  VALUE 'N'.
       01 LEDGER-OUTCOME           PIC X.
       01 RATING-RESULT            PIC X.
       01 STAY-OPEN                PIC X  VALUE 'Y'.
       01 CHOICE                   PIC X.

       01 PRINT-CARD-I             PIC 9(3).
       01 PLAY-AGAIN-ANSWER        PIC X.

      ******************************************************************
      *   BATCH RUN OF A MOVE SCRIPT - SEE RUN-BATCH-SCRIPT
       01 BATCH-MODE-ON            PIC X  VALUE 'N'.
       01 SCRIPT-EOF               PIC X.
      *   A DEAL SEED HAS BEEN READ / THAT DEAL IS ON THE BOARD
       01 BATCH-SEED-SEEN          PIC X.
       01 BATCH-DEALT              PIC X.
       01 BATCH-SEED               PIC 9(9).
       01 BATCH-LINE-NO            PIC 9(4).
       01 BATCH-PLAYED             PIC 9(4).
       01 BATCH-MOVES-BEFORE       PIC 9(4).
       01 BATCH-WORDS.
          02 BW-1                  PIC X(20).
          02 BW-2                  PIC X(20).
          02 BW-3                  PIC X(20).
          02 BW-4                  PIC X(20).
       01 BATCH-NUMBER             PIC 9(3).
      *   THE SCRIPT LINES THE GAME TURNED DOWN, AS WRITTEN
       01 REJECT-COUNT             PIC 9(4).
       01 REJECT-TABLE.
          02 REJECT-T OCCURS 99 TIMES.
             03 RJ-LINE-NO         PIC 9(4).
             03 RJ-TEXT            PIC X(72).
       01 REJECT-I                 PIC 9(3).
       01 BATCH-COMPARE            PIC X.
       01 BATCH-SCORE              PIC -(6)9.
      *   ONE LINE OF THE BOARD DUMP BEING BUILT, AND WHERE THE NEXT
      *   CARD GOES ON IT
       01 BOARD-LINE               PIC X(132).
       01 BOARD-PTR                PIC 9(3).
       01 BOARD-CARD               PIC X(4).
       01 COMPARE-REQUEST.
          02 CMP-ACTUAL-PATH       PIC X(20) VALUE 'spdbatch.txt'.
          02 CMP-EXPECTED-PATH     PIC X(20) VALUE 'spdexpct.txt'.
          02 CMP-RESULT            PIC X.
          02 CMP-LINE-NO           PIC 99.
          02 CMP-ACTUAL-LINE       PIC X(132).
          02 CMP-EXPECTED-LINE     PIC X(132).

      ******************************************************************
       PROCEDURE DIVISION.
           OPEN INPUT SPDSCRIPT-FILE.
           IF WS-SCRIPT-STATUS IS EQUAL TO '00'
              PERFORM RUN-BATCH-SCRIPT
              STOP RUN
           END-IF.
           DISPLAY 'SPIDER SOLITAIRE'.
           DISPLAY 'PLAYER NAME: ' WITH NO ADVANCING.
           ACCEPT CURRENT-PLAYER-NAME.

      ******************************************************************
       START-GAME.
      *    A BATCH RUN HAS ALREADY SET THE SUITS AND THE SEED FROM
      *    ITS SCRIPT
           IF BATCH-MODE-ON IS EQUAL TO 'N'
              DISPLAY 'SUITS TO PLAY - 1, 2 OR 4 (1 = EASIEST): '
                 WITH NO ADVANCING
              ACCEPT SUIT-MODE
           END-IF.
           IF SUIT-MODE IS NOT EQUAL TO 1 AND
              SUIT-MODE IS NOT EQUAL TO 2 AND
              SUIT-MODE IS NOT EQUAL TO 4
              DISPLAY 'TAKING THE ONE-SUIT BEGINNER DEAL.'
              MOVE 1 TO SUIT-MODE
           END-IF.
           IF BATCH-MODE-ON IS EQUAL TO 'N'
              DISPLAY 'SEED (0 = RANDOM DEAL): ' WITH NO ADVANCING
              ACCEPT GAME-SEED
           END-IF.
           IF GAME-SEED IS EQUAL TO 0
              MOVE 'R' TO GAME-DEAL-MODE
           ELSE
      *   SAME-SUIT CARDS MAY TRAVEL TOGETHER, WHICH IS WHAT MAKES
      *   SPIDER SPIDER.
       MOVE-A-RUN.
           IF BATCH-MODE-ON IS EQUAL TO 'N'
              DISPLAY 'FROM STACK (1-10): ' WITH NO ADVANCING
              ACCEPT MV-SRC
              DISPLAY 'HOW MANY CARDS: ' WITH NO ADVANCING
              ACCEPT MV-COUNT
              DISPLAY 'TO STACK (1-10): ' WITH NO ADVANCING
              ACCEPT MV-DST
           END-IF.
           IF MV-SRC IS LESS THAN 1 OR MV-SRC IS GREATER THAN 10
              OR MV-DST IS LESS THAN 1 OR
              MV-DST IS GREATER THAN 10 OR
           MOVE 0 TO LG-PASS-RULE.
           WRITE SOLLEDGR-RECORD.
           CLOSE SOLLEDGR-FILE.
           CALL 'SOLRATING' USING RATING-RESULT
           END-CALL.

      ******************************************************************
      *   PLAYS spdscript.txt FROM TOP TO BOTTOM WITH NO ONE AT THE
      *   KEYBOARD. THE DEAL WAITS FOR THE FIRST MOVE (OR THE END OF
      *   THE SCRIPT) SO A SUITS LINE AFTER THE DEAL LINE STILL
      *   COUNTS. A SCRIPTED GAME IS A TEST, NOT A RESULT, SO IT
      *   NEVER GOES ON THE LEDGER.
       RUN-BATCH-SCRIPT.
           MOVE 'Y' TO BATCH-MODE-ON.
           MOVE 'N' TO BATCH-SEED-SEEN.
           MOVE 'N' TO BATCH-DEALT.
           MOVE 'N' TO BATCH-COMPARE.
           MOVE 0 TO BATCH-LINE-NO.
           PERFORM CLEAR-BATCH-TALLY.
           MOVE 'N' TO SCRIPT-EOF.
           PERFORM UNTIL SCRIPT-EOF IS EQUAL TO 'Y'
                   READ SPDSCRIPT-FILE
                   AT END
                      MOVE 'Y' TO SCRIPT-EOF
                   NOT AT END
                      ADD 1 TO BATCH-LINE-NO
                      PERFORM BATCH-ONE-LINE
                   END-READ
           END-PERFORM.
           CLOSE SPDSCRIPT-FILE.
           IF BATCH-SEED-SEEN IS EQUAL TO 'N'
              DISPLAY 'BATCH: NO DEAL SEED IN spdscript.txt - '
                 'NOTHING PLAYED.'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF BATCH-DEALT IS EQUAL TO 'N'
                 PERFORM BATCH-DEAL
              END-IF
              PERFORM SWEEP-COMPLETED-RUNS
              PERFORM WRITE-BATCH-OUTPUT
              DISPLAY 'BATCH: ' BATCH-PLAYED ' MOVE(S) PLAYED, '
                 REJECT-COUNT ' REJECTED - SEE spdbatch.txt.'
              IF BATCH-COMPARE IS EQUAL TO 'Y'
                 PERFORM COMPARE-BATCH-BOARD
              END-IF
           END-IF.

       CLEAR-BATCH-TALLY.
           MOVE 0 TO BATCH-PLAYED.
           MOVE 0 TO REJECT-COUNT.

       BATCH-ONE-LINE.
           MOVE SPACES TO BATCH-WORDS.
           UNSTRING SPDSCRIPT-RECORD DELIMITED BY ALL ' '
              INTO BW-1, BW-2, BW-3, BW-4.
           EVALUATE BW-1
           WHEN 'DEAL'
      *         A NEW DEAL STARTS THE GAME OVER; ONLY A SEEDED DEAL
      *         CAN BE DEALT AGAIN
                MOVE 'N' TO BATCH-DEALT
                MOVE 'N' TO BATCH-SEED-SEEN
                PERFORM CLEAR-BATCH-TALLY
                IF BW-2 IS EQUAL TO 'SEED'
                   MOVE FUNCTION NUMVAL(BW-3) TO BATCH-SEED
                   IF BATCH-SEED IS GREATER THAN 0
                      MOVE 'Y' TO BATCH-SEED-SEEN
                   END-IF
                END-IF
           WHEN 'SUITS'
                MOVE FUNCTION NUMVAL(BW-2) TO BATCH-NUMBER
                IF BATCH-NUMBER IS GREATER THAN 9
                   MOVE 0 TO BATCH-NUMBER
                END-IF
                MOVE BATCH-NUMBER TO SUIT-MODE
           WHEN 'MOVE'
           WHEN 'FETCH'
                PERFORM BATCH-PLAY-LINE
           WHEN 'COMPARE'
                MOVE 'Y' TO BATCH-COMPARE
                IF BW-2 IS NOT EQUAL TO SPACES
                   MOVE BW-2 TO CMP-EXPECTED-PATH
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *   A LINE THE GAME TURNS DOWN LEAVES THE MOVE COUNT WHERE IT
      *   WAS - THAT IS HOW IT IS CAUGHT FOR THE REJECTED LIST
       BATCH-PLAY-LINE.
           IF BATCH-SEED-SEEN IS EQUAL TO 'N'
              PERFORM NOTE-REJECTED-LINE
           ELSE
              IF BATCH-DEALT IS EQUAL TO 'N'
                 PERFORM BATCH-DEAL
              END-IF
              PERFORM SWEEP-COMPLETED-RUNS
              MOVE MOVE-COUNT-TOTAL TO BATCH-MOVES-BEFORE
              IF GAME-WON IS EQUAL TO 'N'
                 IF BW-1 IS EQUAL TO 'FETCH'
                    PERFORM DEAL-FROM-STOCK
                 ELSE
                    IF FUNCTION NUMVAL(BW-2) IS NOT GREATER THAN 10
                       AND FUNCTION NUMVAL(BW-3) IS NOT GREATER
                       THAN 99 AND
                       FUNCTION NUMVAL(BW-4) IS NOT GREATER THAN 10
                       MOVE FUNCTION NUMVAL(BW-2) TO MV-SRC
                       MOVE FUNCTION NUMVAL(BW-3) TO MV-COUNT
                       MOVE FUNCTION NUMVAL(BW-4) TO MV-DST
                       PERFORM MOVE-A-RUN
                    END-IF
                 END-IF
              END-IF
              IF MOVE-COUNT-TOTAL IS EQUAL TO BATCH-MOVES-BEFORE
                 PERFORM NOTE-REJECTED-LINE
              ELSE
                 ADD 1 TO BATCH-PLAYED
              END-IF
           END-IF.

       BATCH-DEAL.
           MOVE BATCH-SEED TO GAME-SEED.
           PERFORM START-GAME.
           MOVE 'N' TO GAME-STARTED.
           MOVE 'Y' TO BATCH-DEALT.

       NOTE-REJECTED-LINE.
           ADD 1 TO REJECT-COUNT.
           IF REJECT-COUNT IS NOT GREATER THAN 99
              MOVE BATCH-LINE-NO TO RJ-LINE-NO(REJECT-COUNT)
              MOVE SPDSCRIPT-RECORD TO RJ-TEXT(REJECT-COUNT)
           END-IF.

      ******************************************************************
      *   spdbatch.txt: WHAT WAS PLAYED AND TURNED DOWN, THEN THE
      *   FINAL BOARD BETWEEN 'FINAL BOARD' AND 'END OF BOARD' - THE
      *   PART SOLCOMPARE CHECKS. FACE-DOWN CARDS ARE SHOWN IN
      *   BRACKETS, SO A CARD GONE MISSING UNDER THE PILE SHOWS TOO.
       WRITE-BATCH-OUTPUT.
           OPEN OUTPUT SPDBATCH-FILE.
           MOVE 'SPIDER BATCH RUN OF spdscript.txt' TO
              SPDBATCH-RECORD.
           WRITE SPDBATCH-RECORD.
           MOVE SPACES TO SPDBATCH-RECORD.
           STRING 'DEAL SEED ' GAME-SEED '   SUITS ' SUIT-MODE
              DELIMITED BY SIZE INTO SPDBATCH-RECORD.
           WRITE SPDBATCH-RECORD.
           MOVE SPACES TO SPDBATCH-RECORD.
           STRING 'SCRIPT LINES ' BATCH-LINE-NO '   MOVES PLAYED '
              BATCH-PLAYED '   REJECTED ' REJECT-COUNT
              DELIMITED BY SIZE INTO SPDBATCH-RECORD.
           WRITE SPDBATCH-RECORD.
           PERFORM VARYING REJECT-I FROM 1 BY 1
              UNTIL REJECT-I > REJECT-COUNT OR REJECT-I > 99
                   MOVE SPACES TO SPDBATCH-RECORD
                   STRING 'REJECTED LINE ' RJ-LINE-NO(REJECT-I) ': '
                      RJ-TEXT(REJECT-I)
                      DELIMITED BY SIZE INTO SPDBATCH-RECORD
                   WRITE SPDBATCH-RECORD
           END-PERFORM.
           MOVE 'FINAL BOARD' TO SPDBATCH-RECORD.
           WRITE SPDBATCH-RECORD.
           MOVE GAME-SCORE TO BATCH-SCORE.
           MOVE SPACES TO SPDBATCH-RECORD.
           IF GAME-WON IS EQUAL TO 'Y'
              STRING 'RESULT WON       SCORE ' BATCH-SCORE
                 '   MOVES ' MOVE-COUNT-TOTAL '   RUNS DONE '
                 RUNS-DONE '/8'
                 DELIMITED BY SIZE INTO SPDBATCH-RECORD
           ELSE
              STRING 'RESULT IN PLAY   SCORE ' BATCH-SCORE
                 '   MOVES ' MOVE-COUNT-TOTAL '   RUNS DONE '
                 RUNS-DONE '/8'
                 DELIMITED BY SIZE INTO SPDBATCH-RECORD
           END-IF.
           WRITE SPDBATCH-RECORD.
           COMPUTE DEAL-I = S-STOCK-COUNT / 10.
           MOVE SPACES TO SPDBATCH-RECORD.
           STRING 'STOCK DEALS LEFT ' DEAL-I
              DELIMITED BY SIZE INTO SPDBATCH-RECORD.
           WRITE SPDBATCH-RECORD.
           PERFORM VARYING PRINT-STACK-I FROM 1 BY 1
              UNTIL PRINT-STACK-I > 10
                   PERFORM DUMP-ONE-STACK
           END-PERFORM.
           MOVE 'END OF BOARD' TO SPDBATCH-RECORD.
           WRITE SPDBATCH-RECORD.
           CLOSE SPDBATCH-FILE.

       DUMP-ONE-STACK.
           MOVE SPACES TO BOARD-LINE.
           MOVE 1 TO BOARD-PTR.
           STRING 'STACK ' PRINT-STACK-I ':'
              DELIMITED BY SIZE INTO BOARD-LINE
              WITH POINTER BOARD-PTR.
           IF S-COUNT(PRINT-STACK-I) IS EQUAL TO 0
              STRING ' (EMPTY)' DELIMITED BY SIZE INTO BOARD-LINE
                 WITH POINTER BOARD-PTR
           ELSE
              PERFORM VARYING PRINT-CARD-I FROM 1 BY 1
                 UNTIL PRINT-CARD-I > S-COUNT(PRINT-STACK-I)
                      PERFORM DUMP-ONE-CARD
              END-PERFORM
           END-IF.
           MOVE BOARD-LINE TO SPDBATCH-RECORD.
           WRITE SPDBATCH-RECORD.

       DUMP-ONE-CARD.
           MOVE 2 TO REQ-OP-CODE OF CARDS-API.
           MOVE S-RANK-N(PRINT-STACK-I, PRINT-CARD-I) TO
              REQ-RANK-N OF CARDS-API.
           MOVE S-SUIT-N(PRINT-STACK-I, PRINT-CARD-I) TO
              REQ-SUIT-N OF CARDS-API.
           CALL 'CARDS' USING CARDS-API
           END-CALL.
           MOVE SPACES TO BOARD-CARD.
           IF S-FACE-UP(PRINT-STACK-I, PRINT-CARD-I) IS EQUAL TO 'Y'
              STRING RSP-RANK-A OF CARDS-API RSP-SUIT-A OF CARDS-API
                 DELIMITED BY SIZE INTO BOARD-CARD
           ELSE
              STRING '[' RSP-RANK-A OF CARDS-API
                 RSP-SUIT-A OF CARDS-API ']'
                 DELIMITED BY SIZE INTO BOARD-CARD
           END-IF.
      *    A LONG STACK CARRIES ON, INDENTED, ON THE NEXT LINE
           IF BOARD-PTR IS GREATER THAN 126
              MOVE BOARD-LINE TO SPDBATCH-RECORD
              WRITE SPDBATCH-RECORD
              MOVE SPACES TO BOARD-LINE
              MOVE 10 TO BOARD-PTR
           END-IF.
           STRING ' ' DELIMITED BY SIZE
              BOARD-CARD DELIMITED BY SPACE
              INTO BOARD-LINE WITH POINTER BOARD-PTR.

      ******************************************************************
      *   HANDS THE BOARD JUST WRITTEN TO SOLCOMPARE AND ADDS ITS
      *   VERDICT TO THE END OF spdbatch.txt. ANYTHING BUT A MATCH
      *   ENDS THE RUN WITH RETURN CODE 4.
       COMPARE-BATCH-BOARD.
           CALL 'SOLCOMPARE' USING COMPARE-REQUEST
           END-CALL.
           OPEN EXTEND SPDBATCH-FILE.
           MOVE SPACES TO SPDBATCH-RECORD.
           EVALUATE CMP-RESULT
           WHEN 'M'
                STRING 'COMPARED WITH '
                   FUNCTION TRIM(CMP-EXPECTED-PATH)
                   ': THE BOARD MATCHES'
                   DELIMITED BY SIZE INTO SPDBATCH-RECORD
           WHEN 'D'
                STRING 'COMPARED WITH '
                   FUNCTION TRIM(CMP-EXPECTED-PATH)
                   ': THE BOARD DIFFERS AT BOARD LINE ' CMP-LINE-NO
                   DELIMITED BY SIZE INTO SPDBATCH-RECORD
           WHEN 'X'
                STRING 'COMPARED WITH '
                   FUNCTION TRIM(CMP-EXPECTED-PATH)
                   ': NO SUCH FILE'
                   DELIMITED BY SIZE INTO SPDBATCH-RECORD
           WHEN OTHER
                MOVE 'NO BOARD WAS WRITTEN TO COMPARE'
                   TO SPDBATCH-RECORD
           END-EVALUATE.
           WRITE SPDBATCH-RECORD.
           DISPLAY 'BATCH: ' FUNCTION TRIM(SPDBATCH-RECORD).
           IF CMP-RESULT IS EQUAL TO 'D'
              MOVE SPACES TO SPDBATCH-RECORD
              STRING '  EXPECTED: ' CMP-EXPECTED-LINE
                 DELIMITED BY SIZE INTO SPDBATCH-RECORD
              WRITE SPDBATCH-RECORD
              MOVE SPACES TO SPDBATCH-RECORD
              STRING '  ACTUAL:   ' CMP-ACTUAL-LINE
                 DELIMITED BY SIZE INTO SPDBATCH-RECORD
              WRITE SPDBATCH-RECORD
           END-IF.
           CLOSE SPDBATCH-FILE.
           IF CMP-RESULT IS NOT EQUAL TO 'M'
              MOVE 4 TO RETURN-CODE
           END-IF.
