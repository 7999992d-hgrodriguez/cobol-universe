      *  WINNING STREAKS, AND THE SCORE TREND (ALL-TIME AVERAGE
      *  AGAINST THE LAST TEN GAMES). CAN BE FILTERED TO ONE PLAYER.
      *  PRACTICE-MODE GAMES ARE LEFT OUT OF THE PERCENTAGES - A
      *  BOARD WITH THE RULES OFF PROVES NOTHING - AND SO ARE GAMES
      *  PLAYED UNDER A NAMED HOUSE RULE SET, WHOSE EASIER OR HARDER
      *  RULES WOULD SKEW THE FIGURES. SPIDER AND YUKON
      *  GAMES, WHICH HAVE NO DRAW COUNT, GET A LINE OF THEIR OWN.
      *  CLOSES WITH THE SKILL-RATINGS TABLE FOR EVERY PLAYER, ONE
      *  COLUMN PER VARIANT, FRESHLY WORKED OUT BY SOLRATING - WIN
      *  PERCENTAGE ALONE FLATTERS WHOEVER ONLY TAKES EASY DEALS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLRESULTS.

           SELECT SOLLEDGR-FILE ASSIGN TO 'solledgr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SOLRATING-FILE ASSIGN TO 'solrating.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATING-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *      THE STOCK-PASS RULE IN FORCE - 0 UNLIMITED, 1 OR 3
      *      LIMITED; BLANK ON LINES FROM BEFORE THE RULE EXISTED
          02 LG-PASS-RULE          PIC 9.
          02 FILLER                PIC X.
      *      THE HOUSE RULE SET THE GAME WAS PLAYED UNDER; BLANK FOR
      *      THE STANDARD RULES AND ON LINES FROM BEFORE RULE SETS
          02 LG-RULE-SET           PIC X(15).

      *   WRITTEN BY SOLRATING - ONE LINE PER PLAYER AND VARIANT
       FD SOLRATING-FILE.
       01 SOLRATING-RECORD.
          02 RR-PLAYER             PIC X(15).
          02 FILLER                PIC X.
          02 RR-VARIANT            PIC X.
          02 FILLER                PIC X.
          02 RR-RATING             PIC 9(4).
          02 FILLER                PIC X.
          02 RR-PEAK               PIC 9(4).
          02 FILLER                PIC X.
          02 RR-GAMES              PIC 9(5).
          02 FILLER                PIC X.
          02 RR-WINS               PIC 9(5).
          02 FILLER                PIC X.
          02 RR-HIST-HELD          PIC 99.
          02 RR-HIST-T OCCURS 10 TIMES.
             03 FILLER             PIC X.
             03 RR-HIST            PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS         PIC XX.
       01 FILTER-PLAYER            PIC X(15).
       01 GAME-COUNT               PIC 9(5) VALUE 0.
       01 PRACTICE-COUNT           PIC 9(5) VALUE 0.
       01 HOUSE-COUNT              PIC 9(5) VALUE 0.
       01 DRAW1-GAMES              PIC 9(5) VALUE 0.
       01 DRAW1-WINS               PIC 9(5) VALUE 0.
       01 DRAW3-GAMES              PIC 9(5) VALUE 0.
       01 SPIDER2-WINS             PIC 9(5) VALUE 0.
       01 SPIDER4-GAMES            PIC 9(5) VALUE 0.
       01 SPIDER4-WINS             PIC 9(5) VALUE 0.
      *   YUKON ROWS CARRY VARIANT 'Y' - NO STOCK, SO NO DRAW COUNT
      *   TO SPLIT BY; THEY STAY OUT OF THE DRAW-1/DRAW-3 FIGURES TOO
       01 YUKON-GAMES              PIC 9(5) VALUE 0.
       01 YUKON-WINS               PIC 9(5) VALUE 0.
      *   STRICT GAMES PLAYED UNDER A LIMITED STOCK-PASS RULE,
      *   CASUAL ONES WITH THE ENDLESS STOCK - THE SCORES ARE NOT
      *   COMPARABLE, SO THEY SPLIT
       01 RECENT-SUM               PIC 9(8).
       01 RECENT-AVG               PIC 9(6).
       01 RING-I                   PIC 99.
      *   THE RATINGS TABLE: ONE ROW PER PLAYER, COLUMNS K F Y P
       01 WS-RATING-STATUS         PIC XX.
       01 RATING-RESULT            PIC X.
       01 RATING-EOF               PIC X.
       01 TABLE-COUNT              PIC 99 VALUE 0.
       01 TABLE-I                  PIC 99.
       01 TABLE-FOUND              PIC 99.
       01 TABLE-COL                PIC 9.
       01 RATINGS-TABLE.
          02 RATINGS-ROW OCCURS 40 TIMES.
             03 TR-PLAYER          PIC X(15).
             03 TR-RATING OCCURS 4 TIMES PIC 9(4).
       01 RATINGS-LINE.
          02 RL-PLAYER             PIC X(15).
          02 RL-COL OCCURS 4 TIMES.
             03 FILLER             PIC X(5).
             03 RL-RATING          PIC ZZZ9.

       PROCEDURE DIVISION.
           DISPLAY 'RESULTS: PLAYER NAME (BLANK = EVERYONE): '
           END-PERFORM.
           CLOSE SOLLEDGR-FILE.
           PERFORM PRINT-THE-REPORT.
           PERFORM PRINT-RATINGS-TABLE.
           STOP RUN.

       TALLY-ONE-GAME.
           IF LG-PRACTICE IS EQUAL TO 'Y'
              ADD 1 TO PRACTICE-COUNT
           ELSE
           IF LG-RULE-SET IS NOT EQUAL TO SPACES
              ADD 1 TO HOUSE-COUNT
           ELSE
              ADD 1 TO GAME-COUNT
              ADD LG-SCORE TO SCORE-SUM
                 WHEN OTHER
                      ADD 1 TO SPIDER1-GAMES
                 END-EVALUATE
              ELSE
              IF LG-VARIANT IS EQUAL TO 'Y'
                 ADD 1 TO YUKON-GAMES
              ELSE
                 IF LG-DRAW-COUNT IS EQUAL TO 3
                    ADD 1 TO DRAW3-GAMES
                    ADD 1 TO DRAW1-GAMES
                 END-IF
              END-IF
              END-IF
              EVALUATE LG-DEAL-MODE
              WHEN 'S'
                   ADD 1 TO MODE-S-GAMES
                    WHEN OTHER
                         ADD 1 TO SPIDER1-WINS
                    END-EVALUATE
                 ELSE
                 IF LG-VARIANT IS EQUAL TO 'Y'
                    ADD 1 TO YUKON-WINS
                 ELSE
                    IF LG-DRAW-COUNT IS EQUAL TO 3
                       ADD 1 TO DRAW3-WINS
                       ADD 1 TO DRAW1-WINS
                    END-IF
                 END-IF
                 END-IF
                 EVALUATE LG-DEAL-MODE
                 WHEN 'S'
                      ADD 1 TO MODE-S-WINS
              ELSE
                 MOVE 0 TO CURRENT-STREAK
              END-IF
           END-IF
           END-IF.

       PRINT-THE-REPORT.
           DISPLAY 'GAME RESULTS' .
           DISPLAY 'GAMES COUNTED: ' GAME-COUNT
              ' (PRACTICE GAMES LEFT OUT: ' PRACTICE-COUNT ')'.
           IF HOUSE-COUNT IS GREATER THAN 0
              DISPLAY 'HOUSE-RULE GAMES LEFT OUT: ' HOUSE-COUNT
           END-IF.
           IF GAME-COUNT IS EQUAL TO 0
              DISPLAY 'NOTHING TO REPORT.'
           ELSE
              PERFORM PRINT-DRAW-SPLIT
              PERFORM PRINT-SPIDER-SPLIT
              PERFORM PRINT-YUKON-SPLIT
              PERFORM PRINT-PASS-SPLIT
              PERFORM PRINT-MODE-SPLIT
              DISPLAY 'CURRENT WINNING STREAK: ' CURRENT-STREAK
              END-IF
           END-IF.

       PRINT-YUKON-SPLIT.
           IF YUKON-GAMES IS GREATER THAN 0
              COMPUTE WS-PCT = (YUKON-WINS * 100) / YUKON-GAMES
              DISPLAY 'YUKON:  ' YUKON-WINS ' OF ' YUKON-GAMES
                 ' WON (' WS-PCT '%)'
           END-IF.

       PRINT-PASS-SPLIT.
           IF STRICT-GAMES IS GREATER THAN 0
              COMPUTE WS-PCT = (STRICT-WINS * 100) / STRICT-GAMES
              DISPLAY 'DAILY DEALS:  ' MODE-D-WINS ' OF '
                 MODE-D-GAMES ' WON (' WS-PCT '%)'
           END-IF.

      *   EVERY PLAYER, WHATEVER THE NAME FILTER - A RATING MEANS
      *   LITTLE EXCEPT BESIDE SOMEBODY ELSE'S. A BLANK COLUMN IS A
      *   VARIANT THE PLAYER HAS NO RATED GAME OF.
       PRINT-RATINGS-TABLE.
           CALL 'SOLRATING' USING RATING-RESULT
           END-CALL.
           MOVE 0 TO TABLE-COUNT.
           OPEN INPUT SOLRATING-FILE.
           IF WS-RATING-STATUS IS EQUAL TO '00'
              MOVE 'N' TO RATING-EOF
              PERFORM UNTIL RATING-EOF IS EQUAL TO 'Y'
                      READ SOLRATING-FILE
                      AT END
                         MOVE 'Y' TO RATING-EOF
                      NOT AT END
                         PERFORM TABLE-ONE-RATING
                      END-READ
              END-PERFORM
              CLOSE SOLRATING-FILE
           END-IF.
           DISPLAY ' '.
           DISPLAY 'SKILL RATINGS (ALL PLAYERS, STARTING AT 1500)'.
           IF TABLE-COUNT IS EQUAL TO 0
              DISPLAY 'NO RATED GAMES YET.'
           ELSE
              DISPLAY 'PLAYER          KLONDIKE FREECELL    YUKON   '
                 'SPIDER'
              PERFORM VARYING TABLE-I FROM 1 BY 1
                 UNTIL TABLE-I > TABLE-COUNT
                      MOVE SPACES TO RATINGS-LINE
                      MOVE TR-PLAYER(TABLE-I) TO RL-PLAYER
                      PERFORM VARYING TABLE-COL FROM 1 BY 1
                         UNTIL TABLE-COL > 4
                              IF TR-RATING(TABLE-I, TABLE-COL)
                                 IS GREATER THAN 0
                                 MOVE TR-RATING(TABLE-I, TABLE-COL)
                                    TO RL-RATING(TABLE-COL)
                              END-IF
                      END-PERFORM
                      DISPLAY RATINGS-LINE
              END-PERFORM
           END-IF.

       TABLE-ONE-RATING.
           MOVE 0 TO TABLE-FOUND.
           PERFORM VARYING TABLE-I FROM 1 BY 1
              UNTIL TABLE-I > TABLE-COUNT OR TABLE-FOUND > 0
                   IF TR-PLAYER(TABLE-I) IS EQUAL TO RR-PLAYER
                      MOVE TABLE-I TO TABLE-FOUND
                   END-IF
           END-PERFORM.
           IF TABLE-FOUND IS EQUAL TO 0 AND TABLE-COUNT < 40
              ADD 1 TO TABLE-COUNT
              MOVE TABLE-COUNT TO TABLE-FOUND
              MOVE RR-PLAYER TO TR-PLAYER(TABLE-FOUND)
              PERFORM VARYING TABLE-COL FROM 1 BY 1
                 UNTIL TABLE-COL > 4
                      MOVE 0 TO TR-RATING(TABLE-FOUND, TABLE-COL)
              END-PERFORM
           END-IF.
           EVALUATE RR-VARIANT
           WHEN 'F'
                MOVE 2 TO TABLE-COL
           WHEN 'Y'
                MOVE 3 TO TABLE-COL
           WHEN 'P'
                MOVE 4 TO TABLE-COL
           WHEN OTHER
                MOVE 1 TO TABLE-COL
           END-EVALUATE.
           IF TABLE-FOUND IS GREATER THAN 0
              MOVE RR-RATING TO TR-RATING(TABLE-FOUND, TABLE-COL)
           END-IF.
