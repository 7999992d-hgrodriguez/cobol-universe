      ******************************************************************
      *  SHARED SKILL-RATING SUBPROGRAM: REBUILDS solrating.dat FROM
      *  THE WHOLE solledgr.dat RESULTS LEDGER - ONE RATING PER
      *  PLAYER AND VARIANT, WITH ITS PEAK AND ITS LAST TEN VALUES.
      *  THE GAME CALLS IT AFTER EVERY FINISHED GAME AND READS THE
      *  FILE BACK FOR THE PROFILE SCREEN; SOLRESULTS CALLS IT FOR
      *  THE RATINGS TABLE. EACH GAME IS SCORED LIKE A CHESS RESULT
      *  AGAINST THE DEAL ITSELF:
      *     EXPECTED = 0.5 + (RATING - DEAL LEVEL) / 800, HELD
      *                BETWEEN 0.05 AND 0.95
      *     RATING   = RATING + 32 * (1 OR 0 - EXPECTED)
      *  SO BEATING A HARD DEAL EARNS MORE THAN BEATING AN EASY ONE,
      *  AND LOSING IT COSTS LESS. EVERY DEAL STARTS AT LEVEL 1500:
      *     KLONDIKE SEED THE AUTOPILOT COULD NOT WIN  (solseeds U) +200
      *     KLONDIKE SEED THE AUTOPILOT DID WIN        (solseeds W) -100
      *     KLONDIKE DRAW-3                                         +150
      *     ONE STOCK PASS / THREE STOCK PASSES               +150 / +75
      *     SPIDER TWO-SUIT / FOUR-SUIT                      +150 / +300
      *  PRACTICE GAMES, TUTORIAL DEALS AND GAMES UNDER A NAMED HOUSE
      *  RULE SET PROVE NOTHING AND ARE NOT RATED. EVERY PLAYER
      *  STARTS EVERY VARIANT AT 1500.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLRATING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLLEDGR-FILE ASSIGN TO 'solledgr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SOLSEEDS-FILE ASSIGN TO 'solseeds.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEEDS-STATUS.
           SELECT SOLRATING-FILE ASSIGN TO 'solrating.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SOLLEDGR-FILE.
       01 SOLLEDGR-RECORD.
          02 LG-DATE               PIC 9(8).
          02 FILLER                PIC X.
          02 LG-PLAYER             PIC X(15).
          02 FILLER                PIC X.
      *       K KLONDIKE / F FREECELL / Y YUKON / P SPIDER
          02 LG-VARIANT            PIC X.
          02 FILLER                PIC X.
      *       R RANDOM / S SEED / D DAILY / T TUTORIAL / M MATCH
          02 LG-DEAL-MODE          PIC X.
          02 FILLER                PIC X.
          02 LG-SEED               PIC 9(9).
          02 FILLER                PIC X.
      *       SPIDER KEEPS ITS SUIT COUNT (1/2/4) HERE
          02 LG-DRAW-COUNT         PIC 9.
          02 FILLER                PIC X.
          02 LG-PRACTICE           PIC X.
          02 FILLER                PIC X.
          02 LG-OUTCOME            PIC X.
          02 FILLER                PIC X.
          02 LG-MOVES              PIC 9(4).
          02 FILLER                PIC X.
          02 LG-TIME-SECS          PIC 9(6).
          02 FILLER                PIC X.
          02 LG-SCORE              PIC 9(6).
          02 FILLER                PIC X.
          02 LG-PASS-RULE          PIC 9.
          02 FILLER                PIC X.
      *       HOUSE RULE SET NAME - BLANK FOR THE STANDARD RULES
          02 LG-RULE-SET           PIC X(15).

       FD SOLSEEDS-FILE.
       01 SOLSEEDS-RECORD.
          02 SP-SEED               PIC 9(9).
          02 FILLER                PIC X.
      *       W = THE AUTOPILOT WON THIS DEAL, U = UNRESOLVED
          02 SP-RESULT             PIC X.

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
      *       HOW MANY OF THE HISTORY SLOTS ARE FILLED, OLDEST FIRST
          02 RR-HIST-HELD          PIC 99.
          02 RR-HIST-T OCCURS 10 TIMES.
             03 FILLER             PIC X.
             03 RR-HIST            PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS         PIC XX.
       01 WS-SEEDS-STATUS          PIC XX.
       01 WS-RATING-STATUS         PIC XX.
       01 LEDGER-EOF               PIC X.
       01 SEEDS-EOF                PIC X.
       01 RATING-START             PIC 9(4) VALUE 1500.
       01 RATING-K                 PIC 99   VALUE 32.
       01 RATING-FLOOR             PIC 9(4) VALUE 100.
      *   THE ANALYZER'S VERDICT ON EVERY SEED IT HAS TRIED
       01 SEED-COUNT               PIC 9(4) VALUE 0.
       01 SEED-TABLE.
          02 SEED-T OCCURS 9999 TIMES.
             03 SD-SEED            PIC 9(9).
             03 SD-RESULT          PIC X.
       01 SEED-I                   PIC 9(5).
       01 SEED-VERDICT             PIC X.
      *   ONE ROW PER PLAYER AND VARIANT SEEN ON THE LEDGER
       01 RATING-COUNT             PIC 99 VALUE 0.
       01 RATING-TABLE.
          02 RATING-T OCCURS 40 TIMES.
             03 RT-PLAYER          PIC X(15).
             03 RT-VARIANT         PIC X.
             03 RT-RATING          PIC 9(4)V99.
             03 RT-PEAK            PIC 9(4)V99.
             03 RT-GAMES           PIC 9(5).
             03 RT-WINS            PIC 9(5).
             03 RT-HIST-HELD       PIC 99.
             03 RT-HIST-T OCCURS 10 TIMES PIC 9(4).
       01 RATING-I                 PIC 99.
       01 RATING-FOUND             PIC 99.
       01 HIST-I                   PIC 99.
       01 GAME-VARIANT             PIC X.
       01 DEAL-LEVEL               PIC 9(4).
       01 RATING-EXPECTED          PIC S9V9999.
       01 RATING-ACTUAL            PIC 9.
       01 RATING-NEW               PIC S9(5)V99.

       LINKAGE SECTION.
      *   Y WHEN THERE WAS A LEDGER TO RATE, N WHEN THERE WAS NONE
       01 RATING-RESULT            PIC X.

       PROCEDURE DIVISION USING RATING-RESULT.
           MOVE 'N' TO RATING-RESULT.
           MOVE 0 TO RATING-COUNT.
           PERFORM LOAD-SEED-VERDICTS.
           OPEN INPUT SOLLEDGR-FILE.
           IF WS-LEDGER-STATUS IS EQUAL TO '00'
              MOVE 'Y' TO RATING-RESULT
              MOVE 'N' TO LEDGER-EOF
              PERFORM UNTIL LEDGER-EOF IS EQUAL TO 'Y'
                      READ SOLLEDGR-FILE
                      AT END
                         MOVE 'Y' TO LEDGER-EOF
                      NOT AT END
                         PERFORM RATE-ONE-GAME
                      END-READ
              END-PERFORM
              CLOSE SOLLEDGR-FILE
              PERFORM WRITE-RATING-FILE
           END-IF.
           GOBACK.

       LOAD-SEED-VERDICTS.
           MOVE 0 TO SEED-COUNT.
           OPEN INPUT SOLSEEDS-FILE.
           IF WS-SEEDS-STATUS IS EQUAL TO '00'
              MOVE 'N' TO SEEDS-EOF
              PERFORM UNTIL SEEDS-EOF IS EQUAL TO 'Y'
                      READ SOLSEEDS-FILE
                      AT END
                         MOVE 'Y' TO SEEDS-EOF
                      NOT AT END
                         IF SP-SEED IS NUMERIC AND
                            SEED-COUNT IS LESS THAN 9999
                            ADD 1 TO SEED-COUNT
                            MOVE SP-SEED TO SD-SEED(SEED-COUNT)
                            MOVE SP-RESULT TO SD-RESULT(SEED-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SOLSEEDS-FILE
           END-IF.

      *   ONE LEDGER LINE MOVES ONE RATING. LINES FROM BEFORE THERE
      *   WAS A VARIANT COLUMN ARE KLONDIKE.
       RATE-ONE-GAME.
           IF LG-PRACTICE IS NOT EQUAL TO 'Y' AND
              LG-DEAL-MODE IS NOT EQUAL TO 'T' AND
              LG-RULE-SET IS EQUAL TO SPACES AND
              LG-PLAYER IS NOT EQUAL TO SPACES AND
              (LG-OUTCOME IS EQUAL TO 'W' OR
               LG-OUTCOME IS EQUAL TO 'L')
              MOVE LG-VARIANT TO GAME-VARIANT
              IF GAME-VARIANT IS EQUAL TO SPACE
                 MOVE 'K' TO GAME-VARIANT
              END-IF
              PERFORM FIND-RATING-ROW
              IF RATING-FOUND IS GREATER THAN 0
                 PERFORM WORK-OUT-DEAL-LEVEL
                 PERFORM APPLY-GAME-RESULT
              END-IF
           END-IF.

      *   RATING-FOUND IS THE ROW FOR LG-PLAYER AND GAME-VARIANT,
      *   OPENED AT THE STARTING RATING IF THIS IS THEIR FIRST GAME
      *   OF IT - OR 0 WHEN THE TABLE IS FULL
       FIND-RATING-ROW.
           MOVE 0 TO RATING-FOUND.
           PERFORM VARYING RATING-I FROM 1 BY 1
              UNTIL RATING-I > RATING-COUNT OR RATING-FOUND > 0
                   IF RT-PLAYER(RATING-I) IS EQUAL TO LG-PLAYER AND
                      RT-VARIANT(RATING-I) IS EQUAL TO GAME-VARIANT
                      MOVE RATING-I TO RATING-FOUND
                   END-IF
           END-PERFORM.
           IF RATING-FOUND IS EQUAL TO 0 AND
              RATING-COUNT IS LESS THAN 40
              ADD 1 TO RATING-COUNT
              MOVE RATING-COUNT TO RATING-FOUND
              MOVE LG-PLAYER TO RT-PLAYER(RATING-FOUND)
              MOVE GAME-VARIANT TO RT-VARIANT(RATING-FOUND)
              MOVE RATING-START TO RT-RATING(RATING-FOUND)
              MOVE RATING-START TO RT-PEAK(RATING-FOUND)
              MOVE 0 TO RT-GAMES(RATING-FOUND)
              MOVE 0 TO RT-WINS(RATING-FOUND)
              MOVE 0 TO RT-HIST-HELD(RATING-FOUND)
           END-IF.

       WORK-OUT-DEAL-LEVEL.
           MOVE 1500 TO DEAL-LEVEL.
           EVALUATE GAME-VARIANT
           WHEN 'K'
                PERFORM LOOK-UP-SEED-VERDICT
                IF SEED-VERDICT IS EQUAL TO 'U'
                   ADD 200 TO DEAL-LEVEL
                END-IF
                IF SEED-VERDICT IS EQUAL TO 'W'
                   SUBTRACT 100 FROM DEAL-LEVEL
                END-IF
                IF LG-DRAW-COUNT IS EQUAL TO 3
                   ADD 150 TO DEAL-LEVEL
                END-IF
           WHEN 'P'
                IF LG-DRAW-COUNT IS EQUAL TO 2
                   ADD 150 TO DEAL-LEVEL
                END-IF
                IF LG-DRAW-COUNT IS EQUAL TO 4
                   ADD 300 TO DEAL-LEVEL
                END-IF
           END-EVALUATE.
           IF LG-PASS-RULE IS NUMERIC
              IF LG-PASS-RULE IS EQUAL TO 1
                 ADD 150 TO DEAL-LEVEL
              END-IF
              IF LG-PASS-RULE IS EQUAL TO 3
                 ADD 75 TO DEAL-LEVEL
              END-IF
           END-IF.

       LOOK-UP-SEED-VERDICT.
           MOVE SPACE TO SEED-VERDICT.
           IF LG-SEED IS NUMERIC
              PERFORM VARYING SEED-I FROM 1 BY 1
                 UNTIL SEED-I > SEED-COUNT OR
                    SEED-VERDICT IS NOT EQUAL TO SPACE
                      IF SD-SEED(SEED-I) IS EQUAL TO LG-SEED
                         MOVE SD-RESULT(SEED-I) TO SEED-VERDICT
                      END-IF
              END-PERFORM
           END-IF.

       APPLY-GAME-RESULT.
           COMPUTE RATING-EXPECTED = 0.5 +
              (RT-RATING(RATING-FOUND) - DEAL-LEVEL) / 800.
           IF RATING-EXPECTED IS LESS THAN 0.05
              MOVE 0.05 TO RATING-EXPECTED
           END-IF.
           IF RATING-EXPECTED IS GREATER THAN 0.95
              MOVE 0.95 TO RATING-EXPECTED
           END-IF.
           ADD 1 TO RT-GAMES(RATING-FOUND).
           IF LG-OUTCOME IS EQUAL TO 'W'
              MOVE 1 TO RATING-ACTUAL
              ADD 1 TO RT-WINS(RATING-FOUND)
           ELSE
              MOVE 0 TO RATING-ACTUAL
           END-IF.
           COMPUTE RATING-NEW ROUNDED = RT-RATING(RATING-FOUND) +
              RATING-K * (RATING-ACTUAL - RATING-EXPECTED).
           IF RATING-NEW IS LESS THAN RATING-FLOOR
              MOVE RATING-FLOOR TO RATING-NEW
           END-IF.
           MOVE RATING-NEW TO RT-RATING(RATING-FOUND).
           IF RT-RATING(RATING-FOUND) IS GREATER THAN
              RT-PEAK(RATING-FOUND)
              MOVE RT-RATING(RATING-FOUND) TO RT-PEAK(RATING-FOUND)
           END-IF.
      *    THE HISTORY KEEPS THE LAST TEN, OLDEST DROPPED FIRST
           IF RT-HIST-HELD(RATING-FOUND) IS LESS THAN 10
              ADD 1 TO RT-HIST-HELD(RATING-FOUND)
           ELSE
              PERFORM VARYING HIST-I FROM 1 BY 1 UNTIL HIST-I > 9
                      MOVE RT-HIST-T(RATING-FOUND, HIST-I + 1)
                         TO RT-HIST-T(RATING-FOUND, HIST-I)
              END-PERFORM
           END-IF.
           MOVE RT-RATING(RATING-FOUND) TO
              RT-HIST-T(RATING-FOUND, RT-HIST-HELD(RATING-FOUND)).

       WRITE-RATING-FILE.
           OPEN OUTPUT SOLRATING-FILE.
           PERFORM VARYING RATING-I FROM 1 BY 1
              UNTIL RATING-I > RATING-COUNT
                   MOVE SPACES TO SOLRATING-RECORD
                   MOVE RT-PLAYER(RATING-I) TO RR-PLAYER
                   MOVE RT-VARIANT(RATING-I) TO RR-VARIANT
                   MOVE RT-RATING(RATING-I) TO RR-RATING
                   MOVE RT-PEAK(RATING-I) TO RR-PEAK
                   MOVE RT-GAMES(RATING-I) TO RR-GAMES
                   MOVE RT-WINS(RATING-I) TO RR-WINS
                   MOVE RT-HIST-HELD(RATING-I) TO RR-HIST-HELD
                   PERFORM VARYING HIST-I FROM 1 BY 1
                      UNTIL HIST-I > 10
                           IF HIST-I IS GREATER THAN
                              RT-HIST-HELD(RATING-I)
                              MOVE 0 TO RR-HIST(HIST-I)
                           ELSE
                              MOVE RT-HIST-T(RATING-I, HIST-I)
                                 TO RR-HIST(HIST-I)
                           END-IF
                   END-PERFORM
                   WRITE SOLRATING-RECORD
           END-PERFORM.
           CLOSE SOLRATING-FILE.
