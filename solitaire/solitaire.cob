           SELECT SOLSEEDS-FILE ASSIGN TO 'solseeds.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEEDS-STATUS.
      *   SKILL RATINGS PER PLAYER AND VARIANT, REBUILT FROM THE
      *   LEDGER BY THE SOLRATING SUBPROGRAM AFTER EVERY GAME - SEE
      *   SHOW-PROFILE-RATINGS BELOW
           SELECT SOLRATING-FILE ASSIGN TO 'solrating.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATING-STATUS.
      *   THE NAMED HOUSE-RULE SETS PLAYERS HAVE DEFINED FOR KLONDIKE
      *   - SEE CHOOSE-RULE-SET BELOW
           SELECT SOLRULES-FILE ASSIGN TO 'solrules.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RULES-STATUS.
      *   PLAIN-TEXT TRANSCRIPT OF THE GAME IN PROGRESS, WRITTEN ONE
      *   LINE AT A TIME WHEN LOG MODE IS ON - SEE LOG-EVENT BELOW
           SELECT GAMELOG-FILE ASSIGN TO 'gamelog.txt'
           SELECT SOLACHV-FILE ASSIGN TO 'solachv.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACHV-STATUS.
      *   ONE LINE PER GAME OF A HEAD-TO-HEAD MATCH AND ONE FOR THE
      *   MATCH RESULT - SEE MATCH-GAME-FINISHED BELOW
           SELECT SOLMATCH-FILE ASSIGN TO 'solmatch.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MATCH-STATUS.
      *   A MOVE SCRIPT TO PLAY WITHOUT PROMPTS - WHEN IT IS THERE
      *   THE RUN IS A BATCH RUN. SEE RUN-BATCH-SCRIPT BELOW
           SELECT SOLSCRIPT-FILE ASSIGN TO 'solscript.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SCRIPT-STATUS.
      *   WHAT A BATCH RUN PLAYED, WHAT IT TURNED DOWN AND THE FINAL
      *   BOARD - SEE WRITE-BATCH-OUTPUT BELOW
           SELECT SOLBATCH-FILE ASSIGN TO 'solbatch.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BATCH-STATUS.

       DATA DIVISION.

      *      'VER ' -> SAVE FORMAT VERSION (FIRST RECORD)
      *      'CEN ' -> CARD CENSUS TRAILER: TOTAL CARDS AND THE SUM
      *                OF ALL RANKS, CHECKED BEFORE LOADING
      *      'RUL ' -> THE RULE SET THE GAME IS PLAYED BY - ONLY
      *                WRITTEN FOR A GAME UNDER HOUSE RULES
          02 SS-REC-TYPE           PIC X(4).
          02 SS-FLD-1              PIC 9(2).
          02 SS-FLD-2              PIC 9(2).
          02 SS-FLD-4              PIC X(1).
      *      CURRENT GAME SCORE - 'SCR ' RECORDS ONLY
          02 SS-FLD-5              PIC 9(6).
      *      RULE SET NAME AND ITS EMPTY-COLUMN, BUILD AND
      *      WITHDRAW RULES - 'RUL ' RECORDS ONLY
          02 SS-FLD-6              PIC X(15).
          02 SS-FLD-7              PIC X(3).

       FD SOLSTATS-FILE.
       01 SOLSTATS-RECORD.
      *      VARIANTS' RECORDS STAY APART
          02 STS-FC-PLAYED         PIC 9(5).
          02 STS-FC-WON            PIC 9(5).
      *      YUKON GAMES THE SAME WAY - SPACES ON RECORDS WRITTEN
      *      BEFORE YUKON WAS DEALT
          02 STS-YK-PLAYED         PIC 9(5).
          02 STS-YK-WON            PIC 9(5).
      *      HEAD-TO-HEAD MATCH RECORD AGAINST EACH OTHER PROFILE,
      *      BY OPPONENT NUMBER - SPACES ON RECORDS WRITTEN BEFORE
      *      MATCHES WERE PLAYED
          02 STS-H2H-T OCCURS 9 TIMES.
             03 STS-H2H-WON        PIC 9(3).
             03 STS-H2H-LOST       PIC 9(3).
             03 STS-H2H-DRAWN      PIC 9(3).

       FD SOLCONFIG-FILE.
       01 SOLCONFIG-RECORD.
      *      0 = UNLIMITED PASSES, 1 OR 3 = TOURNAMENT LIMIT -
      *      SPACE ON RECORDS FROM BEFORE THE SETTING EXISTED
          02 CFG-PASS-LIMIT        PIC 9.
      *      THE NAMED RULE SET THE PLAYER PLAYS KLONDIKE BY -
      *      SPACES FOR THE STANDARD RULES
          02 CFG-RULE-SET          PIC X(15).

       FD GAMELOG-FILE.
       01 GAMELOG-RECORD           PIC X(72).
          02 FILLER                PIC X.
          02 AV-DATE               PIC 9(8).

       FD SOLMATCH-FILE.
       01 SOLMATCH-RECORD.
      *       G = ONE GAME OF THE MATCH, M = THE MATCH RESULT
          02 MR-TYPE               PIC X.
          02 FILLER                PIC X.
          02 MR-DATE               PIC 9(8).
          02 FILLER                PIC X.
          02 MR-PLAYER-1           PIC X(15).
          02 FILLER                PIC X.
          02 MR-PLAYER-2           PIC X(15).
          02 FILLER                PIC X.
          02 MR-BEST-OF            PIC 9.
          02 FILLER                PIC X.
      *       G LINES ONLY - THE GAME, ITS DEAL AND BOTH RESULTS
          02 MR-GAME-NO            PIC 9.
          02 FILLER                PIC X.
          02 MR-SEED               PIC 9(9).
          02 FILLER                PIC X.
          02 MR-WON-1              PIC X.
          02 FILLER                PIC X.
          02 MR-SCORE-1            PIC 9(6).
          02 FILLER                PIC X.
          02 MR-MOVES-1            PIC 9(4).
          02 FILLER                PIC X.
          02 MR-WON-2              PIC X.
          02 FILLER                PIC X.
          02 MR-SCORE-2            PIC 9(6).
          02 FILLER                PIC X.
          02 MR-MOVES-2            PIC 9(4).
          02 FILLER                PIC X.
      *       WHO TOOK THE GAME (G) OR THE MATCH (M) - SPACES WHEN
      *       IT WAS HALVED
          02 MR-WINNER             PIC X(15).
          02 FILLER                PIC X.
      *       GAMES EACH PLAYER HAS TAKEN SO FAR
          02 MR-TAKEN-1            PIC 9.
          02 FILLER                PIC X.
          02 MR-TAKEN-2            PIC 9.

       FD SOLBAD-FILE.
       01 SOLBAD-RECORD            PIC X(35).

       FD SOLRULES-FILE.
       01 SOLRULES-RECORD.
          02 RS-NAME               PIC X(15).
          02 FILLER                PIC X.
      *       K = ONLY A KING MAY START AN EMPTY COLUMN, A = ANY CARD
          02 RS-EMPTY-RULE         PIC X.
          02 FILLER                PIC X.
      *       C = BUILD DOWN IN ALTERNATE COLOURS, S = IN SUIT,
      *       N = REGARDLESS OF SUIT
          02 RS-BUILD-RULE         PIC X.
          02 FILLER                PIC X.
      *       Y = FOUNDATION CARDS MAY BE PLAYED BACK, N = THEY STAY
          02 RS-WITHDRAW-RULE      PIC X.
          02 FILLER                PIC X.
          02 RS-DRAW-COUNT         PIC 9.
          02 FILLER                PIC X.
      *       0 = UNLIMITED STOCK PASSES, 1 OR 3 = LIMITED
          02 RS-PASS-LIMIT         PIC 9.

       FD SOLPROFS-FILE.
       01 SOLPROFS-RECORD.
          02 FILLER                PIC X.
          02 LG-PLAYER             PIC X(15).
          02 FILLER                PIC X.
      *       K KLONDIKE / F FREECELL / Y YUKON
          02 LG-VARIANT            PIC X.
          02 FILLER                PIC X.
      *       R RANDOM / S SEED / D DAILY / T TUTORIAL / M MATCH
          02 LG-DEAL-MODE          PIC X.
          02 FILLER                PIC X.
          02 LG-SEED               PIC 9(9).
      *      THE STOCK-PASS RULE IN FORCE - 0 UNLIMITED, 1 OR 3
      *      LIMITED; BLANK ON LINES FROM BEFORE THE RULE EXISTED
          02 LG-PASS-RULE          PIC 9.
          02 FILLER                PIC X.
      *      THE NAMED HOUSE-RULE SET THE GAME WAS PLAYED BY -
      *      BLANK FOR THE STANDARD RULES
          02 LG-RULE-SET           PIC X(15).

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

       FD SOLDAILY-FILE.
       01 SOLDAILY-RECORD.
          02 DR-TIME-SECS          PIC 9(6).
          02 FILLER                PIC X.
          02 DR-SCORE              PIC 9(6).
          02 FILLER                PIC X.
      *       THE VARIANT THE DAILY DEAL WAS PLAYED AS - SAME CODES
      *       AS LG-VARIANT; BLANK ON LINES FROM BEFORE IT WAS KEPT,
      *       WHICH WERE ALL KLONDIKE
          02 DR-VARIANT            PIC X.

       FD SOLSCRIPT-FILE.
       01 SOLSCRIPT-RECORD         PIC X(72).

       FD SOLBATCH-FILE.
       01 SOLBATCH-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

             03 ST-BANKROLL        PIC S9(6).
             03 ST-FC-PLAYED       PIC 9(5).
             03 ST-FC-WON          PIC 9(5).
             03 ST-YK-PLAYED       PIC 9(5).
             03 ST-YK-WON          PIC 9(5).
             03 ST-H2H-T OCCURS 9 TIMES.
                04 ST-H2H-WON      PIC 9(3).
                04 ST-H2H-LOST     PIC 9(3).
                04 ST-H2H-DRAWN    PIC 9(3).
      *   EVERY PROFILE'S SETTINGS, SAME IDEA AS THE STATS TABLE
       01 CONFIG-TABLE.
          02 CONFIG-T OCCURS 9 TIMES.
             03 CT-VEGAS-MODE      PIC X.
             03 CT-FAIR-DEAL       PIC X.
             03 CT-PASS-LIMIT      PIC 9.
             03 CT-RULE-SET        PIC X(15).
       01 PROFILE-PICK             PIC 9.
      *   RUNS TO 10 TO LEAVE THE WALK-ALL-SLOTS LOOPS
       01 PROFILE-I                PIC 99.
       01 H2H-I                    PIC 99.
       01 WS-WIN-PCT               PIC 999.
       01 NEW-PROFILE-NAME         PIC X(15).
      *   IS THE GAME IN PROGRESS TODAY'S DAILY CHALLENGE, AND FOR
       01 DAILY-OUTCOME            PIC X.
       01 WS-LEDGER-STATUS         PIC XX.
       01 LEDGER-OUTCOME           PIC X.
      *   SKILL RATINGS - SEE SHOW-PROFILE-RATINGS
       01 WS-RATING-STATUS         PIC XX.
       01 RATING-RESULT            PIC X.
       01 RATING-EOF               PIC X.
       01 RATING-NAME              PIC X(8).
       01 RATING-WANT-PLAYER       PIC X(15).
       01 RATING-WANT-VARIANT      PIC X.
       01 RATING-HIST-I            PIC 99.
       01 RATING-HIST-LINE.
          02 RATING-HIST-T OCCURS 10 TIMES.
             03 FILLER             PIC X.
             03 RATING-HIST        PIC ZZZZ.
      *   HOW THIS GAME'S DEAL WAS CHOSEN, KEPT FOR THE LEDGER -
      *   DEAL-MODE-CHOICE IS RAW KEYBOARD INPUT
       01 GAME-DEAL-MODE           PIC X  VALUE 'R'.
             03 TD-MOVES           PIC 9(4).
             03 TD-TIME-SECS       PIC 9(6).
             03 TD-SCORE           PIC 9(6).
             03 TD-VARIANT         PIC X.
       01 WINS-COUNT               PIC 99 VALUE 0.
       01 WINS-TABLE.
          02 WINS-T OCCURS 50 TIMES.
          02 TS-MOVES              PIC 9(4).
          02 TS-TIME-SECS          PIC 9(6).
          02 TS-SCORE              PIC 9(6).
          02 TS-VARIANT            PIC X.
       01 STAT-GAMES-PLAYED        PIC 9(5) VALUE 0.
       01 STAT-GAMES-WON           PIC 9(5) VALUE 0.
       01 STAT-GAMES-LOST          PIC 9(5) VALUE 0.
       01 STAT-BANKROLL            PIC S9(6) VALUE 0.
       01 STAT-FC-PLAYED           PIC 9(5) VALUE 0.
       01 STAT-FC-WON              PIC 9(5) VALUE 0.
       01 STAT-YK-PLAYED           PIC 9(5) VALUE 0.
       01 STAT-YK-WON              PIC 9(5) VALUE 0.
       01 EDIT-BANKROLL            PIC -ZZZZZ9.
      *   HAS THE CURRENT GAME ALREADY BEEN SCORED (WON OR QUIT) SO
      *   IT IS NOT COUNTED TWICE AGAINST STAT-GAMES-PLAYED
             04 RSP-CARD.
                05 RANK-N          PIC 99.
                05 SUIT-N          PIC 9.
      *         'N' WHEN THE RULE SET IN FORCE FORBIDS PLAYING
      *         FOUNDATION CARDS BACK (OP 08 THEN ANSWERS ERROR 3)
             04 REQ-WITHDRAW-RULE  PIC X     VALUE SPACE.
      *   TABLEAU API
       01 TABLEAU.
          02 REQ-RSP-BLOCK.
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
      *         THE RULE SET IN FORCE FOR OPS 06 AND 13: 'A' LETS ANY
      *         CARD START AN EMPTY STACK, AND STACKS BUILD BY 'S' SAME
      *         SUIT OR 'N' ANY SUIT - SPACES MEAN THE STANDARD RULES
             05 REQ-EMPTY-RULE     PIC X     VALUE SPACE.
             05 REQ-BUILD-RULE     PIC X     VALUE SPACE.
      *   WASTE API
       01 WASTE.
          03 REQ-RSP-BLOCK.
       01 POOL-PICK                PIC 9(3).
       01 POOL-EOF                 PIC X.

      ******************************************************************
      *   NAMED HOUSE-RULE SETS FOR KLONDIKE, DEFINED BY THE PLAYERS
      *   AND SHARED IN solrules.dat. A SET FIXES WHAT MAY START AN
      *   EMPTY COLUMN, HOW THE COLUMNS BUILD DOWN, WHETHER
      *   FOUNDATION CARDS MAY BE PLAYED BACK, AND THE DRAW COUNT AND
      *   PASS LIMIT. EACH PROFILE PLAYS BY ONE SET AT A TIME (SPACES
      *   MEAN THE STANDARD RULES). ONLY RANDOM AND SEEDED KLONDIKE
      *   DEALS USE IT - THE DAILY CHALLENGE, MATCHES, THE TUTORIAL
      *   AND THE OTHER VARIANTS ALWAYS PLAY STANDARD RULES, SO THEIR
      *   RESULTS STAY COMPARABLE BETWEEN PLAYERS.
       01 WS-RULES-STATUS          PIC XX.
       01 RULES-EOF                PIC X.
       01 RULES-COUNT              PIC 9  VALUE 0.
       01 RULES-TABLE.
          02 RULES-T OCCURS 9 TIMES.
             03 RT-NAME            PIC X(15).
             03 RT-EMPTY-RULE      PIC X.
             03 RT-BUILD-RULE      PIC X.
             03 RT-WITHDRAW-RULE   PIC X.
             03 RT-DRAW-COUNT      PIC 9.
             03 RT-PASS-LIMIT      PIC 9.
       01 RULES-I                  PIC 99.
       01 RULES-PICK               PIC 9.
       01 RULES-ANSWER             PIC X.
      *   THE SET THE CURRENT PLAYER HAS CHOSEN ...
       01 RULE-SET-NAME            PIC X(15) VALUE SPACES.
       01 RULE-SET-EMPTY           PIC X  VALUE SPACE.
       01 RULE-SET-BUILD           PIC X  VALUE SPACE.
       01 RULE-SET-WITHDRAW        PIC X  VALUE SPACE.
      *   ... AND THE SET THE GAME ON THE BOARD IS PLAYED BY, FIXED
      *   WHEN IT IS DEALT (OR LOADED)
       01 GAME-RULE-SET            PIC X(15) VALUE SPACES.
      *   A NEW SET AS THE PLAYER DEFINES IT
       01 NEW-RULE-SET.
          02 NR-NAME               PIC X(15).
          02 NR-EMPTY-RULE         PIC X.
          02 NR-BUILD-RULE         PIC X.
          02 NR-WITHDRAW-RULE      PIC X.
          02 NR-DRAW-COUNT         PIC 9.
          02 NR-PASS-LIMIT         PIC 9.
      *   ONE SET'S RULES IN WORDS - SEE DESCRIBE-RULES
       01 DESC-EMPTY-RULE          PIC X.
       01 DESC-BUILD-RULE          PIC X.
       01 DESC-WITHDRAW-RULE       PIC X.
       01 DESC-EMPTY-TEXT          PIC X(10).
       01 DESC-BUILD-TEXT          PIC X(17).
       01 DESC-WITHDRAW-TEXT       PIC X(21).
       01 DESC-LINE                PIC X(60).

      ******************************************************************
      *   WHICH GAME VARIANT IS BEING PLAYED - K)LONDIKE IS THE
      *   CLASSIC GAME, F)REECELL DEALS ALL 52 CARDS FACE UP ACROSS
      *   THE SEVEN TABLEAU COLUMNS (THE ENGINE'S TABLEAU IS SEVEN
      *   WIDE, SO THIS FREECELL PLAYS SEVEN COLUMNS RATHER THAN THE
      *   CLASSIC EIGHT) WITH FOUR FREE CELLS AND NO STOCK AT ALL.
      *   Y)UKON DEALS ALL 52 CARDS TO THE SEVEN COLUMNS TOO - THE
      *   KLONDIKE TRIANGLE PLUS FOUR MORE FACE-UP CARDS ON COLUMNS
      *   2-7 - AND ANY FACE-UP CARD MAY BE MOVED TOGETHER WITH
      *   EVERYTHING ON TOP OF IT, IN ORDER OR NOT. NO STOCK, NO
      *   WASTE, NO CELLS.
      ******************************************************************
      *   GUIDED TUTORIAL FOR NEW PLAYERS: DEALS A FIXED KNOWN SEED
      *   AND WALKS THROUGH THE FIRST GAME STEP BY STEP - THE WASTE
       01 DEMO-SLEEP-SECS          PIC 9(8) COMP VALUE 1.
       01 DEMO-DUMMY               PIC X.

      ******************************************************************
      *   HEAD-TO-HEAD MATCH: TWO PROFILES PLAY THE SAME DEAL IN
      *   TURN, BEST OF 3, 5 OR 7. EACH GAME GOES TO THE HIGHER
      *   SCORE, OR THE FEWER MOVES WHEN THE SCORES TIE. THE FIRST
      *   PLAYER'S RESULT STAYS SEALED UNTIL THE SECOND HAS PLAYED
      *   THE DEAL TOO, AND WHO GOES FIRST ALTERNATES GAME BY GAME.
      *   BOTH PLAY UNDER THE FIRST PLAYER'S DRAW COUNT AND PASS
      *   LIMIT, WITH PRACTICE MODE AND VEGAS SCORING OFF.
       01 WS-MATCH-STATUS          PIC XX.
       01 MATCH-ON                 PIC X  VALUE 'N'.
       01 MATCH-BEST-OF            PIC 9.
       01 MATCH-TO-WIN             PIC 9.
       01 MATCH-GAME-NO            PIC 9.
       01 MATCH-SEED               PIC 9(9).
       01 MATCH-VARIANT            PIC X.
       01 MATCH-DRAW-COUNT         PIC 9.
       01 MATCH-PASS-LIMIT         PIC 9.
      *   THE PROFILE AT THE KEYBOARD WHEN THE MATCH WAS CALLED -
      *   HANDED THE KEYBOARD BACK AFTERWARDS
       01 MATCH-HOME-PROFILE       PIC 9.
      *   WHICH SEAT OPENS THIS GAME, WHICH SEAT IS PLAYING NOW, AND
      *   WHETHER THAT IS THE FIRST OR THE SECOND TURN AT THE DEAL
       01 MATCH-FIRST-SEAT         PIC 9.
       01 MATCH-SEAT-NOW           PIC 9.
       01 MATCH-TURN               PIC 9.
      *   SEAT THAT TOOK THE GAME / THE MATCH - 0 WHEN HALVED
       01 MATCH-GAME-WINNER        PIC 9.
       01 MATCH-WINNER             PIC 9.
       01 MATCH-SEATS.
          02 MATCH-SEAT-T OCCURS 2 TIMES.
             03 MS-PROFILE         PIC 9.
             03 MS-NAME            PIC X(15).
             03 MS-GAME-WON        PIC X.
             03 MS-GAME-SCORE      PIC 9(6).
             03 MS-GAME-MOVES      PIC 9(4).
             03 MS-GAMES-TAKEN     PIC 9.
       01 MATCH-BLANK-I            PIC 99.
       01 MATCH-DUMMY              PIC X.

       01 TUTORIAL-MODE-ON         PIC X  VALUE 'N'.
       01 TUTORIAL-STEP            PIC 9  VALUE 0.
       01 TUTORIAL-WANTED-KEY      PIC X.
       01 GAME-VARIANT             PIC X  VALUE 'K'.
          88 VARIANT-KLONDIKE             VALUE 'K'.
          88 VARIANT-FREECELL             VALUE 'F'.
          88 VARIANT-YUKON                VALUE 'Y'.
      *   THE FOUR FREE CELLS - EACH HOLDS AT MOST ONE CARD
       01 FREE-CELLS.
          02 FREE-CELL-T OCCURS 4 TIMES.
       01 HINT-ACCEPT-RANK         PIC 99.
       01 HINT-ACCEPT-S-1          PIC 9.
       01 HINT-ACCEPT-S-2          PIC 9.
      *   HOW DEEP IN THE SOURCE STACK A YUKON GROUP STARTS
       01 HINT-CARD-I              PIC 99.
       01 HINT-SRC-COUNT           PIC 99.

      ******************************************************************
      *   WORK AREAS FOR WITHDRAW-FROM-FOUNDATION
       01 WTHD-SRC-STACK           PIC 9.
       01 WTHD-DST-STACK           PIC 9.

      ******************************************************************
      *   BATCH PLAY: WHEN solscript.txt IS PRESENT THE GAME PLAYS IT
      *   WITH NO ONE AT THE KEYBOARD AND STOPS - NO PROFILE, NO
      *   PROMPTS, AND NOTHING WRITTEN TO THE STATS, LEDGER, CONFIG
      *   OR TRANSCRIPT. THE SCRIPT IS IN THE TRANSCRIPT'S OWN
      *   NOTATION, SO A gamelog.txt A PLAYER SENDS IN CAN BE RUN AS
      *   IT STANDS:
      *      DEAL SEED n              (DEAL RANDOM CANNOT BE PLAYED)
      *      FREECELL GAME / YUKON GAME / RULE SET name
      *      FETCH n   MOVE s i d   WMOVE d   WITHDRAW f d
      *      TOCELL s  FROMCELL c d  UNDO
      *   PLUS THREE SETTINGS THE TRANSCRIPT DOES NOT CARRY - DRAW n,
      *   PASSES n AND PRACTICE Y/N - AND COMPARE [file], WHICH
      *   CHECKS THE FINAL BOARD AGAINST AN EXPECTED ONE (solexpct.txt
      *   BY DEFAULT) THROUGH THE SOLCOMPARE SUBPROGRAM. ANY OTHER
      *   LINE IS PASSED OVER, AND A SECOND DEAL LINE STARTS THE GAME
      *   OVER. WITHOUT A DRAW LINE THE FIRST FETCH OF THE GAME SAYS
      *   HOW MANY CARDS ARE DRAWN - IT ALWAYS COMES OFF A FULL STOCK.
      *   A LINE THE GAME TURNS DOWN IS LISTED IN solbatch.txt WITH
      *   THE FINAL BOARD; A BOARD THAT DOES NOT MATCH ENDS THE RUN
      *   WITH RETURN CODE 4, A SCRIPT WITH NO SEED WITH 8.
       01 WS-SCRIPT-STATUS         PIC XX.
       01 WS-BATCH-STATUS          PIC XX.
       01 BATCH-MODE-ON            PIC X  VALUE 'N'.
       01 SCRIPT-EOF               PIC X.
       01 BATCH-SEED-SEEN          PIC X.
       01 BATCH-DEALT              PIC X.
       01 BATCH-SEED               PIC 9(9).
       01 BATCH-VARIANT            PIC X.
       01 BATCH-VARIANT-NAME       PIC X(8).
      *   A DRAW LINE WAS GIVEN / THE GAME HAS HAD ITS FIRST FETCH
       01 BATCH-DRAW-GIVEN         PIC X.
       01 BATCH-FETCHED            PIC X.
       01 BATCH-LINE-NO            PIC 9(4).
       01 BATCH-PLAYED             PIC 9(4).
       01 BATCH-MOVES-BEFORE       PIC 9(4).
       01 BATCH-HIST-BEFORE        PIC 999.
       01 BATCH-WORDS.
          02 BW-1                  PIC X(20).
          02 BW-2                  PIC X(20).
          02 BW-3                  PIC X(20).
          02 BW-4                  PIC X(20).
       01 BATCH-N-1                PIC 9(3).
       01 BATCH-N-2                PIC 9(3).
       01 BATCH-N-3                PIC 9(3).
       01 REJECT-COUNT             PIC 9(4).
       01 REJECT-TABLE.
          02 REJECT-T OCCURS 99 TIMES.
             03 RJ-LINE-NO         PIC 9(4).
             03 RJ-TEXT            PIC X(72).
       01 REJECT-I                 PIC 9(3).
       01 BATCH-COMPARE            PIC X.
      *   WORK AREAS FOR THE FINAL-BOARD DUMP
       01 BOARD-LINE               PIC X(132).
       01 BOARD-PTR                PIC 9(3).
       01 BOARD-CARD               PIC X(4).
       01 BOARD-RANK               PIC 99.
       01 BOARD-SUIT               PIC 9.
       01 BOARD-FACE-UP            PIC X.
       01 BOARD-STACK-I            PIC 9.
       01 BOARD-CARD-I             PIC 99.
       01 BOARD-CARD-COUNT         PIC 99.
      *   EVERY CARD ON THE BOARD, WHEREVER IT IS - 52 UNLESS ONE
      *   HAS GONE MISSING OR BEEN DOUBLED
       01 BOARD-CENSUS             PIC 9(3).
       01 COMPARE-REQUEST.
          02 CMP-ACTUAL-PATH       PIC X(20) VALUE 'solbatch.txt'.
          02 CMP-EXPECTED-PATH     PIC X(20) VALUE 'solexpct.txt'.
          02 CMP-RESULT            PIC X.
          02 CMP-LINE-NO           PIC 99.
          02 CMP-ACTUAL-LINE       PIC X(132).
          02 CMP-EXPECTED-LINE     PIC X(132).

      ******************************************************************
       PROCEDURE DIVISION.

           OPEN INPUT SOLSCRIPT-FILE.
           IF WS-SCRIPT-STATUS IS EQUAL TO '00'
              PERFORM RUN-BATCH-SCRIPT
              STOP RUN
           END-IF.

           PERFORM SELECT-PLAYER-PROFILE.
           PERFORM LOAD-STATS.
           PERFORM LOAD-CONFIG.
                         DELIMITED BY SIZE INTO GAME-LOG-MSG
                      PERFORM LOG-EVENT

                      IF MATCH-ON IS EQUAL TO 'Y'
                         PERFORM GATE-MATCH-INPUT
                      END-IF

                      EVALUATE MENU-ENTRY-SELECTED
                      WHEN 'F'
                           PERFORM FETCH-FROM-STOCK
                           PERFORM SHOW-ACHIEVEMENTS
                      WHEN 'P'
                           PERFORM AUTOPLAY-DEMO
                      WHEN 'X'
                           PERFORM START-MATCH
                      END-EVALUATE
                   END-IF
           END-PERFORM.
              END-IF
           END-IF.

      ******************************************************************
      *   DURING A MATCH Q AND R CONCEDE THE GAME AT THE KEYBOARD
      *   RATHER THAN LEAVE OR REDEAL, AND ANYTHING THAT WOULD CHANGE
      *   THE RULES OR THE BOARD UNDER THE MATCH IS TURNED ASIDE.
       GATE-MATCH-INPUT.
           EVALUATE MENU-ENTRY-SELECTED
           WHEN 'Q'
           WHEN 'R'
                MOVE ' ' TO MENU-ENTRY-SELECTED
                PERFORM MATCH-CONCEDE-GAME
           WHEN 'S'
           WHEN 'L'
           WHEN 'D'
           WHEN 'P'
           WHEN 'X'
                DISPLAY 'NOT DURING A MATCH - Q OR R CONCEDES THIS '
                   'GAME.'
                MOVE ' ' TO MENU-ENTRY-SELECTED
           END-EVALUATE.

      ******************************************************************
       START-GAME.
           PERFORM RECORD-GAME-LOSS-IF-IN-PROGRESS.
           IF VARIANT-FREECELL
              ADD 1 TO STAT-FC-PLAYED
           END-IF.
           IF VARIANT-YUKON
              ADD 1 TO STAT-YK-PLAYED
           END-IF.
           MOVE 'Y' TO STAT-GAME-IN-PROGRESS.
           IF VEGAS-MODE-ON IS EQUAL TO 'Y'
      *       THE 52 BUY-IN COMES OFF THE BANKROLL UP FRONT
              '   MOVES: ' MOVE-COUNT-TOTAL
              '   TIME: ' ELAPSED-H '-' ELAPSED-M '-' ELAPSED-S
              '   SCORE: ' GAME-SCORE.
           IF MATCH-ON IS EQUAL TO 'Y'
              DISPLAY '   MATCH GAME ' MATCH-GAME-NO ' OF UP TO '
                 MATCH-BEST-OF ' - ' FUNCTION TRIM(MS-NAME(1)) ' '
                 MS-GAMES-TAKEN(1) ', ' FUNCTION TRIM(MS-NAME(2))
                 ' ' MS-GAMES-TAKEN(2)
           END-IF.

           DISPLAY '   ' WITH NO ADVANCING.
           MOVE 99 TO REQ-OP-CODE OF FOUNDATION.
           IF PRACTICE-MODE-ON IS EQUAL TO 'Y'
              DISPLAY '   *** PRACTICE MODE - MOVES ARE NOT VALIDATED '
                 '***'.
           IF GAME-RULE-SET IS NOT EQUAL TO SPACES
              MOVE REQ-EMPTY-RULE OF TABLEAU TO DESC-EMPTY-RULE
              MOVE REQ-BUILD-RULE OF TABLEAU TO DESC-BUILD-RULE
              MOVE REQ-WITHDRAW-RULE OF FOUNDATION TO
                 DESC-WITHDRAW-RULE
              PERFORM DESCRIBE-RULES
              DISPLAY '   HOUSE RULES ' FUNCTION TRIM(GAME-RULE-SET)
                 ': ' FUNCTION TRIM(DESC-LINE)
           END-IF.

           MOVE 99 TO REQ-OP-CODE OF TABLEAU
           CALL 'TABLEAU' USING REQ-RSP-BLOCK OF TABLEAU
              DISPLAY 'THERE IS NO STOCK IN FREECELL.'
              GO TO FETCH-FROM-STOCK-EXIT
           END-IF.
           IF VARIANT-YUKON
              DISPLAY 'THERE IS NO STOCK IN YUKON.'
              GO TO FETCH-FROM-STOCK-EXIT
           END-IF.
           MOVE 6 TO REQ-OP-CODE OF STOCK.
           CALL 'STOCK' USING REQ-RSP-BLOCK OF STOCK
           END-CALL.
      ******************************************************************
      *   TOGGLES HOW MANY CARDS ARE DRAWN FROM THE STOCK PER FETCH
       TOGGLE-DRAW-COUNT.
           IF RULE-SET-NAME IS NOT EQUAL TO SPACES
              PERFORM SAY-RULE-SET-FIXES-IT
           ELSE
              IF DRAW-COUNT IS EQUAL TO 1
                 MOVE 3 TO DRAW-COUNT
              ELSE
                 MOVE 1 TO DRAW-COUNT
              END-IF
              PERFORM SAVE-CONFIG
              DISPLAY 'DRAW COUNT IS NOW ' DRAW-COUNT
           END-IF.

      ******************************************************************
      *   SWITCHES SUIT DISPLAY BETWEEN THE PLAIN D/C/H/S ALPHA CODES
                PERFORM TOGGLE-FAIR-DEAL
           WHEN 'L'
                PERFORM CYCLE-PASS-LIMIT
           WHEN 'R'
                PERFORM CHOOSE-RULE-SET
           END-EVALUATE.

      ******************************************************************
      *   KLONDIKE TOURNAMENTS RESTRICT THE PASSES, AND AN ENDLESS
      *   STOCK MAKES THE SCORING FLATTERING.
       CYCLE-PASS-LIMIT.
           IF RULE-SET-NAME IS NOT EQUAL TO SPACES
              PERFORM SAY-RULE-SET-FIXES-IT
           ELSE
              EVALUATE PASS-LIMIT
              WHEN 0
                   MOVE 1 TO PASS-LIMIT
              WHEN 1
                   MOVE 3 TO PASS-LIMIT
              WHEN OTHER
                   MOVE 0 TO PASS-LIMIT
              END-EVALUATE
              PERFORM SAVE-CONFIG
              IF PASS-LIMIT IS EQUAL TO 0
                 DISPLAY 'STOCK PASSES ARE NOW UNLIMITED.'
              ELSE
                 DISPLAY 'STOCK PASSES ARE NOW LIMITED TO '
                    PASS-LIMIT '.'
              END-IF
           END-IF.

      *   A NAMED RULE SET CARRIES ITS OWN DRAW COUNT AND PASS LIMIT,
      *   SO THEY ARE ONLY CHANGED BY CHANGING THE SET
       SAY-RULE-SET-FIXES-IT.
           DISPLAY 'RULE SET ' FUNCTION TRIM(RULE-SET-NAME)
              ' FIXES THE DRAW COUNT AND STOCK PASSES - '
              'PICK ANOTHER SET (S, R) TO CHANGE THEM.'.

      ******************************************************************
      *   LISTS THE NAMED RULE SETS IN solrules.dat AND LETS THE
      *   PLAYER PLAY BY ONE OF THEM, GO BACK TO THE STANDARD RULES,
      *   OR DEFINE AND NAME A NEW SET. THE CHOICE IS KEPT WITH THE
      *   PLAYER'S SETTINGS; ITS DRAW COUNT AND PASS LIMIT APPLY AT
      *   ONCE, THE REST FROM THE NEXT KLONDIKE GAME DEALT.
       CHOOSE-RULE-SET.
           PERFORM LOAD-RULE-SETS.
           DISPLAY 'RULE SETS:'.
           DISPLAY '  0) STANDARD        KINGS ONLY, ALTERNATE COLOURS,'
              ' FOUNDATION PLAYABLE'.
           PERFORM VARYING RULES-I FROM 1 BY 1
              UNTIL RULES-I > RULES-COUNT
                   MOVE RT-EMPTY-RULE(RULES-I) TO DESC-EMPTY-RULE
                   MOVE RT-BUILD-RULE(RULES-I) TO DESC-BUILD-RULE
                   MOVE RT-WITHDRAW-RULE(RULES-I) TO DESC-WITHDRAW-RULE
                   PERFORM DESCRIBE-RULES
                   DISPLAY '  ' RULES-I(2:1) ') ' RT-NAME(RULES-I)
                      ' ' FUNCTION TRIM(DESC-LINE) ', DRAW '
                      RT-DRAW-COUNT(RULES-I) ', PASSES '
                      RT-PASS-LIMIT(RULES-I)
           END-PERFORM.
           IF RULES-COUNT IS LESS THAN 9
              DISPLAY '  N) DEFINE AND NAME A NEW RULE SET'
           END-IF.
           IF RULE-SET-NAME IS EQUAL TO SPACES
              DISPLAY 'YOU PLAY BY THE STANDARD RULES.'
           ELSE
              DISPLAY 'YOU PLAY BY RULE SET '
                 FUNCTION TRIM(RULE-SET-NAME) '.'
           END-IF.
           DISPLAY 'PLAY BY WHICH SET? ' WITH NO ADVANCING.
           ACCEPT RULES-ANSWER.
           EVALUATE TRUE
           WHEN RULES-ANSWER IS EQUAL TO 'N' OR
                RULES-ANSWER IS EQUAL TO 'n'
                PERFORM DEFINE-RULE-SET
           WHEN RULES-ANSWER IS NUMERIC
                MOVE RULES-ANSWER TO RULES-PICK
                IF RULES-PICK IS GREATER THAN RULES-COUNT
                   DISPLAY 'NO SUCH RULE SET - NOTHING CHANGED.'
                ELSE
                   PERFORM ADOPT-RULE-SET
                END-IF
           WHEN OTHER
                DISPLAY 'NOTHING CHANGED.'
           END-EVALUATE.

      *   ASKS FOR THE NAME AND EACH RULE OF A NEW SET, APPENDS IT TO
      *   solrules.dat FOR EVERY PLAYER TO USE, AND PLAYS BY IT
       DEFINE-RULE-SET.
           IF RULES-COUNT IS EQUAL TO 9
              DISPLAY 'THERE ARE ALREADY NINE RULE SETS - NO ROOM '
                 'FOR ANOTHER.'
           ELSE
              DISPLAY 'NAME FOR THE NEW RULE SET: ' WITH NO ADVANCING
              ACCEPT NR-NAME
              MOVE 0 TO RULES-PICK
              PERFORM VARYING RULES-I FROM 1 BY 1
                 UNTIL RULES-I > RULES-COUNT
                      IF RT-NAME(RULES-I) IS EQUAL TO NR-NAME
                         MOVE RULES-I TO RULES-PICK
                      END-IF
              END-PERFORM
              IF NR-NAME IS EQUAL TO SPACES OR RULES-PICK IS NOT EQUAL
                 TO 0
                 DISPLAY 'A RULE SET NEEDS A NAME OF ITS OWN - '
                    'NOTHING CHANGED.'
              ELSE
                 PERFORM ASK-NEW-RULES
                 PERFORM WRITE-NEW-RULE-SET
              END-IF
           END-IF.

       ASK-NEW-RULES.
           DISPLAY 'EMPTY COLUMN TAKES K)INGS ONLY OR A)NY CARD? '
              WITH NO ADVANCING.
           ACCEPT NR-EMPTY-RULE.
           IF NR-EMPTY-RULE IS EQUAL TO 'A' OR
              NR-EMPTY-RULE IS EQUAL TO 'a'
              MOVE 'A' TO NR-EMPTY-RULE
           ELSE
              MOVE 'K' TO NR-EMPTY-RULE
           END-IF.
           DISPLAY 'BUILD DOWN BY C)OLOUR ALTERNATING, S)AME SUIT OR '
              'N)O SUIT RULE? ' WITH NO ADVANCING.
           ACCEPT NR-BUILD-RULE.
           EVALUATE NR-BUILD-RULE
           WHEN 'S'
           WHEN 's'
                MOVE 'S' TO NR-BUILD-RULE
           WHEN 'N'
           WHEN 'n'
                MOVE 'N' TO NR-BUILD-RULE
           WHEN OTHER
                MOVE 'C' TO NR-BUILD-RULE
           END-EVALUATE.
           DISPLAY 'MAY FOUNDATION CARDS BE PLAYED BACK (Y/N)? '
              WITH NO ADVANCING.
           ACCEPT NR-WITHDRAW-RULE.
           IF NR-WITHDRAW-RULE IS EQUAL TO 'N' OR
              NR-WITHDRAW-RULE IS EQUAL TO 'n'
              MOVE 'N' TO NR-WITHDRAW-RULE
           ELSE
              MOVE 'Y' TO NR-WITHDRAW-RULE
           END-IF.
           DISPLAY 'DRAW COUNT (1 OR 3)? ' WITH NO ADVANCING.
           ACCEPT NR-DRAW-COUNT.
           IF NR-DRAW-COUNT IS NOT EQUAL TO 3
              MOVE 1 TO NR-DRAW-COUNT
           END-IF.
           DISPLAY 'STOCK PASSES (0 = UNLIMITED, 1 OR 3)? '
              WITH NO ADVANCING.
           ACCEPT NR-PASS-LIMIT.
           IF NR-PASS-LIMIT IS NOT EQUAL TO 1 AND
              NR-PASS-LIMIT IS NOT EQUAL TO 3
              MOVE 0 TO NR-PASS-LIMIT
           END-IF.

       WRITE-NEW-RULE-SET.
           OPEN EXTEND SOLRULES-FILE.
           IF WS-RULES-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT SOLRULES-FILE
           END-IF.
           MOVE SPACES TO SOLRULES-RECORD.
           MOVE NR-NAME TO RS-NAME.
           MOVE NR-EMPTY-RULE TO RS-EMPTY-RULE.
           MOVE NR-BUILD-RULE TO RS-BUILD-RULE.
           MOVE NR-WITHDRAW-RULE TO RS-WITHDRAW-RULE.
           MOVE NR-DRAW-COUNT TO RS-DRAW-COUNT.
           MOVE NR-PASS-LIMIT TO RS-PASS-LIMIT.
           WRITE SOLRULES-RECORD.
           CLOSE SOLRULES-FILE.
           ADD 1 TO RULES-COUNT.
           MOVE NEW-RULE-SET TO RULES-T(RULES-COUNT).
           MOVE RULES-COUNT TO RULES-PICK.
           PERFORM ADOPT-RULE-SET.

      *   MAKES SET RULES-PICK (0 = STANDARD) THE CURRENT PLAYER'S
       ADOPT-RULE-SET.
           IF RULES-PICK IS EQUAL TO 0
              MOVE SPACES TO RULE-SET-NAME
              MOVE SPACE TO RULE-SET-EMPTY
              MOVE SPACE TO RULE-SET-BUILD
              MOVE SPACE TO RULE-SET-WITHDRAW
              DISPLAY 'STANDARD RULES FROM THE NEXT GAME.'
           ELSE
              MOVE RT-NAME(RULES-PICK) TO RULE-SET-NAME
              MOVE RT-EMPTY-RULE(RULES-PICK) TO RULE-SET-EMPTY
              MOVE RT-BUILD-RULE(RULES-PICK) TO RULE-SET-BUILD
              MOVE RT-WITHDRAW-RULE(RULES-PICK) TO RULE-SET-WITHDRAW
              MOVE RT-DRAW-COUNT(RULES-PICK) TO DRAW-COUNT
              MOVE RT-PASS-LIMIT(RULES-PICK) TO PASS-LIMIT
              DISPLAY 'RULE SET ' FUNCTION TRIM(RULE-SET-NAME)
                 ' FROM THE NEXT KLONDIKE GAME.'
           END-IF.
           PERFORM SAVE-CONFIG.

      *   READS solrules.dat INTO RULES-TABLE. A LINE WHOSE DRAW
      *   COUNT OR PASS LIMIT IS NOT A NUMBER IS PASSED OVER.
       LOAD-RULE-SETS.
           MOVE 0 TO RULES-COUNT.
           MOVE 'N' TO RULES-EOF.
           OPEN INPUT SOLRULES-FILE.
           IF WS-RULES-STATUS IS EQUAL TO '00'
              PERFORM UNTIL RULES-EOF IS EQUAL TO 'Y'
                      READ SOLRULES-FILE
                      AT END
                         MOVE 'Y' TO RULES-EOF
                      NOT AT END
                         IF RS-NAME IS NOT EQUAL TO SPACES AND
                            RS-DRAW-COUNT IS NUMERIC AND
                            RS-PASS-LIMIT IS NUMERIC AND
                            RULES-COUNT IS LESS THAN 9
                            ADD 1 TO RULES-COUNT
                            MOVE RS-NAME TO RT-NAME(RULES-COUNT)
                            MOVE RS-EMPTY-RULE TO
                               RT-EMPTY-RULE(RULES-COUNT)
                            MOVE RS-BUILD-RULE TO
                               RT-BUILD-RULE(RULES-COUNT)
                            MOVE RS-WITHDRAW-RULE TO
                               RT-WITHDRAW-RULE(RULES-COUNT)
                            MOVE RS-DRAW-COUNT TO
                               RT-DRAW-COUNT(RULES-COUNT)
                            MOVE RS-PASS-LIMIT TO
                               RT-PASS-LIMIT(RULES-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SOLRULES-FILE
           END-IF.

      *   THE PLAYER'S SETTINGS NAME A RULE SET - FETCH ITS RULES.
      *   A SET NO LONGER ON FILE FALLS BACK TO THE STANDARD RULES.
       LOOK-UP-RULE-SET.
           MOVE SPACE TO RULE-SET-EMPTY.
           MOVE SPACE TO RULE-SET-BUILD.
           MOVE SPACE TO RULE-SET-WITHDRAW.
           IF RULE-SET-NAME IS NOT EQUAL TO SPACES
              PERFORM LOAD-RULE-SETS
              MOVE 0 TO RULES-PICK
              PERFORM VARYING RULES-I FROM 1 BY 1
                 UNTIL RULES-I > RULES-COUNT
                      IF RT-NAME(RULES-I) IS EQUAL TO RULE-SET-NAME
                         MOVE RULES-I TO RULES-PICK
                      END-IF
              END-PERFORM
              IF RULES-PICK IS EQUAL TO 0
                 DISPLAY 'RULE SET ' FUNCTION TRIM(RULE-SET-NAME)
                    ' IS NO LONGER ON FILE - STANDARD RULES.'
                 MOVE SPACES TO RULE-SET-NAME
              ELSE
                 MOVE RT-EMPTY-RULE(RULES-PICK) TO RULE-SET-EMPTY
                 MOVE RT-BUILD-RULE(RULES-PICK) TO RULE-SET-BUILD
                 MOVE RT-WITHDRAW-RULE(RULES-PICK) TO
                    RULE-SET-WITHDRAW
                 MOVE RT-DRAW-COUNT(RULES-PICK) TO DRAW-COUNT
                 MOVE RT-PASS-LIMIT(RULES-PICK) TO PASS-LIMIT
              END-IF
           END-IF.

      *   FIXES THE RULES OF THE GAME JUST DEALT AND HANDS THEM TO
      *   TABLEAU AND FOUNDATION, WHICH ENFORCE THEM ON EVERY MOVE.
      *   ONLY A RANDOM OR SEEDED KLONDIKE DEAL PLAYS BY THE PLAYER'S
      *   NAMED SET - EVERYTHING ELSE GETS THE STANDARD RULES.
       APPLY-GAME-RULE-SET.
           MOVE SPACES TO GAME-RULE-SET.
           MOVE SPACE TO REQ-EMPTY-RULE OF TABLEAU.
           MOVE SPACE TO REQ-BUILD-RULE OF TABLEAU.
           MOVE SPACE TO REQ-WITHDRAW-RULE OF FOUNDATION.
           IF RULE-SET-NAME IS NOT EQUAL TO SPACES AND
              VARIANT-KLONDIKE AND
              (GAME-DEAL-MODE IS EQUAL TO 'R' OR
               GAME-DEAL-MODE IS EQUAL TO 'S')
              MOVE RULE-SET-NAME TO GAME-RULE-SET
              MOVE RULE-SET-EMPTY TO REQ-EMPTY-RULE OF TABLEAU
              MOVE RULE-SET-BUILD TO REQ-BUILD-RULE OF TABLEAU
              MOVE RULE-SET-WITHDRAW TO
                 REQ-WITHDRAW-RULE OF FOUNDATION
              MOVE SPACES TO GAME-LOG-MSG
              STRING 'RULE SET ' GAME-RULE-SET
                 DELIMITED BY SIZE INTO GAME-LOG-MSG
              PERFORM LOG-EVENT
           END-IF.

      *   PUTS ONE SET'S EMPTY-COLUMN, BUILD AND WITHDRAW RULES
      *   (DESC-...-RULE) INTO WORDS IN DESC-LINE
       DESCRIBE-RULES.
           IF DESC-EMPTY-RULE IS EQUAL TO 'A'
              MOVE 'ANY CARD' TO DESC-EMPTY-TEXT
           ELSE
              MOVE 'KINGS ONLY' TO DESC-EMPTY-TEXT
           END-IF.
           EVALUATE DESC-BUILD-RULE
           WHEN 'S'
                MOVE 'SAME SUIT' TO DESC-BUILD-TEXT
           WHEN 'N'
                MOVE 'ANY SUIT' TO DESC-BUILD-TEXT
           WHEN OTHER
                MOVE 'ALTERNATE COLOURS' TO DESC-BUILD-TEXT
           END-EVALUATE.
           IF DESC-WITHDRAW-RULE IS EQUAL TO 'N'
              MOVE 'FOUNDATION CARDS STAY' TO DESC-WITHDRAW-TEXT
           ELSE
              MOVE 'FOUNDATION PLAYABLE' TO DESC-WITHDRAW-TEXT
           END-IF.
           MOVE SPACES TO DESC-LINE.
           STRING FUNCTION TRIM(DESC-EMPTY-TEXT) ', '
              FUNCTION TRIM(DESC-BUILD-TEXT) ', '
              FUNCTION TRIM(DESC-WITHDRAW-TEXT)
              DELIMITED BY SIZE INTO DESC-LINE.

      ******************************************************************
      *   TOGGLES THE VEGAS RULESET. THE RUNNING BANKROLL LIVES IN
           IF HINT-FOUND IS EQUAL TO 'N'
              PERFORM HINT-CHECK-WASTE-TO-TABLEAU
           END-IF.
           IF HINT-FOUND IS EQUAL TO 'N' AND VARIANT-YUKON
              PERFORM HINT-CHECK-YUKON-GROUPS
           END-IF.
           IF HINT-FOUND IS EQUAL TO 'N'
              PERFORM HINT-CHECK-TABLEAU-TO-TABLEAU
           END-IF.
              PERFORM VARYING HINT-STACK-I FROM 1 BY 1
                 UNTIL HINT-STACK-I > 7 OR HINT-FOUND IS EQUAL TO 'Y'
                      MOVE HINT-STACK-I TO REQ-STCK-IDX OF TABLEAU
                      PERFORM VALIDATE-WASTE-CARD-ONTO
                      IF RSP-ERR-CODE OF TABLEAU IS EQUAL TO 0
                         DISPLAY 'HINT: MOVE THE WASTE CARD TO STACK '
                            HINT-STACK-I
                   CALL 'TABLEAU' USING TABLEAU
                   END-CALL
                   IF RSP-NUM-CARDS OF TABLEAU IS GREATER THAN 0
                      MOVE RSP-NUM-CARDS OF TABLEAU TO HINT-SRC-COUNT
                      MOVE HINT-STACK-I TO REQ-STCK-IDX OF TABLEAU
                      MOVE RSP-NUM-CARDS OF TABLEAU TO REQ-CARD-IDX OF
                         TABLEAU

      ******************************************************************
      *   GIVEN THE SOURCE CARD SET UP BY HINT-CHECK-TABLEAU-TO-TABLEAU,
      *   LOOKS FOR A DESTINATION STACK THAT WOULD ACCEPT IT. TABLEAU
      *   ITSELF JUDGES EACH PLACEMENT (OP 13), SO THE HINT FOLLOWS
      *   WHATEVER RULE SET THE GAME IS PLAYED UNDER. A CARD THAT IS
      *   ALONE IN ITS STACK IS NEVER SENT TO AN EMPTY ONE - THAT
      *   WOULD ONLY SWAP ONE EMPTY STACK FOR ANOTHER.
       HINT-CHECK-ONE-TABLEAU-DEST.
           PERFORM VARYING HINT-OTHER-STACK-I FROM 1 BY 1
              UNTIL HINT-OTHER-STACK-I > 7 OR HINT-FOUND IS EQUAL TO
                 'Y'
                   IF HINT-OTHER-STACK-I IS NOT EQUAL TO HINT-STACK-I
                      MOVE HINT-OTHER-STACK-I TO REQ-STCK-IDX OF
                         TABLEAU
                      MOVE 8 TO REQ-OP-CODE OF TABLEAU
                      CALL 'TABLEAU' USING TABLEAU
                      END-CALL
                      MOVE HINT-SRC-RANK TO RANK-N OF CARD-IN-SCOPE OF
                         TABLEAU
                      MOVE HINT-SRC-SUIT TO SUIT-N OF CARD-IN-SCOPE OF
                         TABLEAU
                      MOVE HINT-OTHER-STACK-I TO REQ-STCK-IDX OF
                         TABLEAU
                      MOVE 'N' TO REQ-PRACTICE-MODE OF TABLEAU
                      MOVE 13 TO REQ-OP-CODE OF TABLEAU
                      CALL 'TABLEAU' USING TABLEAU
                      END-CALL
                      IF RSP-ERR-CODE OF TABLEAU IS EQUAL TO 0
                         IF RSP-NUM-CARDS OF TABLEAU IS EQUAL TO 0
                            IF HINT-SRC-COUNT IS GREATER THAN 1
                               DISPLAY 'HINT: MOVE THE TOP CARD OF '
                                  'STACK ' HINT-STACK-I
                                  ' TO EMPTY STACK ' HINT-OTHER-STACK-I
                               MOVE 'Y' TO HINT-FOUND
                            END-IF
                         ELSE
                            DISPLAY 'HINT: MOVE THE TOP CARD OF '
                               'STACK ' HINT-STACK-I ' TO STACK '
                               HINT-OTHER-STACK-I
                            MOVE 'Y' TO HINT-FOUND
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.

      ******************************************************************
      *   YUKON ONLY: CAN A GROUP STANDING DIRECTLY ON A FACE-DOWN
      *   CARD BE MOVED SOMEWHERE? THAT IS THE MOVE WORTH MAKING -
      *   IT TURNS THE HIDDEN CARD OVER. THE GROUP NEED NOT BE IN
      *   ORDER, SO ONLY ITS BOTTOM CARD IS JUDGED.
       HINT-CHECK-YUKON-GROUPS.
           PERFORM VARYING HINT-STACK-I FROM 1 BY 1
              UNTIL HINT-STACK-I > 7 OR HINT-FOUND IS EQUAL TO 'Y'
                   MOVE HINT-STACK-I TO REQ-STCK-IDX OF TABLEAU
                   MOVE 8 TO REQ-OP-CODE OF TABLEAU
                   CALL 'TABLEAU' USING TABLEAU
                   END-CALL
                   MOVE RSP-NUM-CARDS OF TABLEAU TO HINT-SRC-COUNT
                   PERFORM VARYING HINT-CARD-I FROM 2 BY 1
                      UNTIL HINT-CARD-I > HINT-SRC-COUNT OR
                         HINT-FOUND IS EQUAL TO 'Y'
                           MOVE HINT-STACK-I TO REQ-STCK-IDX OF TABLEAU
                           COMPUTE REQ-CARD-IDX OF TABLEAU =
                              HINT-CARD-I - 1
                           MOVE 9 TO REQ-OP-CODE OF TABLEAU
                           CALL 'TABLEAU' USING TABLEAU
                           END-CALL
                           IF RSP-CARD-FACE-UP OF TABLEAU IS NOT EQUAL
                              TO 'Y'
                              MOVE HINT-CARD-I TO REQ-CARD-IDX OF
                                 TABLEAU
                              MOVE 9 TO REQ-OP-CODE OF TABLEAU
                              CALL 'TABLEAU' USING TABLEAU
                              END-CALL
                              IF RSP-CARD-FACE-UP OF TABLEAU IS EQUAL
                                 TO 'Y'
                                 MOVE RANK-N OF RSP-CARD OF TABLEAU
                                    TO HINT-SRC-RANK
                                 MOVE SUIT-N OF RSP-CARD OF TABLEAU
                                    TO HINT-SRC-SUIT
                                 PERFORM HINT-CHECK-GROUP-DEST
                              END-IF
                           END-IF
                   END-PERFORM
           END-PERFORM.

      ******************************************************************
      *   GIVEN THE GROUP SET UP BY HINT-CHECK-YUKON-GROUPS, LOOKS
      *   FOR A DESTINATION STACK THAT WOULD ACCEPT ITS BOTTOM CARD.
       HINT-CHECK-GROUP-DEST.
           PERFORM VARYING HINT-OTHER-STACK-I FROM 1 BY 1
              UNTIL HINT-OTHER-STACK-I > 7 OR HINT-FOUND IS EQUAL TO
                 'Y'
                      END-CALL
                      IF RSP-NUM-CARDS OF TABLEAU IS EQUAL TO 0
                         IF HINT-SRC-RANK IS EQUAL TO 13
                            DISPLAY 'HINT: MOVE STACK ' HINT-STACK-I
                               ' FROM CARD ' HINT-CARD-I
                               ' TO EMPTY STACK ' HINT-OTHER-STACK-I
                            MOVE 'Y' TO HINT-FOUND
                         END-IF
                      ELSE
                            IF (HINT-SRC-SUIT IS EQUAL TO
                               HINT-ACCEPT-S-1) OR (HINT-SRC-SUIT IS
                               EQUAL TO HINT-ACCEPT-S-2)
                               DISPLAY 'HINT: MOVE STACK '
                                  HINT-STACK-I ' FROM CARD '
                                  HINT-CARD-I ' TO STACK '
                                  HINT-OTHER-STACK-I
                               MOVE 'Y' TO HINT-FOUND
                            END-IF
      ******************************************************************
       MOVE-CARD.
           DISPLAY 'MOVING CARDS'
      *    A BATCH RUN HAS ALREADY FILLED IN THE STACKS AND THE CARD
      *    INDEX FROM ITS SCRIPT LINE
           IF BATCH-MODE-ON IS EQUAL TO 'N'
              EVALUATE TRUE
              WHEN VARIANT-FREECELL
                 DISPLAY 'WHICH STACK TO MOVE FROM (1-7, OR 8 FOR A '
                    'FREE CELL)? ' WITH NO ADVANCING
              WHEN VARIANT-YUKON
                 DISPLAY 'WHICH STACK TO MOVE FROM (1-7)? '
                    WITH NO ADVANCING
              WHEN OTHER
                 DISPLAY 'WHICH STACK TO MOVE FROM (1-7, OR 0 FOR '
                    'WASTE)? ' WITH NO ADVANCING
              END-EVALUATE
              ACCEPT MV-SRC-ST-I
           END-IF
           IF MV-SRC-ST-I IS EQUAL TO 0 AND VARIANT-KLONDIKE
              PERFORM MOVE-WASTE-TO-TABLEAU
           ELSE
           IF MV-SRC-ST-I IS EQUAL TO 8 AND VARIANT-FREECELL
                 MV-SRC-ST-I IS LESS THAN 1
                 DISPLAY 'ILLEGAL SOURCE STACK NUMBER'
              ELSE
      *          IN YUKON ANY FACE-UP CARD MAY BE PICKED, WHATEVER
      *          LIES ON TOP OF IT GOES ALONG
                 IF BATCH-MODE-ON IS EQUAL TO 'N'
                    IF VARIANT-YUKON
                       DISPLAY 'WHICH CARD INDEX TO MOVE FROM (ANY '
                          'FACE-UP CARD)? ' WITH NO ADVANCING
                    ELSE
                       DISPLAY 'WHICH CARD INDEX TO MOVE FROM? '
                          WITH NO ADVANCING
                    END-IF
                    ACCEPT MV-SRC-CA-I
                    IF VARIANT-FREECELL
                       DISPLAY 'WHICH STACK TO MOVE TO (1-7, OR 8 '
                          'FOR A FREE CELL)? ' WITH NO ADVANCING
                    ELSE
                       DISPLAY 'WHICH STACK TO MOVE TO (1-7)? '
                          WITH NO ADVANCING
                    END-IF
                    ACCEPT MV-DST-ST-I
                 END-IF

                 IF MV-DST-ST-I IS EQUAL TO 8 AND VARIANT-FREECELL
                    PERFORM MOVE-TABLEAU-TO-CELL
      *   DESCENDING-RANK / ALTERNATING-COLOR RULE AS EVERY OTHER
      *   SINGLE-CARD PLACEMENT
       MOVE-CELL-TO-TABLEAU.
           IF BATCH-MODE-ON IS EQUAL TO 'N'
              DISPLAY 'WHICH FREE CELL (1-4)? ' WITH NO ADVANCING
              ACCEPT CELL-PICK
           END-IF
           IF CELL-PICK IS LESS THAN 1 OR CELL-PICK IS GREATER
              THAN 4
              DISPLAY 'ILLEGAL FREE CELL NUMBER'
              IF FC-USED(CELL-PICK) IS EQUAL TO 'N'
                 DISPLAY 'THAT CELL IS EMPTY.'
              ELSE
                 IF BATCH-MODE-ON IS EQUAL TO 'N'
                    DISPLAY 'WHICH STACK TO MOVE TO (1-7)? '
                       WITH NO ADVANCING
                    ACCEPT MV-DST-ST-I
                 END-IF
                 IF MV-DST-ST-I IS LESS THAN 1 OR
                    MV-DST-ST-I IS GREATER THAN 7
                    DISPLAY 'ILLEGAL DESTINATION STACK NUMBER'
      *   MOVES THE TOP CARD OF THE WASTE PILE ONTO A TABLEAU STACK.
      *   ONLY THE TOP WASTE CARD CAN EVER BE PLAYED, SO THE USUAL
      *   TABLEAU-TO-TABLEAU RUN-MOVE LOGIC IN 06-MOVE-CARDS DOES NOT
      *   APPLY HERE - THE SINGLE-CARD PLACEMENT IS CHECKED ON ITS OWN
      *   (SEE VALIDATE-WASTE-CARD-ONTO).
       MOVE-WASTE-TO-TABLEAU.
           MOVE 4 TO REQ-OP-CODE OF WASTE
           CALL 'WASTE' USING REQ-RSP-BLOCK OF WASTE
           IF RSP-ERR-CODE OF WASTE IS EQUAL TO 1
              DISPLAY 'WASTE IS EMPTY'
           ELSE
              IF BATCH-MODE-ON IS EQUAL TO 'N'
                 DISPLAY 'WHICH STACK TO MOVE TO (1-7)? '
                    WITH NO ADVANCING
                 ACCEPT MV-DST-ST-I
              END-IF

              IF MV-DST-ST-I IS LESS THAN 1 OR
                 MV-DST-ST-I IS GREATER THAN 7
                 DISPLAY 'ILLEGAL DESTINATION STACK NUMBER'
              ELSE
                 MOVE MV-DST-ST-I TO REQ-STCK-IDX OF TABLEAU
                 PERFORM VALIDATE-WASTE-CARD-ONTO

                 IF RSP-ERR-CODE OF TABLEAU IS EQUAL TO 0
                    MOVE 3 TO REQ-OP-CODE OF WASTE
           END-IF.

      ******************************************************************
      *   ASKS TABLEAU WHETHER THE WASTE TOP CARD (RSP-CARD OF WASTE)
      *   MAY GO ONTO STACK REQ-STCK-IDX, EMPTY OR NOT, UNDER THE RULE
      *   SET THE GAME IS PLAYED BY - THE SAME CHECK 06-MOVE-CARDS
      *   MAKES FOR A TABLEAU MOVE. THE ANSWER IS RSP-ERR-CODE.
       VALIDATE-WASTE-CARD-ONTO.
           MOVE RANK-N OF RSP-CARD OF WASTE TO RANK-N OF CARD-IN-SCOPE
              OF TABLEAU.
           MOVE SUIT-N OF RSP-CARD OF WASTE TO SUIT-N OF CARD-IN-SCOPE
              OF TABLEAU.
           MOVE PRACTICE-MODE-ON TO REQ-PRACTICE-MODE OF TABLEAU.
           MOVE 13 TO REQ-OP-CODE OF TABLEAU.
           CALL 'TABLEAU' USING TABLEAU
           END-CALL.

      ******************************************************************
      *   TAKES THE TOP CARD BACK OFF A FOUNDATION STACK AND PLACES IT
      *   ONTO A TABLEAU STACK, FOR WHEN A PLAYER PUSHED A CARD TO THE
      *   FOUNDATION TOO EARLY AND NEEDS IT BACK IN PLAY.
       WITHDRAW-FROM-FOUNDATION.
           IF BATCH-MODE-ON IS EQUAL TO 'N'
              DISPLAY 'WHICH FOUNDATION SUIT TO WITHDRAW FROM (1-4)? '
                 WITH NO ADVANCING
              ACCEPT WTHD-SRC-STACK
           END-IF

           IF WTHD-SRC-STACK IS LESS THAN 1 OR
              WTHD-SRC-STACK IS GREATER THAN 4
              CALL 'FOUNDATION' USING REQ-RSP-BLOCK OF FOUNDATION
              END-CALL

              EVALUATE RSP-ERR-CODE OF FOUNDATION
              WHEN 1
                 DISPLAY 'THAT FOUNDATION STACK IS EMPTY'
              WHEN 3
                 DISPLAY 'THE ' FUNCTION TRIM(GAME-RULE-SET)
                    ' RULES DO NOT PLAY FOUNDATION CARDS BACK'
              WHEN OTHER
                 IF BATCH-MODE-ON IS EQUAL TO 'N'
                    DISPLAY 'WHICH STACK TO MOVE TO (1-7)? '
                       WITH NO ADVANCING
                    ACCEPT WTHD-DST-STACK
                 END-IF

                 IF WTHD-DST-STACK IS LESS THAN 1 OR
                    WTHD-DST-STACK IS GREATER THAN 7
                    DISPLAY 'ILLEGAL DESTINATION STACK NUMBER'
                 ELSE
                    MOVE WTHD-DST-STACK TO REQ-STCK-IDX OF TABLEAU
                    PERFORM VALIDATE-FOUNDATION-CARD-ONTO

                    IF RSP-ERR-CODE OF TABLEAU IS EQUAL TO 0
                       MOVE RANK-N OF RSP-CARD OF FOUNDATION TO
                       DISPLAY 'CANNOT PLACE THAT CARD THERE'
                    END-IF
                 END-IF
              END-EVALUATE
           END-IF.

      ******************************************************************
      *   ASKS TABLEAU WHETHER THE CARD JUST TAKEN OFF THE FOUNDATION
      *   (RSP-CARD OF FOUNDATION) MAY GO ONTO STACK REQ-STCK-IDX -
      *   SAME CHECK AS VALIDATE-WASTE-CARD-ONTO, JUST AGAINST A
      *   DIFFERENT SOURCE CARD.
       VALIDATE-FOUNDATION-CARD-ONTO.
           MOVE RANK-N OF RSP-CARD OF FOUNDATION TO RANK-N OF
              CARD-IN-SCOPE OF TABLEAU.
           MOVE SUIT-N OF RSP-CARD OF FOUNDATION TO SUIT-N OF
              CARD-IN-SCOPE OF TABLEAU.
           MOVE PRACTICE-MODE-ON TO REQ-PRACTICE-MODE OF TABLEAU.
           MOVE 13 TO REQ-OP-CODE OF TABLEAU.
           CALL 'TABLEAU' USING TABLEAU
           END-CALL.

      ******************************************************************
       MOVE-MANDATORY-CARDS.
           IF VARIANT-FREECELL
              ADD 1 TO STAT-FC-WON
           END-IF.
           IF VARIANT-YUKON
              ADD 1 TO STAT-YK-WON
           END-IF.
           MOVE 'N' TO STAT-GAME-IN-PROGRESS.
           IF ELAPSED-SECS-SAVE IS LESS THAN STAT-BEST-TIME-SECS
              MOVE ELAPSED-SECS-SAVE TO STAT-BEST-TIME-SECS
           PERFORM RECORD-LEDGER-RESULT.

      *    A PRACTICE-MODE WIN PROVES NOTHING, SAME RULE THE
      *    RESULTS REPORT APPLIES - NOR DOES A WIN UNDER HOUSE RULES
      *    COUNT TOWARDS THE STANDARD GAME'S MILESTONES
           IF PRACTICE-MODE-ON IS NOT EQUAL TO 'Y' AND
              GAME-RULE-SET IS EQUAL TO SPACES
              PERFORM CHECK-ACHIEVEMENTS
           END-IF.

              DISPLAY 'VEGAS BANKROLL: ' EDIT-BANKROLL
           END-IF.
           DISPLAY ' '.
      *    IN A MATCH THE NEXT DEAL IS THE MATCH'S TO CALL
           IF MATCH-ON IS EQUAL TO 'Y'
              MOVE 'N' TO GAME-WON
              MOVE 'Y' TO MS-GAME-WON(MATCH-SEAT-NOW)
              PERFORM MATCH-GAME-FINISHED
           ELSE
              DISPLAY 'PLAY AGAIN? (Y/N) ' WITH NO ADVANCING
              ACCEPT PLAY-AGAIN-ANSWER
              MOVE 'N' TO GAME-WON
              IF PLAY-AGAIN-ANSWER IS EQUAL TO 'Y' OR
                 PLAY-AGAIN-ANSWER IS EQUAL TO 'y'
                 PERFORM START-GAME
              ELSE
                 DISPLAY "QUITTING."
                 MOVE 'N' TO STAY-OPEN
              END-IF
           END-IF.

      ******************************************************************
      *   CAN BE RESUMED LATER VIA LOAD-GAME
       SAVE-GAME.
           OPEN OUTPUT SOLSAVE-FILE.
           MOVE SPACES TO SOLSAVE-RECORD.

      *    FORMAT VERSION FIRST, SO LOAD-GAME KNOWS WHAT IT HOLDS
           MOVE 'VER ' TO SS-REC-TYPE.
           MOVE ZERO TO SS-FLD-3.
           MOVE GAME-VARIANT TO SS-FLD-4.
           WRITE SOLSAVE-RECORD.
      *    SO DOES A HOUSE-RULE SET, SO THE GAME GOES ON UNDER THE
      *    RULES IT WAS DEALT UNDER
           IF GAME-RULE-SET IS NOT EQUAL TO SPACES
              MOVE 'RUL ' TO SS-REC-TYPE
              MOVE SPACE TO SS-FLD-4
              MOVE GAME-RULE-SET TO SS-FLD-6
              MOVE REQ-EMPTY-RULE OF TABLEAU TO SS-FLD-7(1:1)
              MOVE REQ-BUILD-RULE OF TABLEAU TO SS-FLD-7(2:1)
              MOVE REQ-WITHDRAW-RULE OF FOUNDATION TO SS-FLD-7(3:1)
              WRITE SOLSAVE-RECORD
              MOVE SPACES TO SS-FLD-6
              MOVE SPACES TO SS-FLD-7
           END-IF.
           PERFORM VARYING CELL-I FROM 1 BY 1 UNTIL CELL-I > 4
                   IF FC-USED(CELL-I) IS EQUAL TO 'Y'
                      MOVE 'CEL ' TO SS-REC-TYPE
           PERFORM VARYING CELL-I FROM 1 BY 1 UNTIL CELL-I > 4
                   MOVE 'N' TO FC-USED(CELL-I)
           END-PERFORM.
      *    A SAVE WITHOUT A 'RUL ' RECORD WAS PLAYED BY THE STANDARD
      *    RULES
           MOVE SPACES TO GAME-RULE-SET.
           MOVE SPACE TO REQ-EMPTY-RULE OF TABLEAU.
           MOVE SPACE TO REQ-BUILD-RULE OF TABLEAU.
           MOVE SPACE TO REQ-WITHDRAW-RULE OF FOUNDATION.

           MOVE 'N' TO SOLSAVE-EOF.
           OPEN INPUT SOLSAVE-FILE.
                           MOVE SS-FLD-5 TO GAME-SCORE
                      WHEN 'VAR '
                           MOVE SS-FLD-4 TO GAME-VARIANT
                      WHEN 'RUL '
                           MOVE SS-FLD-6 TO GAME-RULE-SET
                           MOVE SS-FLD-7(1:1) TO
                              REQ-EMPTY-RULE OF TABLEAU
                           MOVE SS-FLD-7(2:1) TO
                              REQ-BUILD-RULE OF TABLEAU
                           MOVE SS-FLD-7(3:1) TO
                              REQ-WITHDRAW-RULE OF FOUNDATION
                      WHEN 'CEL '
                           MOVE 'Y' TO FC-USED(SS-FLD-1)
                           MOVE SS-FLD-2 TO FC-RANK(SS-FLD-1)
           MOVE ST-BANKROLL(CURRENT-PROFILE) TO STAT-BANKROLL.
           MOVE ST-FC-PLAYED(CURRENT-PROFILE) TO STAT-FC-PLAYED.
           MOVE ST-FC-WON(CURRENT-PROFILE) TO STAT-FC-WON.
           MOVE ST-YK-PLAYED(CURRENT-PROFILE) TO STAT-YK-PLAYED.
           MOVE ST-YK-WON(CURRENT-PROFILE) TO STAT-YK-WON.

      ******************************************************************
      *   PUTS THE CURRENT PLAYER'S STATISTICS BACK IN THE TABLE AND
           MOVE STAT-BANKROLL TO ST-BANKROLL(CURRENT-PROFILE).
           MOVE STAT-FC-PLAYED TO ST-FC-PLAYED(CURRENT-PROFILE).
           MOVE STAT-FC-WON TO ST-FC-WON(CURRENT-PROFILE).
           MOVE STAT-YK-PLAYED TO ST-YK-PLAYED(CURRENT-PROFILE).
           MOVE STAT-YK-WON TO ST-YK-WON(CURRENT-PROFILE).
           OPEN OUTPUT SOLSTATS-FILE.
           PERFORM VARYING PROFILE-I FROM 1 BY 1
              UNTIL PROFILE-I > PROFILE-COUNT
                   MOVE ST-BANKROLL(PROFILE-I) TO STS-BANKROLL
                   MOVE ST-FC-PLAYED(PROFILE-I) TO STS-FC-PLAYED
                   MOVE ST-FC-WON(PROFILE-I) TO STS-FC-WON
                   MOVE ST-YK-PLAYED(PROFILE-I) TO STS-YK-PLAYED
                   MOVE ST-YK-WON(PROFILE-I) TO STS-YK-WON
                   PERFORM VARYING H2H-I FROM 1 BY 1 UNTIL H2H-I > 9
                           MOVE ST-H2H-WON(PROFILE-I, H2H-I)
                              TO STS-H2H-WON(H2H-I)
                           MOVE ST-H2H-LOST(PROFILE-I, H2H-I)
                              TO STS-H2H-LOST(H2H-I)
                           MOVE ST-H2H-DRAWN(PROFILE-I, H2H-I)
                              TO STS-H2H-DRAWN(H2H-I)
                   END-PERFORM
                   WRITE SOLSTATS-RECORD
           END-PERFORM.
           CLOSE SOLSTATS-FILE.
                 MOVE CT-PASS-LIMIT(CURRENT-PROFILE)
                    TO PASS-LIMIT
              END-IF
              MOVE CT-RULE-SET(CURRENT-PROFILE) TO RULE-SET-NAME
           ELSE
              MOVE SPACES TO RULE-SET-NAME
           END-IF.
           PERFORM LOOK-UP-RULE-SET.

           IF SYMBOL-DISPLAY IS EQUAL TO 'Y'
              MOVE 3 TO REQ-OP-CODE OF CARDS
           MOVE VEGAS-MODE-ON TO CT-VEGAS-MODE(CURRENT-PROFILE).
           MOVE FAIR-DEAL-ON TO CT-FAIR-DEAL(CURRENT-PROFILE).
           MOVE PASS-LIMIT TO CT-PASS-LIMIT(CURRENT-PROFILE).
           MOVE RULE-SET-NAME TO CT-RULE-SET(CURRENT-PROFILE).
           OPEN OUTPUT SOLCONFIG-FILE.
           PERFORM VARYING PROFILE-I FROM 1 BY 1
              UNTIL PROFILE-I > PROFILE-COUNT
                   MOVE CT-VEGAS-MODE(PROFILE-I) TO CFG-VEGAS-MODE
                   MOVE CT-FAIR-DEAL(PROFILE-I) TO CFG-FAIR-DEAL
                   MOVE CT-PASS-LIMIT(PROFILE-I) TO CFG-PASS-LIMIT
                   MOVE CT-RULE-SET(PROFILE-I) TO CFG-RULE-SET
                   WRITE SOLCONFIG-RECORD
           END-PERFORM.
           CLOSE SOLCONFIG-FILE.
           MOVE ELAPSED-SECS-SAVE TO LG-TIME-SECS.
           MOVE GAME-SCORE TO LG-SCORE.
           MOVE PASS-LIMIT TO LG-PASS-RULE.
           MOVE GAME-RULE-SET TO LG-RULE-SET.
           WRITE SOLLEDGR-RECORD.
           CLOSE SOLLEDGR-FILE.
      *    THE LEDGER MOVED, SO THE RATINGS ARE WORKED OUT AGAIN -
      *    AND THE PLAYER SEES WHERE THIS GAME LEFT THEIRS
           CALL 'SOLRATING' USING RATING-RESULT
           END-CALL.
           IF PRACTICE-MODE-ON IS NOT EQUAL TO 'Y' AND
              GAME-DEAL-MODE IS NOT EQUAL TO 'T' AND
              GAME-RULE-SET IS EQUAL TO SPACES
              MOVE CURRENT-PLAYER-NAME TO RATING-WANT-PLAYER
              MOVE GAME-VARIANT TO RATING-WANT-VARIANT
              DISPLAY 'SKILL RATING AFTER THIS GAME:'
              PERFORM SHOW-PROFILE-RATINGS
           END-IF.

      ******************************************************************
      *   THE WIN JUST LANDED ON THE LEDGER - NOW SEE WHICH
           MOVE MOVE-COUNT-TOTAL TO DR-MOVES.
           MOVE ELAPSED-SECS-SAVE TO DR-TIME-SECS.
           MOVE GAME-SCORE TO DR-SCORE.
           MOVE GAME-VARIANT TO DR-VARIANT.
           WRITE SOLDAILY-RECORD.
           CLOSE SOLDAILY-FILE.
           MOVE 'N' TO DAILY-GAME-ON.
              CLOSE SOLDAILY-FILE
              PERFORM SORT-TODAY-RANKING
              DISPLAY 'TODAYS DAILY CHALLENGE (' STAND-TODAY '):'
              DISPLAY '  (K KLONDIKE / F FREECELL / Y YUKON - EACH '
                 'VARIANT IS RANKED ON ITS OWN)'
              IF TODAY-COUNT IS EQUAL TO 0
                 DISPLAY '  NO RESULTS YET TODAY.'
              END-IF
              PERFORM VARYING STAND-I FROM 1 BY 1
                 UNTIL STAND-I > TODAY-COUNT
                      DISPLAY '  ' STAND-I ') ' TD-PLAYER(STAND-I)
                         ' ' TD-VARIANT(STAND-I)
                         ' ' TD-OUTCOME(STAND-I) ' SCORE '
                         TD-SCORE(STAND-I) ' MOVES '
                         TD-MOVES(STAND-I) ' TIME '
              MOVE DR-MOVES TO TD-MOVES(TODAY-COUNT)
              MOVE DR-TIME-SECS TO TD-TIME-SECS(TODAY-COUNT)
              MOVE DR-SCORE TO TD-SCORE(TODAY-COUNT)
              IF DR-VARIANT IS EQUAL TO SPACE
                 MOVE 'K' TO TD-VARIANT(TODAY-COUNT)
              ELSE
                 MOVE DR-VARIANT TO TD-VARIANT(TODAY-COUNT)
              END-IF
           END-IF.
           IF DR-OUTCOME IS EQUAL TO 'W'
              MOVE 'N' TO STAND-FOUND
              END-IF
           END-IF.

      *   RESULTS ARE GROUPED BY VARIANT - THE SAME SEED PLAYS AS A
      *   DIFFERENT GAME IN EACH. WITHIN A VARIANT WINS RANK AHEAD OF
      *   LOSSES, HIGHER SCORE RANKS FIRST AMONG WINS - A HANDFUL OF
      *   ENTRIES, SO A SIMPLE EXCHANGE WILL DO
       SORT-TODAY-RANKING.
           PERFORM VARYING STAND-I FROM 1 BY 1
              UNTIL STAND-I IS GREATER THAN OR EQUAL TO TODAY-COUNT
           END-PERFORM.

       COMPARE-TODAY-PAIR.
           IF TD-VARIANT(STAND-J) IS GREATER THAN
              TD-VARIANT(STAND-J + 1) OR
              (TD-VARIANT(STAND-J) IS EQUAL TO
              TD-VARIANT(STAND-J + 1) AND
              ((TD-OUTCOME(STAND-J) IS NOT EQUAL TO 'W' AND
              TD-OUTCOME(STAND-J + 1) IS EQUAL TO 'W') OR
              (TD-OUTCOME(STAND-J) IS EQUAL TO
              TD-OUTCOME(STAND-J + 1) AND
              TD-SCORE(STAND-J) IS LESS THAN
              TD-SCORE(STAND-J + 1))))
              MOVE TODAY-T(STAND-J) TO TODAY-SWAP
              MOVE TODAY-T(STAND-J + 1) TO TODAY-T(STAND-J)
              MOVE TODAY-SWAP TO TODAY-T(STAND-J + 1)
                      ' PLAYED ' ST-GAMES-PLAYED(PROFILE-I)
                      ' WON ' ST-GAMES-WON(PROFILE-I)
                      ' (' WS-WIN-PCT '%)'
                   MOVE PT-NAME(PROFILE-I) TO RATING-WANT-PLAYER
                   MOVE SPACE TO RATING-WANT-VARIANT
                   PERFORM SHOW-PROFILE-RATINGS
           END-PERFORM.

      *   ONE LINE PER RATED VARIANT OF RATING-WANT-PLAYER (ONLY
      *   RATING-WANT-VARIANT'S WHEN THAT IS NOT BLANK): THE RATING,
      *   ITS PEAK, AND HOW IT STOOD AFTER EACH OF THE LAST TEN GAMES
       SHOW-PROFILE-RATINGS.
           OPEN INPUT SOLRATING-FILE.
           IF WS-RATING-STATUS IS EQUAL TO '00'
              MOVE 'N' TO RATING-EOF
              PERFORM UNTIL RATING-EOF IS EQUAL TO 'Y'
                      READ SOLRATING-FILE
                      AT END
                         MOVE 'Y' TO RATING-EOF
                      NOT AT END
                         IF RR-PLAYER IS EQUAL TO RATING-WANT-PLAYER
                            AND (RATING-WANT-VARIANT IS EQUAL TO
                            SPACE OR RR-VARIANT IS EQUAL TO
                            RATING-WANT-VARIANT)
                            PERFORM SHOW-ONE-RATING
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SOLRATING-FILE
           END-IF.

       SHOW-ONE-RATING.
           EVALUATE RR-VARIANT
           WHEN 'F'
                MOVE 'FREECELL' TO RATING-NAME
           WHEN 'Y'
                MOVE 'YUKON' TO RATING-NAME
           WHEN 'P'
                MOVE 'SPIDER' TO RATING-NAME
           WHEN OTHER
                MOVE 'KLONDIKE' TO RATING-NAME
           END-EVALUATE.
           MOVE SPACES TO RATING-HIST-LINE.
           PERFORM VARYING RATING-HIST-I FROM 1 BY 1
              UNTIL RATING-HIST-I > RR-HIST-HELD OR
                 RATING-HIST-I > 10
                   MOVE RR-HIST(RATING-HIST-I)
                      TO RATING-HIST(RATING-HIST-I)
           END-PERFORM.
           DISPLAY '   ' RATING-NAME ' RATING ' RR-RATING
              ' (PEAK ' RR-PEAK ', ' RR-GAMES ' RATED GAMES)'.
           DISPLAY '      LAST GAMES:' RATING-HIST-LINE.

       CREATE-NEW-PROFILE.
           IF PROFILE-COUNT IS EQUAL TO 9
                   MOVE 0 TO ST-BANKROLL(PROFILE-I)
                   MOVE 0 TO ST-FC-PLAYED(PROFILE-I)
                   MOVE 0 TO ST-FC-WON(PROFILE-I)
                   MOVE 0 TO ST-YK-PLAYED(PROFILE-I)
                   MOVE 0 TO ST-YK-WON(PROFILE-I)
                   PERFORM VARYING H2H-I FROM 1 BY 1 UNTIL H2H-I > 9
                           MOVE 0 TO ST-H2H-WON(PROFILE-I, H2H-I)
                           MOVE 0 TO ST-H2H-LOST(PROFILE-I, H2H-I)
                           MOVE 0 TO ST-H2H-DRAWN(PROFILE-I, H2H-I)
                   END-PERFORM
                   MOVE 0 TO CT-DRAW-COUNT(PROFILE-I)
                   MOVE 'N' TO CT-SYMBOL-DISPLAY(PROFILE-I)
                   MOVE 'N' TO CT-STOCK-PEEK(PROFILE-I)
                               ST-FC-PLAYED(STS-PROFILE-NUM)
                            MOVE STS-FC-WON TO
                               ST-FC-WON(STS-PROFILE-NUM)
                            IF STS-YK-PLAYED IS NUMERIC AND
                               STS-YK-WON IS NUMERIC
                               MOVE STS-YK-PLAYED TO
                                  ST-YK-PLAYED(STS-PROFILE-NUM)
                               MOVE STS-YK-WON TO
                                  ST-YK-WON(STS-PROFILE-NUM)
                            END-IF
                            PERFORM VARYING H2H-I FROM 1 BY 1
                               UNTIL H2H-I > 9
                                    IF STS-H2H-T(H2H-I) IS NUMERIC
                                       MOVE STS-H2H-WON(H2H-I) TO
                                          ST-H2H-WON(STS-PROFILE-NUM,
                                          H2H-I)
                                       MOVE STS-H2H-LOST(H2H-I) TO
                                          ST-H2H-LOST(STS-PROFILE-NUM,
                                          H2H-I)
                                       MOVE STS-H2H-DRAWN(H2H-I) TO
                                          ST-H2H-DRAWN(STS-PROFILE-NUM,
                                          H2H-I)
                                    END-IF
                            END-PERFORM
                         END-IF
                      END-READ
              END-PERFORM
                               MOVE 0 TO
                                  CT-PASS-LIMIT(CFG-PROFILE-NUM)
                            END-IF
                            MOVE CFG-RULE-SET TO
                               CT-RULE-SET(CFG-PROFILE-NUM)
                         END-IF
                      END-READ
              END-PERFORM
              END-IF
           END-IF.

      ******************************************************************
       ASK-GAME-VARIANT.
           DISPLAY 'VARIANT - K)LONDIKE, F)REECELL OR Y)UKON? '
              WITH NO ADVANCING
           ACCEPT GAME-VARIANT
           IF GAME-VARIANT IS EQUAL TO 'f'
              MOVE 'F' TO GAME-VARIANT
           END-IF
           IF GAME-VARIANT IS EQUAL TO 'y'
              MOVE 'Y' TO GAME-VARIANT
           END-IF
           IF NOT VARIANT-FREECELL AND NOT VARIANT-YUKON
              MOVE 'K' TO GAME-VARIANT
           END-IF.

      ******************************************************************
      *   SETS UP A HEAD-TO-HEAD MATCH BETWEEN TWO PROFILES AND DEALS
      *   ITS FIRST GAME. THE GAME AT THE KEYBOARD, IF ANY, IS SCORED
      *   AS ABANDONED FIRST, THE SAME AS A RESTART.
       START-MATCH.
           IF PROFILE-COUNT IS LESS THAN 2
              DISPLAY 'A MATCH NEEDS TWO PLAYER PROFILES - CREATE '
                 'ANOTHER AT START-UP FIRST.'
           ELSE
              PERFORM SHOW-PROFILE-LIST
              DISPLAY 'MATCH - FIRST PLAYER NUMBER: '
                 WITH NO ADVANCING
              ACCEPT MS-PROFILE(1)
              DISPLAY 'MATCH - SECOND PLAYER NUMBER: '
                 WITH NO ADVANCING
              ACCEPT MS-PROFILE(2)
              IF MS-PROFILE(1) IS EQUAL TO 0 OR
                 MS-PROFILE(1) IS GREATER THAN PROFILE-COUNT OR
                 MS-PROFILE(2) IS EQUAL TO 0 OR
                 MS-PROFILE(2) IS GREATER THAN PROFILE-COUNT OR
                 MS-PROFILE(1) IS EQUAL TO MS-PROFILE(2)
                 DISPLAY 'NO MATCH - PICK TWO DIFFERENT PLAYERS '
                    'FROM THE LIST.'
              ELSE
                 PERFORM SET-UP-MATCH
              END-IF
           END-IF.

       SET-UP-MATCH.
           DISPLAY 'BEST OF 3, 5 OR 7 GAMES? ' WITH NO ADVANCING.
           ACCEPT MATCH-BEST-OF.
           IF MATCH-BEST-OF IS NOT EQUAL TO 5 AND
              MATCH-BEST-OF IS NOT EQUAL TO 7
              MOVE 3 TO MATCH-BEST-OF
           END-IF.
           DIVIDE MATCH-BEST-OF BY 2 GIVING MATCH-TO-WIN.
           ADD 1 TO MATCH-TO-WIN.
           PERFORM ASK-GAME-VARIANT.
           MOVE GAME-VARIANT TO MATCH-VARIANT.
      *    THE RULES THE FIRST PLAYER PLAYS BY HOLD FOR BOTH
           MOVE 1 TO MATCH-DRAW-COUNT.
           IF CT-DRAW-COUNT(MS-PROFILE(1)) IS EQUAL TO 3
              MOVE 3 TO MATCH-DRAW-COUNT
           END-IF.
           MOVE 0 TO MATCH-PASS-LIMIT.
           IF CT-PASS-LIMIT(MS-PROFILE(1)) IS NUMERIC
              MOVE CT-PASS-LIMIT(MS-PROFILE(1)) TO MATCH-PASS-LIMIT
           END-IF.
           PERFORM VARYING MATCH-BLANK-I FROM 1 BY 1
              UNTIL MATCH-BLANK-I > 2
                   MOVE PT-NAME(MS-PROFILE(MATCH-BLANK-I))
                      TO MS-NAME(MATCH-BLANK-I)
                   MOVE 0 TO MS-GAMES-TAKEN(MATCH-BLANK-I)
           END-PERFORM.
           PERFORM SHOW-HEAD-TO-HEAD.

           PERFORM RECORD-GAME-LOSS-IF-IN-PROGRESS.
           MOVE CURRENT-PROFILE TO MATCH-HOME-PROFILE.
           MOVE 'Y' TO MATCH-ON.
           MOVE 0 TO MATCH-GAME-NO.
           MOVE 2 TO MATCH-FIRST-SEAT.
           PERFORM MATCH-NEXT-GAME.

      *   A FRESH DEAL FOR THE NEXT GAME, OPENED BY THE SEAT THAT
      *   WENT SECOND LAST TIME
       MATCH-NEXT-GAME.
           ADD 1 TO MATCH-GAME-NO.
           IF MATCH-FIRST-SEAT IS EQUAL TO 1
              MOVE 2 TO MATCH-FIRST-SEAT
           ELSE
              MOVE 1 TO MATCH-FIRST-SEAT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATE-DATA.
           COMPUTE MATCH-SEED = (WS-NOW-DAY * 10000000) +
              (WS-NOW-HH * 100000) + (WS-NOW-MM * 1000) +
              (WS-NOW-SS * 10) + MATCH-GAME-NO.
           MOVE 1 TO MATCH-TURN.
           MOVE MATCH-FIRST-SEAT TO MATCH-SEAT-NOW.
           DISPLAY ' '.
           DISPLAY 'MATCH GAME ' MATCH-GAME-NO ' - '
              FUNCTION TRIM(MS-NAME(MATCH-SEAT-NOW))
              ' PLAYS THE DEAL FIRST.'.
           PERFORM MATCH-TAKE-SEAT.
           PERFORM START-GAME.

      *   HANDS THE KEYBOARD TO THE PLAYER IN MATCH-SEAT-NOW: THEIR
      *   STATISTICS, SAVE SLOT AND SETTINGS, UNDER THE MATCH RULES
       MATCH-TAKE-SEAT.
           MOVE MS-PROFILE(MATCH-SEAT-NOW) TO CURRENT-PROFILE.
           PERFORM SWITCH-TO-CURRENT-PROFILE.
           MOVE MATCH-DRAW-COUNT TO DRAW-COUNT.
           MOVE MATCH-PASS-LIMIT TO PASS-LIMIT.
           MOVE 'N' TO PRACTICE-MODE-ON.
           MOVE 'N' TO VEGAS-MODE-ON.

       SWITCH-TO-CURRENT-PROFILE.
           MOVE PT-NAME(CURRENT-PROFILE) TO CURRENT-PLAYER-NAME.
           MOVE SPACES TO WS-SAVE-PATH.
           STRING 'solsave' CURRENT-PROFILE '.dat'
              DELIMITED BY SIZE INTO WS-SAVE-PATH.
           PERFORM LOAD-STATS.
           PERFORM LOAD-CONFIG.

       MATCH-CONCEDE-GAME.
           DISPLAY FUNCTION TRIM(CURRENT-PLAYER-NAME)
              ' CONCEDES MATCH GAME ' MATCH-GAME-NO '.'.
           MOVE 'GAME CONCEDED' TO GAME-LOG-MSG.
           PERFORM LOG-EVENT.
           PERFORM RECORD-GAME-LOSS-IF-IN-PROGRESS.
           MOVE 'N' TO MS-GAME-WON(MATCH-SEAT-NOW).
           PERFORM MATCH-GAME-FINISHED.

      *   ONE PLAYER IS DONE WITH THE DEAL. AFTER THE FIRST TURN THE
      *   SCREEN IS CLEARED AND THE SAME DEAL GOES TO THE OTHER SEAT;
      *   AFTER THE SECOND BOTH RESULTS ARE OPENED AND JUDGED.
       MATCH-GAME-FINISHED.
           MOVE GAME-SCORE TO MS-GAME-SCORE(MATCH-SEAT-NOW).
           MOVE MOVE-COUNT-TOTAL TO MS-GAME-MOVES(MATCH-SEAT-NOW).
           IF MATCH-TURN IS EQUAL TO 1
              MOVE 2 TO MATCH-TURN
              IF MATCH-SEAT-NOW IS EQUAL TO 1
                 MOVE 2 TO MATCH-SEAT-NOW
              ELSE
                 MOVE 1 TO MATCH-SEAT-NOW
              END-IF
              DISPLAY 'YOUR RESULT IS SEALED UNTIL '
                 FUNCTION TRIM(MS-NAME(MATCH-SEAT-NOW))
                 ' HAS PLAYED THE SAME DEAL.'
              DISPLAY 'HAND OVER THE KEYBOARD, THEN PRESS ENTER.'
                 WITH NO ADVANCING
              ACCEPT MATCH-DUMMY
              PERFORM VARYING MATCH-BLANK-I FROM 1 BY 1
                 UNTIL MATCH-BLANK-I > 40
                      DISPLAY ' '
              END-PERFORM
              DISPLAY 'MATCH GAME ' MATCH-GAME-NO ' - '
                 FUNCTION TRIM(MS-NAME(MATCH-SEAT-NOW))
                 ', THE SAME DEAL IS YOURS.'
              PERFORM MATCH-TAKE-SEAT
              PERFORM START-GAME
           ELSE
              PERFORM MATCH-JUDGE-GAME
              MOVE 'G' TO MR-TYPE
              PERFORM WRITE-MATCH-LINE
              IF MS-GAMES-TAKEN(1) IS NOT LESS THAN MATCH-TO-WIN OR
                 MS-GAMES-TAKEN(2) IS NOT LESS THAN MATCH-TO-WIN OR
                 MATCH-GAME-NO IS NOT LESS THAN MATCH-BEST-OF
                 PERFORM MATCH-FINISHED
              ELSE
                 DISPLAY 'PRESS ENTER FOR THE NEXT GAME.'
                    WITH NO ADVANCING
                 ACCEPT MATCH-DUMMY
                 PERFORM MATCH-NEXT-GAME
              END-IF
           END-IF.

      *   HIGHER SCORE TAKES THE GAME; ON EQUAL SCORES THE FEWER
      *   MOVES DOES; EQUAL ON BOTH IS A HALVED GAME
       MATCH-JUDGE-GAME.
           DISPLAY ' '.
           DISPLAY 'MATCH GAME ' MATCH-GAME-NO ' - BOTH RESULTS:'.
           PERFORM VARYING MATCH-BLANK-I FROM 1 BY 1
              UNTIL MATCH-BLANK-I > 2
                   DISPLAY '  ' MS-NAME(MATCH-BLANK-I) ' '
                      MS-GAME-WON(MATCH-BLANK-I) ' SCORE '
                      MS-GAME-SCORE(MATCH-BLANK-I) ' MOVES '
                      MS-GAME-MOVES(MATCH-BLANK-I)
           END-PERFORM.
           EVALUATE TRUE
           WHEN MS-GAME-SCORE(1) IS GREATER THAN MS-GAME-SCORE(2)
                MOVE 1 TO MATCH-GAME-WINNER
           WHEN MS-GAME-SCORE(1) IS LESS THAN MS-GAME-SCORE(2)
                MOVE 2 TO MATCH-GAME-WINNER
           WHEN MS-GAME-MOVES(1) IS LESS THAN MS-GAME-MOVES(2)
                MOVE 1 TO MATCH-GAME-WINNER
           WHEN MS-GAME-MOVES(1) IS GREATER THAN MS-GAME-MOVES(2)
                MOVE 2 TO MATCH-GAME-WINNER
           WHEN OTHER
                MOVE 0 TO MATCH-GAME-WINNER
           END-EVALUATE.
           IF MATCH-GAME-WINNER IS EQUAL TO 0
              DISPLAY 'THE GAME IS HALVED.'
           ELSE
              ADD 1 TO MS-GAMES-TAKEN(MATCH-GAME-WINNER)
              DISPLAY 'THE GAME GOES TO '
                 FUNCTION TRIM(MS-NAME(MATCH-GAME-WINNER)) '.'
           END-IF.
           DISPLAY 'MATCH SCORE: ' FUNCTION TRIM(MS-NAME(1)) ' '
              MS-GAMES-TAKEN(1) ', ' FUNCTION TRIM(MS-NAME(2)) ' '
              MS-GAMES-TAKEN(2).

      *   THE MATCH IS DECIDED (OR ALL ITS GAMES ARE PLAYED): THE
      *   RESULT GOES TO solmatch.dat AND ONTO BOTH PROFILES'
      *   HEAD-TO-HEAD RECORDS, THEN THE KEYBOARD GOES BACK TO
      *   WHOEVER CALLED THE MATCH
       MATCH-FINISHED.
           EVALUATE TRUE
           WHEN MS-GAMES-TAKEN(1) IS GREATER THAN MS-GAMES-TAKEN(2)
                MOVE 1 TO MATCH-WINNER
           WHEN MS-GAMES-TAKEN(1) IS LESS THAN MS-GAMES-TAKEN(2)
                MOVE 2 TO MATCH-WINNER
           WHEN OTHER
                MOVE 0 TO MATCH-WINNER
           END-EVALUATE.
           DISPLAY ' '.
           EVALUATE MATCH-WINNER
           WHEN 1
                ADD 1 TO ST-H2H-WON(MS-PROFILE(1), MS-PROFILE(2))
                ADD 1 TO ST-H2H-LOST(MS-PROFILE(2), MS-PROFILE(1))
           WHEN 2
                ADD 1 TO ST-H2H-WON(MS-PROFILE(2), MS-PROFILE(1))
                ADD 1 TO ST-H2H-LOST(MS-PROFILE(1), MS-PROFILE(2))
           WHEN OTHER
                ADD 1 TO ST-H2H-DRAWN(MS-PROFILE(1), MS-PROFILE(2))
                ADD 1 TO ST-H2H-DRAWN(MS-PROFILE(2), MS-PROFILE(1))
           END-EVALUATE.
           IF MATCH-WINNER IS EQUAL TO 0
              DISPLAY '*** THE MATCH IS DRAWN ***'
           ELSE
              DISPLAY '*** ' FUNCTION TRIM(MS-NAME(MATCH-WINNER))
                 ' WINS THE MATCH ***'
           END-IF.
           MOVE 'M' TO MR-TYPE.
           PERFORM WRITE-MATCH-LINE.
           PERFORM SHOW-HEAD-TO-HEAD.

           MOVE 'N' TO MATCH-ON.
           MOVE MATCH-HOME-PROFILE TO CURRENT-PROFILE.
           PERFORM SWITCH-TO-CURRENT-PROFILE.
           PERFORM SAVE-STATS.
           DISPLAY 'BACK TO ' FUNCTION TRIM(CURRENT-PLAYER-NAME)
              ' - PRESS ENTER FOR A NEW GAME.' WITH NO ADVANCING.
           ACCEPT MATCH-DUMMY.
           PERFORM START-GAME.

      *   ONE LINE OF solmatch.dat - MR-TYPE IS SET BY THE CALLER.
      *   A G LINE CARRIES THE GAME JUST JUDGED, AN M LINE THE MATCH.
       WRITE-MATCH-LINE.
           OPEN EXTEND SOLMATCH-FILE.
           IF WS-MATCH-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT SOLMATCH-FILE
           END-IF.
           MOVE MR-TYPE TO MATCH-DUMMY.
           MOVE SPACES TO SOLMATCH-RECORD.
           MOVE MATCH-DUMMY TO MR-TYPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MR-DATE.
           MOVE MS-NAME(1) TO MR-PLAYER-1.
           MOVE MS-NAME(2) TO MR-PLAYER-2.
           MOVE MATCH-BEST-OF TO MR-BEST-OF.
           MOVE MS-GAMES-TAKEN(1) TO MR-TAKEN-1.
           MOVE MS-GAMES-TAKEN(2) TO MR-TAKEN-2.
           IF MR-TYPE IS EQUAL TO 'G'
              MOVE MATCH-GAME-NO TO MR-GAME-NO
              MOVE MATCH-SEED TO MR-SEED
              MOVE MS-GAME-WON(1) TO MR-WON-1
              MOVE MS-GAME-SCORE(1) TO MR-SCORE-1
              MOVE MS-GAME-MOVES(1) TO MR-MOVES-1
              MOVE MS-GAME-WON(2) TO MR-WON-2
              MOVE MS-GAME-SCORE(2) TO MR-SCORE-2
              MOVE MS-GAME-MOVES(2) TO MR-MOVES-2
              IF MATCH-GAME-WINNER IS GREATER THAN 0
                 MOVE MS-NAME(MATCH-GAME-WINNER) TO MR-WINNER
              END-IF
           ELSE
              MOVE MATCH-GAME-NO TO MR-GAME-NO
              IF MATCH-WINNER IS GREATER THAN 0
                 MOVE MS-NAME(MATCH-WINNER) TO MR-WINNER
              END-IF
           END-IF.
           WRITE SOLMATCH-RECORD.
           CLOSE SOLMATCH-FILE.

       SHOW-HEAD-TO-HEAD.
           DISPLAY 'HEAD-TO-HEAD: ' FUNCTION TRIM(MS-NAME(1))
              ' HAS WON '
              ST-H2H-WON(MS-PROFILE(1), MS-PROFILE(2))
              ', LOST ' ST-H2H-LOST(MS-PROFILE(1), MS-PROFILE(2))
              ' AND DRAWN '
              ST-H2H-DRAWN(MS-PROFILE(1), MS-PROFILE(2))
              ' AGAINST ' FUNCTION TRIM(MS-NAME(2)) '.'.

      ******************************************************************
      *   PLAYS solscript.txt FROM TOP TO BOTTOM WITH NO ONE AT THE
      *   KEYBOARD - SEE THE BATCH PLAY NOTE IN WORKING-STORAGE. THE
      *   DEAL WAITS FOR THE FIRST MOVE (OR THE END OF THE SCRIPT) SO
      *   THE VARIANT AND RULE SET LINES THAT FOLLOW THE DEAL LINE IN
      *   A TRANSCRIPT STILL COUNT. THE PLAYER'S SETTINGS ARE NEVER
      *   LOADED, SO A SCRIPT PLAYS THE SAME ON EVERY MACHINE.
       RUN-BATCH-SCRIPT.
           MOVE 'Y' TO BATCH-MODE-ON.
           MOVE 'N' TO LOG-MODE-ON.
           MOVE 'N' TO BATCH-SEED-SEEN.
           MOVE 'N' TO BATCH-DEALT.
           MOVE 'N' TO BATCH-DRAW-GIVEN.
           MOVE 'N' TO BATCH-COMPARE.
           MOVE 'K' TO BATCH-VARIANT.
           MOVE SPACES TO RULE-SET-NAME.
           MOVE 0 TO BATCH-LINE-NO.
           PERFORM CLEAR-BATCH-TALLY.
           MOVE 'N' TO SCRIPT-EOF.
           PERFORM UNTIL SCRIPT-EOF IS EQUAL TO 'Y'
                   READ SOLSCRIPT-FILE
                   AT END
                      MOVE 'Y' TO SCRIPT-EOF
                   NOT AT END
                      ADD 1 TO BATCH-LINE-NO
                      PERFORM BATCH-ONE-LINE
                   END-READ
           END-PERFORM.
           CLOSE SOLSCRIPT-FILE.
           IF BATCH-SEED-SEEN IS EQUAL TO 'N'
              DISPLAY 'BATCH: NO DEAL SEED IN solscript.txt - '
                 'NOTHING PLAYED.'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF BATCH-DEALT IS EQUAL TO 'N'
                 PERFORM BATCH-DEAL
              END-IF
              PERFORM BATCH-SETTLE-BOARD
              PERFORM WRITE-BATCH-OUTPUT
              DISPLAY 'BATCH: ' BATCH-PLAYED ' MOVE(S) PLAYED, '
                 REJECT-COUNT ' REJECTED - SEE solbatch.txt.'
              IF BATCH-COMPARE IS EQUAL TO 'Y'
                 PERFORM COMPARE-BATCH-BOARD
              END-IF
           END-IF.

       CLEAR-BATCH-TALLY.
           MOVE 0 TO BATCH-PLAYED.
           MOVE 0 TO REJECT-COUNT.

       BATCH-ONE-LINE.
           MOVE SPACES TO BATCH-WORDS.
           UNSTRING SOLSCRIPT-RECORD DELIMITED BY ALL ' '
              INTO BW-1, BW-2, BW-3, BW-4.
           EVALUATE BW-1
           WHEN 'DEAL'
      *         A NEW DEAL STARTS THE GAME OVER; ITS VARIANT AND RULE
      *         SET LINES COME AFTER IT, AS IN THE TRANSCRIPT
                MOVE 'N' TO BATCH-DEALT
                MOVE 'N' TO BATCH-SEED-SEEN
                MOVE 'K' TO BATCH-VARIANT
                MOVE SPACES TO RULE-SET-NAME
                PERFORM CLEAR-BATCH-TALLY
                IF BW-2 IS EQUAL TO 'SEED'
                   MOVE FUNCTION NUMVAL(BW-3) TO BATCH-SEED
                   IF BATCH-SEED IS GREATER THAN 0
                      MOVE 'Y' TO BATCH-SEED-SEEN
                   END-IF
                END-IF
           WHEN 'FREECELL'
                IF BW-2 IS EQUAL TO 'GAME'
                   MOVE 'F' TO BATCH-VARIANT
                END-IF
           WHEN 'YUKON'
                IF BW-2 IS EQUAL TO 'GAME'
                   MOVE 'Y' TO BATCH-VARIANT
                END-IF
           WHEN 'RULE'
                IF BW-2 IS EQUAL TO 'SET'
                   MOVE SOLSCRIPT-RECORD(10:15) TO RULE-SET-NAME
                END-IF
           WHEN 'DRAW'
                IF FUNCTION NUMVAL(BW-2) IS EQUAL TO 3
                   MOVE 3 TO DRAW-COUNT
                ELSE
                   MOVE 1 TO DRAW-COUNT
                END-IF
                MOVE 'Y' TO BATCH-DRAW-GIVEN
           WHEN 'PASSES'
                MOVE FUNCTION NUMVAL(BW-2) TO BATCH-N-1
                IF BATCH-N-1 IS EQUAL TO 1 OR
                   BATCH-N-1 IS EQUAL TO 3
                   MOVE BATCH-N-1 TO PASS-LIMIT
                ELSE
                   MOVE 0 TO PASS-LIMIT
                END-IF
           WHEN 'PRACTICE'
                IF BW-2 IS EQUAL TO 'Y'
                   MOVE 'Y' TO PRACTICE-MODE-ON
                ELSE
                   MOVE 'N' TO PRACTICE-MODE-ON
                END-IF
           WHEN 'FETCH'
           WHEN 'MOVE'
           WHEN 'WMOVE'
           WHEN 'WITHDRAW'
           WHEN 'TOCELL'
           WHEN 'FROMCELL'
           WHEN 'UNDO'
                PERFORM BATCH-PLAY-LINE
           WHEN 'COMPARE'
                MOVE 'Y' TO BATCH-COMPARE
                IF BW-2 IS NOT EQUAL TO SPACES
                   MOVE BW-2 TO CMP-EXPECTED-PATH
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *   A LINE THE GAME TURNS DOWN LEAVES THE MOVE COUNT (FOR UNDO,
      *   THE UNDO HISTORY) WHERE IT WAS - THAT IS HOW IT IS CAUGHT
      *   FOR THE REJECTED LIST
       BATCH-PLAY-LINE.
           IF BATCH-SEED-SEEN IS EQUAL TO 'N'
              PERFORM NOTE-REJECTED-LINE
           ELSE
              IF BATCH-DEALT IS EQUAL TO 'N'
                 PERFORM BATCH-DEAL
              END-IF
              PERFORM BATCH-SETTLE-BOARD
              MOVE MOVE-COUNT-TOTAL TO BATCH-MOVES-BEFORE
              MOVE HIST-COUNT TO BATCH-HIST-BEFORE
              IF GAME-WON IS EQUAL TO 'N'
                 PERFORM BATCH-PLAY-MOVE
              END-IF
              IF (BW-1 IS EQUAL TO 'UNDO' AND
                  HIST-COUNT IS EQUAL TO BATCH-HIST-BEFORE) OR
                 (BW-1 IS NOT EQUAL TO 'UNDO' AND
                  MOVE-COUNT-TOTAL IS EQUAL TO BATCH-MOVES-BEFORE)
                 PERFORM NOTE-REJECTED-LINE
              ELSE
                 ADD 1 TO BATCH-PLAYED
              END-IF
           END-IF.

      *   FILLS IN WHAT THE PROMPTS WOULD HAVE ASKED FOR AND MAKES
      *   THE MOVE THROUGH THE SAME PARAGRAPH THE MENU USES. A
      *   NUMBER TOO BIG FOR ITS FIELD IS TURNED DOWN HERE RATHER
      *   THAN TRUNCATED INTO SOME OTHER MOVE.
       BATCH-PLAY-MOVE.
           MOVE FUNCTION NUMVAL(BW-2) TO BATCH-N-1.
           MOVE FUNCTION NUMVAL(BW-3) TO BATCH-N-2.
           MOVE FUNCTION NUMVAL(BW-4) TO BATCH-N-3.
           EVALUATE BW-1
           WHEN 'FETCH'
      *         THE FIRST FETCH COMES OFF A FULL STOCK, SO IT IS
      *         EXACTLY THE DRAW COUNT THE PLAYER HAD
                IF BATCH-FETCHED IS EQUAL TO 'N' AND
                   BATCH-DRAW-GIVEN IS EQUAL TO 'N' AND
                   GAME-RULE-SET IS EQUAL TO SPACES AND
                   (BATCH-N-1 IS EQUAL TO 1 OR BATCH-N-1 IS EQUAL TO 3)
                   MOVE BATCH-N-1 TO DRAW-COUNT
                END-IF
                MOVE 'Y' TO BATCH-FETCHED
                PERFORM FETCH-FROM-STOCK THRU FETCH-FROM-STOCK-EXIT
           WHEN 'MOVE'
                IF BATCH-N-1 IS GREATER THAN 0 AND
                   BATCH-N-1 IS LESS THAN 8 AND
                   BATCH-N-2 IS LESS THAN 100 AND
                   BATCH-N-3 IS GREATER THAN 0 AND
                   BATCH-N-3 IS LESS THAN 8
                   MOVE BATCH-N-1 TO MV-SRC-ST-I
                   MOVE BATCH-N-2 TO MV-SRC-CA-I
                   MOVE BATCH-N-3 TO MV-DST-ST-I
                   PERFORM MOVE-CARD
                END-IF
           WHEN 'WMOVE'
                IF BATCH-N-1 IS LESS THAN 10
                   MOVE 0 TO MV-SRC-ST-I
                   MOVE BATCH-N-1 TO MV-DST-ST-I
                   PERFORM MOVE-CARD
                END-IF
           WHEN 'TOCELL'
                IF BATCH-N-1 IS GREATER THAN 0 AND
                   BATCH-N-1 IS LESS THAN 8
                   MOVE BATCH-N-1 TO MV-SRC-ST-I
                   MOVE 0 TO MV-SRC-CA-I
                   MOVE 8 TO MV-DST-ST-I
                   PERFORM MOVE-CARD
                END-IF
           WHEN 'FROMCELL'
                IF BATCH-N-1 IS LESS THAN 10 AND
                   BATCH-N-2 IS LESS THAN 10
                   MOVE 8 TO MV-SRC-ST-I
                   MOVE BATCH-N-1 TO CELL-PICK
                   MOVE BATCH-N-2 TO MV-DST-ST-I
                   PERFORM MOVE-CARD
                END-IF
           WHEN 'WITHDRAW'
                IF BATCH-N-1 IS LESS THAN 10 AND
                   BATCH-N-2 IS LESS THAN 10
                   MOVE BATCH-N-1 TO WTHD-SRC-STACK
                   MOVE BATCH-N-2 TO WTHD-DST-STACK
                   PERFORM WITHDRAW-FROM-FOUNDATION
                END-IF
           WHEN 'UNDO'
                PERFORM UNDO-LAST-MOVE
           END-EVALUATE.

      *   THE SAME DEAL START-GAME MAKES, LESS THE STATISTICS - A
      *   SCRIPTED GAME IS A TEST, NOT A GAME PLAYED
       BATCH-DEAL.
           MOVE BATCH-SEED TO DEAL-SEED.
           IF RULE-SET-NAME IS NOT EQUAL TO SPACES
              PERFORM LOOK-UP-RULE-SET
           END-IF.
           PERFORM INITIALIZE-WORLD.
           MOVE 0 TO HIST-COUNT.
           MOVE 'N' TO GAME-WON.
           MOVE 'N' TO UNDO-USED-THIS-GAME.
           MOVE 0 TO PASSES-USED.
           MOVE 0 TO MOVE-COUNT-TOTAL.
           MOVE 0 TO GAME-SCORE.
           MOVE 'Y' TO BATCH-DEALT.
           MOVE 'N' TO BATCH-FETCHED.

      *   WHAT THE MAIN LOOP DOES BEFORE EVERY MENU CHOICE - SEND THE
      *   CARDS THE FOUNDATION CAN TAKE HOME, THEN LOOK FOR THE WIN
       BATCH-SETTLE-BOARD.
           PERFORM MOVE-MANDATORY-CARDS.
           PERFORM CHECK-FOR-WIN.

       NOTE-REJECTED-LINE.
           ADD 1 TO REJECT-COUNT.
           IF REJECT-COUNT IS NOT GREATER THAN 99
              MOVE BATCH-LINE-NO TO RJ-LINE-NO(REJECT-COUNT)
              MOVE SOLSCRIPT-RECORD TO RJ-TEXT(REJECT-COUNT)
           END-IF.

      ******************************************************************
      *   solbatch.txt: WHAT WAS PLAYED AND TURNED DOWN, THEN THE
      *   FINAL BOARD BETWEEN 'FINAL BOARD' AND 'END OF BOARD' - THE
      *   PART SOLCOMPARE CHECKS. THE BOARD IS WALKED THE WAY
      *   SAVE-GAME WALKS IT; HIDDEN CARDS (THE STOCK AND FACE-DOWN
      *   TABLEAU CARDS) ARE SHOWN IN BRACKETS, AND THE CLOSING CARD
      *   COUNT SHOWS AT ONCE WHETHER A CARD HAS GONE MISSING.
       WRITE-BATCH-OUTPUT.
           OPEN OUTPUT SOLBATCH-FILE.
           MOVE 'SOLITAIRE BATCH RUN OF solscript.txt' TO
              SOLBATCH-RECORD.
           WRITE SOLBATCH-RECORD.
           EVALUATE TRUE
           WHEN VARIANT-FREECELL
                MOVE 'FREECELL' TO BATCH-VARIANT-NAME
           WHEN VARIANT-YUKON
                MOVE 'YUKON' TO BATCH-VARIANT-NAME
           WHEN OTHER
                MOVE 'KLONDIKE' TO BATCH-VARIANT-NAME
           END-EVALUATE.
           MOVE SPACES TO SOLBATCH-RECORD.
           STRING 'DEAL SEED ' GAME-DEAL-SEED '   VARIANT '
              BATCH-VARIANT-NAME '   DRAW ' DRAW-COUNT
              '   PASSES ' PASS-LIMIT '   PRACTICE ' PRACTICE-MODE-ON
              DELIMITED BY SIZE INTO SOLBATCH-RECORD.
           WRITE SOLBATCH-RECORD.
           MOVE SPACES TO SOLBATCH-RECORD.
           IF GAME-RULE-SET IS EQUAL TO SPACES
              MOVE 'RULES STANDARD' TO SOLBATCH-RECORD
           ELSE
              STRING 'RULES ' GAME-RULE-SET
                 DELIMITED BY SIZE INTO SOLBATCH-RECORD
           END-IF.
           WRITE SOLBATCH-RECORD.
           MOVE SPACES TO SOLBATCH-RECORD.
           STRING 'SCRIPT LINES ' BATCH-LINE-NO '   MOVES PLAYED '
              BATCH-PLAYED '   REJECTED ' REJECT-COUNT
              DELIMITED BY SIZE INTO SOLBATCH-RECORD.
           WRITE SOLBATCH-RECORD.
           PERFORM VARYING REJECT-I FROM 1 BY 1
              UNTIL REJECT-I > REJECT-COUNT OR REJECT-I > 99
                   MOVE SPACES TO SOLBATCH-RECORD
                   STRING 'REJECTED LINE ' RJ-LINE-NO(REJECT-I) ': '
                      RJ-TEXT(REJECT-I)
                      DELIMITED BY SIZE INTO SOLBATCH-RECORD
                   WRITE SOLBATCH-RECORD
           END-PERFORM.
           MOVE 'FINAL BOARD' TO SOLBATCH-RECORD.
           WRITE SOLBATCH-RECORD.
           MOVE SPACES TO SOLBATCH-RECORD.
           IF GAME-WON IS EQUAL TO 'Y'
              STRING 'RESULT WON       SCORE ' GAME-SCORE
                 '   MOVES ' MOVE-COUNT-TOTAL
                 DELIMITED BY SIZE INTO SOLBATCH-RECORD
           ELSE
              STRING 'RESULT IN PLAY   SCORE ' GAME-SCORE
                 '   MOVES ' MOVE-COUNT-TOTAL
                 DELIMITED BY SIZE INTO SOLBATCH-RECORD
           END-IF.
           WRITE SOLBATCH-RECORD.
           MOVE 0 TO BOARD-CENSUS.
           PERFORM DUMP-STOCK-AND-WASTE.
           PERFORM DUMP-FOUNDATIONS.
           IF VARIANT-FREECELL
              PERFORM DUMP-FREE-CELLS
           END-IF.
           PERFORM VARYING BOARD-STACK-I FROM 1 BY 1
              UNTIL BOARD-STACK-I > 7
                   PERFORM DUMP-ONE-STACK
           END-PERFORM.
           MOVE SPACES TO SOLBATCH-RECORD.
           STRING 'CARDS ON THE BOARD ' BOARD-CENSUS
              DELIMITED BY SIZE INTO SOLBATCH-RECORD.
           WRITE SOLBATCH-RECORD.
           MOVE 'END OF BOARD' TO SOLBATCH-RECORD.
           WRITE SOLBATCH-RECORD.
           CLOSE SOLBATCH-FILE.

      *   STOCK AND WASTE, EACH BOTTOM CARD TO TOP CARD
       DUMP-STOCK-AND-WASTE.
           MOVE SPACES TO BOARD-LINE.
           MOVE 1 TO BOARD-PTR.
           STRING 'STOCK:' DELIMITED BY SIZE INTO BOARD-LINE
              WITH POINTER BOARD-PTR.
           MOVE 6 TO REQ-OP-CODE OF STOCK.
           CALL 'STOCK' USING REQ-RSP-BLOCK OF STOCK
           END-CALL.
           MOVE RSP-NUM-OF-CARDS OF STOCK TO BOARD-CARD-COUNT.
           ADD BOARD-CARD-COUNT TO BOARD-CENSUS.
           PERFORM VARYING BOARD-CARD-I FROM 1 BY 1
              UNTIL BOARD-CARD-I > BOARD-CARD-COUNT
                   MOVE 7 TO REQ-OP-CODE OF STOCK
                   MOVE BOARD-CARD-I TO REQ-CARD-INDEX OF STOCK
                   CALL 'STOCK' USING REQ-RSP-BLOCK OF STOCK
                   END-CALL
                   MOVE RSP-RANK-N OF RSP-CARD-FETCHED TO BOARD-RANK
                   MOVE RSP-SUIT-N OF RSP-CARD-FETCHED TO BOARD-SUIT
                   MOVE 'N' TO BOARD-FACE-UP
                   PERFORM ADD-BOARD-CARD
           END-PERFORM.
           PERFORM WRITE-BOARD-LINE.
           MOVE SPACES TO BOARD-LINE.
           MOVE 1 TO BOARD-PTR.
           STRING 'WASTE:' DELIMITED BY SIZE INTO BOARD-LINE
              WITH POINTER BOARD-PTR.
           MOVE 5 TO REQ-OP-CODE OF WASTE.
           CALL 'WASTE' USING REQ-RSP-BLOCK OF WASTE
           END-CALL.
           MOVE RSP-NUM-CARDS OF WASTE TO BOARD-CARD-COUNT.
           ADD BOARD-CARD-COUNT TO BOARD-CENSUS.
           PERFORM VARYING BOARD-CARD-I FROM 1 BY 1
              UNTIL BOARD-CARD-I > BOARD-CARD-COUNT
                   MOVE 6 TO REQ-OP-CODE OF WASTE
                   MOVE BOARD-CARD-I TO REQ-CARD-INDEX OF WASTE
                   CALL 'WASTE' USING REQ-RSP-BLOCK OF WASTE
                   END-CALL
                   MOVE RANK-N OF RSP-CARD OF WASTE TO BOARD-RANK
                   MOVE SUIT-N OF RSP-CARD OF WASTE TO BOARD-SUIT
                   MOVE 'Y' TO BOARD-FACE-UP
                   PERFORM ADD-BOARD-CARD
           END-PERFORM.
           PERFORM WRITE-BOARD-LINE.

      *   THE TOP CARD OF EACH FOUNDATION - A FOUNDATION HOLDING N
      *   CARDS HOLDS RANKS 1..N OF ITS OWN SUIT
       DUMP-FOUNDATIONS.
           MOVE SPACES TO BOARD-LINE.
           MOVE 1 TO BOARD-PTR.
           STRING 'FOUNDATIONS:' DELIMITED BY SIZE INTO BOARD-LINE
              WITH POINTER BOARD-PTR.
           PERFORM VARYING BOARD-STACK-I FROM 1 BY 1
              UNTIL BOARD-STACK-I > 4
                   MOVE 3 TO REQ-OP-CODE OF FOUNDATION
                   MOVE BOARD-STACK-I TO REQ-STACK-NUM OF FOUNDATION
                   CALL 'FOUNDATION' USING REQ-RSP-BLOCK OF FOUNDATION
                   END-CALL
                   ADD RSP-CNT-STACK OF FOUNDATION TO BOARD-CENSUS
                   IF RSP-CNT-STACK OF FOUNDATION IS EQUAL TO 0
                      STRING ' --' DELIMITED BY SIZE INTO BOARD-LINE
                         WITH POINTER BOARD-PTR
                   ELSE
                      MOVE RSP-CNT-STACK OF FOUNDATION TO BOARD-RANK
                      MOVE BOARD-STACK-I TO BOARD-SUIT
                      MOVE 'Y' TO BOARD-FACE-UP
                      PERFORM ADD-BOARD-CARD
                   END-IF
           END-PERFORM.
           PERFORM WRITE-BOARD-LINE.

       DUMP-FREE-CELLS.
           MOVE SPACES TO BOARD-LINE.
           MOVE 1 TO BOARD-PTR.
           STRING 'CELLS:' DELIMITED BY SIZE INTO BOARD-LINE
              WITH POINTER BOARD-PTR.
           PERFORM VARYING CELL-I FROM 1 BY 1 UNTIL CELL-I > 4
                   IF FC-USED(CELL-I) IS EQUAL TO 'Y'
                      ADD 1 TO BOARD-CENSUS
                      MOVE FC-RANK(CELL-I) TO BOARD-RANK
                      MOVE FC-SUIT(CELL-I) TO BOARD-SUIT
                      MOVE 'Y' TO BOARD-FACE-UP
                      PERFORM ADD-BOARD-CARD
                   ELSE
                      STRING ' --' DELIMITED BY SIZE INTO BOARD-LINE
                         WITH POINTER BOARD-PTR
                   END-IF
           END-PERFORM.
           PERFORM WRITE-BOARD-LINE.

       DUMP-ONE-STACK.
           MOVE SPACES TO BOARD-LINE.
           MOVE 1 TO BOARD-PTR.
           STRING 'STACK ' BOARD-STACK-I ':'
              DELIMITED BY SIZE INTO BOARD-LINE
              WITH POINTER BOARD-PTR.
           MOVE 8 TO REQ-OP-CODE OF TABLEAU.
           MOVE BOARD-STACK-I TO REQ-STCK-IDX OF TABLEAU.
           CALL 'TABLEAU' USING TABLEAU
           END-CALL.
           MOVE RSP-NUM-CARDS OF TABLEAU TO BOARD-CARD-COUNT.
           ADD BOARD-CARD-COUNT TO BOARD-CENSUS.
           IF BOARD-CARD-COUNT IS EQUAL TO 0
              STRING ' (EMPTY)' DELIMITED BY SIZE INTO BOARD-LINE
                 WITH POINTER BOARD-PTR
           END-IF.
           PERFORM VARYING BOARD-CARD-I FROM 1 BY 1
              UNTIL BOARD-CARD-I > BOARD-CARD-COUNT
                   MOVE 9 TO REQ-OP-CODE OF TABLEAU
                   MOVE BOARD-STACK-I TO REQ-STCK-IDX OF TABLEAU
                   MOVE BOARD-CARD-I TO REQ-CARD-IDX OF TABLEAU
                   CALL 'TABLEAU' USING TABLEAU
                   END-CALL
                   MOVE RANK-N OF RSP-CARD OF TABLEAU TO BOARD-RANK
                   MOVE SUIT-N OF RSP-CARD OF TABLEAU TO BOARD-SUIT
                   MOVE RSP-CARD-FACE-UP OF TABLEAU TO BOARD-FACE-UP
                   PERFORM ADD-BOARD-CARD
           END-PERFORM.
           PERFORM WRITE-BOARD-LINE.

      *   ONE CARD (BOARD-RANK OF BOARD-SUIT) ONTO THE LINE BEING
      *   BUILT, IN BRACKETS WHEN IT IS HIDDEN
       ADD-BOARD-CARD.
           MOVE 2 TO REQ-OP-CODE OF CARDS.
           MOVE BOARD-RANK TO REQ-RANK-N OF CARDS.
           MOVE BOARD-SUIT TO REQ-SUIT-N OF CARDS.
           CALL 'CARDS' USING REQ-RSP-BLOCK OF CARDS
           END-CALL.
           MOVE SPACES TO BOARD-CARD.
           IF BOARD-FACE-UP IS EQUAL TO 'Y'
              STRING RSP-RANK-A OF CARDS RSP-SUIT-A OF CARDS
                 DELIMITED BY SIZE INTO BOARD-CARD
           ELSE
              STRING '[' RSP-RANK-A OF CARDS RSP-SUIT-A OF CARDS ']'
                 DELIMITED BY SIZE INTO BOARD-CARD
           END-IF.
      *    A LONG PILE CARRIES ON, INDENTED, ON THE NEXT LINE
           IF BOARD-PTR IS GREATER THAN 126
              PERFORM WRITE-BOARD-LINE
              MOVE SPACES TO BOARD-LINE
              MOVE 13 TO BOARD-PTR
           END-IF.
           STRING ' ' DELIMITED BY SIZE
              BOARD-CARD DELIMITED BY SPACE
              INTO BOARD-LINE WITH POINTER BOARD-PTR.

       WRITE-BOARD-LINE.
           MOVE BOARD-LINE TO SOLBATCH-RECORD.
           WRITE SOLBATCH-RECORD.

      ******************************************************************
      *   HANDS THE BOARD JUST WRITTEN TO SOLCOMPARE AND ADDS ITS
      *   VERDICT TO THE END OF solbatch.txt. ANYTHING BUT A MATCH
      *   ENDS THE RUN WITH RETURN CODE 4.
       COMPARE-BATCH-BOARD.
           CALL 'SOLCOMPARE' USING COMPARE-REQUEST
           END-CALL.
           OPEN EXTEND SOLBATCH-FILE.
           MOVE SPACES TO SOLBATCH-RECORD.
           EVALUATE CMP-RESULT
           WHEN 'M'
                STRING 'COMPARED WITH '
                   FUNCTION TRIM(CMP-EXPECTED-PATH)
                   ': THE BOARD MATCHES'
                   DELIMITED BY SIZE INTO SOLBATCH-RECORD
           WHEN 'D'
                STRING 'COMPARED WITH '
                   FUNCTION TRIM(CMP-EXPECTED-PATH)
                   ': THE BOARD DIFFERS AT BOARD LINE ' CMP-LINE-NO
                   DELIMITED BY SIZE INTO SOLBATCH-RECORD
           WHEN 'X'
                STRING 'COMPARED WITH '
                   FUNCTION TRIM(CMP-EXPECTED-PATH)
                   ': NO SUCH FILE'
                   DELIMITED BY SIZE INTO SOLBATCH-RECORD
           WHEN OTHER
                MOVE 'NO BOARD WAS WRITTEN TO COMPARE'
                   TO SOLBATCH-RECORD
           END-EVALUATE.
           WRITE SOLBATCH-RECORD.
           DISPLAY 'BATCH: ' FUNCTION TRIM(SOLBATCH-RECORD).
           IF CMP-RESULT IS EQUAL TO 'D'
              MOVE SPACES TO SOLBATCH-RECORD
              STRING '  EXPECTED: ' CMP-EXPECTED-LINE
                 DELIMITED BY SIZE INTO SOLBATCH-RECORD
              WRITE SOLBATCH-RECORD
              MOVE SPACES TO SOLBATCH-RECORD
              STRING '  ACTUAL:   ' CMP-ACTUAL-LINE
                 DELIMITED BY SIZE INTO SOLBATCH-RECORD
              WRITE SOLBATCH-RECORD
           END-IF.
           CLOSE SOLBATCH-FILE.
           IF CMP-RESULT IS NOT EQUAL TO 'M'
              MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
       INITIALIZE-WORLD.
           MOVE 1 TO REQ-OP-CODE OF CARDS.
      *    SET UP AGAIN LATER. THE DAILY CHALLENGE IS JUST THIS SAME
      *    REPRODUCIBLE-SEED MACHINERY, SEEDED FROM TODAY'S DATE, SO
      *    EVERY PLAYER WHO PICKS IT ON THE SAME DAY GETS ONE DEAL.
      *    A MATCH GAME IS DEALT FROM THE MATCH'S OWN SEED, SO BOTH
      *    PLAYERS GET THE SAME BOARD - M IS NEVER TAKEN FROM THE
      *    KEYBOARD
      *    A BATCH RUN ALWAYS DEALS THE SEED FROM ITS SCRIPT
           IF MATCH-ON IS EQUAL TO 'Y'
              MOVE 'M' TO DEAL-MODE-CHOICE
           ELSE
           IF BATCH-MODE-ON IS EQUAL TO 'Y'
              MOVE 'S' TO DEAL-MODE-CHOICE
           ELSE
              DISPLAY 'DEAL MODE - R)ANDOM, S)PECIFIC SEED, '
                 'D)AILY CHALLENGE, T)UTORIAL? ' WITH NO ADVANCING
              ACCEPT DEAL-MODE-CHOICE
              IF DEAL-MODE-CHOICE IS EQUAL TO 'M'
                 MOVE SPACE TO DEAL-MODE-CHOICE
              END-IF
           END-IF
           END-IF
           EVALUATE DEAL-MODE-CHOICE
           WHEN 'M'
              MOVE 'N' TO DAILY-GAME-ON
              MOVE 'M' TO GAME-DEAL-MODE
              MOVE MATCH-SEED TO DEAL-SEED
              MOVE 12 TO REQ-OP-CODE OF STOCK
              MOVE DEAL-SEED TO REQ-SEED OF STOCK
              CALL 'STOCK' USING REQ-RSP-BLOCK OF STOCK
              END-CALL
              MOVE SPACES TO GAME-LOG-MSG
              STRING 'DEAL SEED ' DEAL-SEED
                 DELIMITED BY SIZE INTO GAME-LOG-MSG
              PERFORM LOG-EVENT
           WHEN 'T'
           WHEN 't'
      *       THE TUTORIAL ALWAYS PLAYS THE SAME KNOWN DEAL, SO THE
           WHEN 'S'
              MOVE 'N' TO DAILY-GAME-ON
              MOVE 'S' TO GAME-DEAL-MODE
              IF BATCH-MODE-ON IS EQUAL TO 'N'
                 DISPLAY 'DEAL SEED: ' WITH NO ADVANCING
                 ACCEPT DEAL-SEED
              END-IF
              MOVE 12 TO REQ-OP-CODE OF STOCK
              MOVE DEAL-SEED TO REQ-SEED OF STOCK
              CALL 'STOCK' USING REQ-RSP-BLOCK OF STOCK

      *    THE LESSONS TEACH THE STOCK AND WASTE KEYS, SO THE
      *    TUTORIAL IS ALWAYS THE KLONDIKE BOARD - NO VARIANT CHOICE
      *    AND A MATCH PLAYS THE VARIANT CHOSEN FOR THE WHOLE MATCH
           EVALUATE TRUE
           WHEN TUTORIAL-MODE-ON IS EQUAL TO 'Y'
              MOVE 'K' TO GAME-VARIANT
           WHEN MATCH-ON IS EQUAL TO 'Y'
              MOVE MATCH-VARIANT TO GAME-VARIANT
           WHEN BATCH-MODE-ON IS EQUAL TO 'Y'
              MOVE BATCH-VARIANT TO GAME-VARIANT
           WHEN OTHER
              PERFORM ASK-GAME-VARIANT
           END-EVALUATE.
           PERFORM APPLY-GAME-RULE-SET.

           PERFORM VARYING CELL-I FROM 1 BY 1 UNTIL CELL-I > 4
                   MOVE 'N' TO FC-USED(CELL-I)
              END-PERFORM
              MOVE 'FREECELL GAME' TO GAME-LOG-MSG
              PERFORM LOG-EVENT
           ELSE
           IF VARIANT-YUKON
      *       THE KLONDIKE TRIANGLE PLUS FOUR FACE-UP CARDS ON EACH
      *       OF COLUMNS 2-7 EMPTIES THE STOCK
              MOVE 12 TO REQ-OP-CODE OF TABLEAU
              CALL 'TABLEAU' USING TABLEAU
              END-CALL
              MOVE 'YUKON GAME' TO GAME-LOG-MSG
              PERFORM LOG-EVENT
           ELSE
              MOVE 2 TO REQ-OP-CODE OF TABLEAU
              CALL 'TABLEAU' USING TABLEAU
              END-CALL
           END-IF
           END-IF.
      *
      * IDENTIFICATION DIVISION.                                   
