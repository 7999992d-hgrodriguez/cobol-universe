       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINSTOCK.

      *    SHARED BIN-LEVEL STOCK KEEPER, IN THE SPIRIT OF STOCKLOG:
      *    EVERY PROGRAM THAT PUTS STOCK INTO A BIN, TAKES IT OUT OR
      *    MOVES IT BETWEEN BINS COMES HERE, SO binstock.dat HAS ONE
      *    OWNER. THE BINS THEMSELVES COME FROM bins.dat (SEE
      *    MAINBINMAINT); A LOCATION WITH NO BINS SET UP SIMPLY HAS
      *    NO BIN-LEVEL STOCK. FUNCTIONS:
      *       '1' SUGGEST A PUT-AWAY BIN FOR LS-PROD-CODE IN
      *           LS-LOCATION (INTO LS-BIN-CODE): THE FIRST BIN IN
      *           WALK SEQUENCE ALREADY HOLDING THE PRODUCT, ELSE
      *           THE FIRST EMPTY ONE, ELSE THE FIRST ONE IN USE.
      *           LS-RESULT 'N' WHEN THE LOCATION HAS NO BINS IN USE
      *       '2' PUT LS-QTY AWAY INTO LS-BIN-CODE - LS-RESULT 'B'
      *           WHEN THAT IS NOT A BIN IN USE AT THE LOCATION
      *       '3' WHICH BIN TO PICK FROM - THE FIRST IN WALK
      *           SEQUENCE HOLDING THE PRODUCT (INTO LS-BIN-CODE AND
      *           LS-WALK-SEQ), LS-RESULT 'N' WHEN NO BIN HOLDS IT
      *       '4' DRAW LS-QTY FROM THE PRODUCT'S BINS IN WALK
      *           SEQUENCE - LS-RESULT 'S' WHEN THE BINS HELD LESS
      *       '5' MOVE LS-QTY FROM LS-BIN-CODE TO LS-TO-BIN -
      *           LS-RESULT 'B' WHEN LS-TO-BIN IS NOT A BIN IN USE,
      *           'S' WHEN THE FROM-BIN HOLDS LESS THAN LS-QTY
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIN-FILE ASSIGN TO 'bins.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BIN-STATUS.
           SELECT BIN-STOCK-FILE ASSIGN TO 'binstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BINSTOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BIN-FILE.
       01 BIN-DATA.
          COPY BIN-MASTER.

       FD BIN-STOCK-FILE.
       01 BIN-STOCK-DATA.
          COPY BIN-STOCK.

       WORKING-STORAGE SECTION.
       01 WS-BIN-STATUS        PIC XX.
       01 WS-BINSTOCK-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-LOADED            PIC X     VALUE 'N'.
       01 WS-FOUND             PIC X.
       01 WS-BEST-SEQ          PIC 9(5).
       01 WS-BEST-CODE         PIC X(8).
       01 WS-THIS-SEQ          PIC 9(5).
       01 WS-BIN-USED          PIC X.
       01 WS-LEFT-TO-DRAW      PIC 9(5).
       01 WS-FIND-BIN          PIC X(8).

      *    THE BIN MASTER AND THE BIN STOCK, LOADED ON FIRST CALL;
      *    THE STOCK FILE IS REWRITTEN AFTER EVERY CHANGE
       01 WS-BN-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-BN-TABLE.
          02 WS-BN-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-BN-COUNT.
             03 WB-LOCATION           PIC X(4).
             03 WB-BIN-CODE           PIC X(8).
             03 WB-WALK-SEQ           PIC 9(5).
             03 WB-STATUS             PIC X.
       01 WS-BN-I              PIC 9(4).
       01 WS-BS-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-BS-TABLE.
          02 WS-BS-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-BS-COUNT.
             03 WS-BS-PROD-CODE       PIC X(10).
             03 WS-BS-LOCATION        PIC X(4).
             03 WS-BS-BIN-CODE        PIC X(8).
             03 WS-BS-QTY             PIC 9(5).
       01 WS-BS-I              PIC 9(4).
       01 WS-BS-FROM           PIC 9(4).

       LINKAGE SECTION.
       01 LS-FUNC            PIC X.
          88 BIN-SUGGEST-PUTAWAY       VALUE '1'.
          88 BIN-PUT-AWAY              VALUE '2'.
          88 BIN-FIND-PICK             VALUE '3'.
          88 BIN-DRAW                  VALUE '4'.
          88 BIN-MOVE                  VALUE '5'.
       01 LS-PROD-CODE       PIC X(10).
       01 LS-LOCATION        PIC X(4).
       01 LS-BIN-CODE        PIC X(8).
       01 LS-TO-BIN          PIC X(8).
       01 LS-QTY             PIC 9(5).
       01 LS-WALK-SEQ        PIC 9(5).
       01 LS-RESULT          PIC X.

       PROCEDURE DIVISION USING LS-FUNC LS-PROD-CODE LS-LOCATION
           LS-BIN-CODE LS-TO-BIN LS-QTY LS-WALK-SEQ LS-RESULT.

       BINSTOCK-MAIN.
           IF WS-LOADED IS EQUAL TO 'N'
              PERFORM LOAD-BIN-TABLES
           END-IF.
           MOVE 'Y' TO LS-RESULT.
           EVALUATE TRUE
           WHEN BIN-SUGGEST-PUTAWAY
                PERFORM SUGGEST-PUTAWAY-BIN
           WHEN BIN-PUT-AWAY
                MOVE LS-BIN-CODE TO WS-FIND-BIN
                PERFORM FIND-BIN-IN-USE
                IF WS-FOUND IS EQUAL TO 'N'
                   MOVE 'B' TO LS-RESULT
                ELSE
                   PERFORM ADD-TO-BIN
                   PERFORM SAVE-BIN-STOCK
                END-IF
           WHEN BIN-FIND-PICK
                PERFORM FIND-PICK-BIN
           WHEN BIN-DRAW
                PERFORM DRAW-FROM-BINS
                PERFORM SAVE-BIN-STOCK
           WHEN BIN-MOVE
                PERFORM MOVE-BETWEEN-BINS
           WHEN OTHER
                MOVE 'N' TO LS-RESULT
           END-EVALUATE.
           GOBACK.

       LOAD-BIN-TABLES.
           MOVE 'Y' TO WS-LOADED
           MOVE 'N' TO WS-EOF
           OPEN INPUT BIN-FILE
           IF WS-BIN-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ BIN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-BN-COUNT IS LESS THAN 2000
                            ADD 1 TO WS-BN-COUNT
                            MOVE BN-LOCATION TO
                               WB-LOCATION(WS-BN-COUNT)
                            MOVE BN-BIN-CODE TO
                               WB-BIN-CODE(WS-BN-COUNT)
                            MOVE BN-WALK-SEQ TO
                               WB-WALK-SEQ(WS-BN-COUNT)
                            MOVE BN-STATUS TO
                               WB-STATUS(WS-BN-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE BIN-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT BIN-STOCK-FILE
           IF WS-BINSTOCK-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ BIN-STOCK-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-BS-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-BS-COUNT
                            MOVE BS-PROD-CODE TO
                               WS-BS-PROD-CODE(WS-BS-COUNT)
                            MOVE BS-LOCATION TO
                               WS-BS-LOCATION(WS-BS-COUNT)
                            MOVE BS-BIN-CODE TO
                               WS-BS-BIN-CODE(WS-BS-COUNT)
                            MOVE BS-QTY TO WS-BS-QTY(WS-BS-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE BIN-STOCK-FILE
           END-IF.

      *    EMPTIED BINS DROP OFF THE FILE, SO A BIN WITH NO ROW IS
      *    AN EMPTY BIN
       SAVE-BIN-STOCK.
           OPEN OUTPUT BIN-STOCK-FILE
           PERFORM VARYING WS-BS-I FROM 1 BY 1
              UNTIL WS-BS-I > WS-BS-COUNT
                   IF WS-BS-QTY(WS-BS-I) IS GREATER THAN ZERO
                      MOVE SPACES TO BIN-STOCK-DATA
                      MOVE WS-BS-PROD-CODE(WS-BS-I) TO BS-PROD-CODE
                      MOVE WS-BS-LOCATION(WS-BS-I) TO BS-LOCATION
                      MOVE WS-BS-BIN-CODE(WS-BS-I) TO BS-BIN-CODE
                      MOVE WS-BS-QTY(WS-BS-I) TO BS-QTY
                      WRITE BIN-STOCK-DATA
                   END-IF
           END-PERFORM
           CLOSE BIN-STOCK-FILE.

      *    IS WS-FIND-BIN A BIN IN USE AT LS-LOCATION - LEAVES
      *    WS-BN-I ON IT
       FIND-BIN-IN-USE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BN-I FROM 1 BY 1
              UNTIL WS-BN-I > WS-BN-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WB-LOCATION(WS-BN-I) IS EQUAL TO LS-LOCATION
                      AND WB-BIN-CODE(WS-BN-I) IS EQUAL TO
                      WS-FIND-BIN AND
                      WB-STATUS(WS-BN-I) IS EQUAL TO 'A'
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-BN-I
                   END-IF
           END-PERFORM.

      *    WALK SEQUENCE OF BIN WS-FIND-BIN AT LS-LOCATION, IN USE
      *    OR NOT - A BIN NO LONGER ON bins.dat SORTS LAST
       FIND-BIN-SEQ.
           MOVE 99999 TO WS-THIS-SEQ
           PERFORM VARYING WS-BN-I FROM 1 BY 1
              UNTIL WS-BN-I > WS-BN-COUNT
                   IF WB-LOCATION(WS-BN-I) IS EQUAL TO LS-LOCATION
                      AND WB-BIN-CODE(WS-BN-I) IS EQUAL TO
                      WS-FIND-BIN
                      MOVE WB-WALK-SEQ(WS-BN-I) TO WS-THIS-SEQ
                   END-IF
           END-PERFORM.

       SUGGEST-PUTAWAY-BIN.
           MOVE SPACES TO LS-BIN-CODE
           MOVE 99999 TO WS-BEST-SEQ
           MOVE SPACES TO WS-BEST-CODE
           PERFORM VARYING WS-BS-I FROM 1 BY 1
              UNTIL WS-BS-I > WS-BS-COUNT
                   IF WS-BS-PROD-CODE(WS-BS-I) IS EQUAL TO
                      LS-PROD-CODE AND
                      WS-BS-LOCATION(WS-BS-I) IS EQUAL TO
                      LS-LOCATION AND
                      WS-BS-QTY(WS-BS-I) IS GREATER THAN ZERO
                      MOVE WS-BS-BIN-CODE(WS-BS-I) TO WS-FIND-BIN
                      PERFORM FIND-BIN-IN-USE
                      IF WS-FOUND IS EQUAL TO 'Y' AND
                         WB-WALK-SEQ(WS-BN-I) IS LESS THAN
                         WS-BEST-SEQ
                         MOVE WB-WALK-SEQ(WS-BN-I) TO WS-BEST-SEQ
                         MOVE WB-BIN-CODE(WS-BN-I) TO WS-BEST-CODE
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-BEST-CODE IS EQUAL TO SPACES
              PERFORM FIND-FIRST-EMPTY-BIN
           END-IF
           IF WS-BEST-CODE IS EQUAL TO SPACES
              PERFORM VARYING WS-BN-I FROM 1 BY 1
                 UNTIL WS-BN-I > WS-BN-COUNT
                      IF WB-LOCATION(WS-BN-I) IS EQUAL TO
                         LS-LOCATION AND
                         WB-STATUS(WS-BN-I) IS EQUAL TO 'A' AND
                         WB-WALK-SEQ(WS-BN-I) IS LESS THAN
                         WS-BEST-SEQ
                         MOVE WB-WALK-SEQ(WS-BN-I) TO WS-BEST-SEQ
                         MOVE WB-BIN-CODE(WS-BN-I) TO WS-BEST-CODE
                      END-IF
              END-PERFORM
           END-IF
           IF WS-BEST-CODE IS EQUAL TO SPACES
              MOVE 'N' TO LS-RESULT
           ELSE
              MOVE WS-BEST-CODE TO LS-BIN-CODE
           END-IF.

       FIND-FIRST-EMPTY-BIN.
           PERFORM VARYING WS-BN-I FROM 1 BY 1
              UNTIL WS-BN-I > WS-BN-COUNT
                   IF WB-LOCATION(WS-BN-I) IS EQUAL TO LS-LOCATION
                      AND WB-STATUS(WS-BN-I) IS EQUAL TO 'A' AND
                      WB-WALK-SEQ(WS-BN-I) IS LESS THAN WS-BEST-SEQ
                      MOVE 'N' TO WS-BIN-USED
                      PERFORM VARYING WS-BS-I FROM 1 BY 1
                         UNTIL WS-BS-I > WS-BS-COUNT
                              IF WS-BS-LOCATION(WS-BS-I) IS EQUAL
                                 TO LS-LOCATION AND
                                 WS-BS-BIN-CODE(WS-BS-I) IS EQUAL
                                 TO WB-BIN-CODE(WS-BN-I) AND
                                 WS-BS-QTY(WS-BS-I) IS GREATER
                                 THAN ZERO
                                 MOVE 'Y' TO WS-BIN-USED
                              END-IF
                      END-PERFORM
                      IF WS-BIN-USED IS EQUAL TO 'N'
                         MOVE WB-WALK-SEQ(WS-BN-I) TO WS-BEST-SEQ
                         MOVE WB-BIN-CODE(WS-BN-I) TO WS-BEST-CODE
                      END-IF
                   END-IF
           END-PERFORM.

      *    ADDS LS-QTY OF LS-PROD-CODE TO BIN WS-FIND-BIN
       ADD-TO-BIN.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-BS-I FROM 1 BY 1
              UNTIL WS-BS-I > WS-BS-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WS-BS-PROD-CODE(WS-BS-I) IS EQUAL TO
                      LS-PROD-CODE AND
                      WS-BS-LOCATION(WS-BS-I) IS EQUAL TO
                      LS-LOCATION AND
                      WS-BS-BIN-CODE(WS-BS-I) IS EQUAL TO
                      WS-FIND-BIN
                      MOVE 'Y' TO WS-FOUND
                      ADD LS-QTY TO WS-BS-QTY(WS-BS-I)
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-BS-COUNT IS EQUAL TO 5000
                 DISPLAY 'BINSTOCK: bin stock table full, '
                    LS-PROD-CODE ' not recorded in bin ' WS-FIND-BIN
              ELSE
                 ADD 1 TO WS-BS-COUNT
                 MOVE LS-PROD-CODE TO WS-BS-PROD-CODE(WS-BS-COUNT)
                 MOVE LS-LOCATION TO WS-BS-LOCATION(WS-BS-COUNT)
                 MOVE WS-FIND-BIN TO WS-BS-BIN-CODE(WS-BS-COUNT)
                 MOVE LS-QTY TO WS-BS-QTY(WS-BS-COUNT)
              END-IF
           END-IF.

       FIND-PICK-BIN.
           MOVE SPACES TO LS-BIN-CODE
           MOVE 99999 TO LS-WALK-SEQ
           MOVE 'N' TO LS-RESULT
           PERFORM VARYING WS-BS-I FROM 1 BY 1
              UNTIL WS-BS-I > WS-BS-COUNT
                   IF WS-BS-PROD-CODE(WS-BS-I) IS EQUAL TO
                      LS-PROD-CODE AND
                      WS-BS-LOCATION(WS-BS-I) IS EQUAL TO
                      LS-LOCATION AND
                      WS-BS-QTY(WS-BS-I) IS GREATER THAN ZERO
                      MOVE WS-BS-BIN-CODE(WS-BS-I) TO WS-FIND-BIN
                      PERFORM FIND-BIN-SEQ
                      IF LS-RESULT IS EQUAL TO 'N' OR
                         WS-THIS-SEQ IS LESS THAN LS-WALK-SEQ
                         MOVE 'Y' TO LS-RESULT
                         MOVE WS-THIS-SEQ TO LS-WALK-SEQ
                         MOVE WS-FIND-BIN TO LS-BIN-CODE
                      END-IF
                   END-IF
           END-PERFORM.

      *    EMPTIES THE BINS ONE AT A TIME IN THE ORDER THE PICKER
      *    WALKS THEM
       DRAW-FROM-BINS.
           MOVE LS-QTY TO WS-LEFT-TO-DRAW
           MOVE 'Y' TO WS-FOUND
           PERFORM UNTIL WS-LEFT-TO-DRAW IS EQUAL TO ZERO OR
              WS-FOUND IS EQUAL TO 'N'
                   PERFORM FIND-PICK-BIN
                   IF LS-RESULT IS EQUAL TO 'N'
                      MOVE 'N' TO WS-FOUND
                   ELSE
                      PERFORM DRAW-FROM-PICK-BIN
                   END-IF
           END-PERFORM
           IF WS-LEFT-TO-DRAW IS GREATER THAN ZERO
              MOVE 'S' TO LS-RESULT
           ELSE
              MOVE 'Y' TO LS-RESULT
           END-IF.

       DRAW-FROM-PICK-BIN.
           PERFORM VARYING WS-BS-I FROM 1 BY 1
              UNTIL WS-BS-I > WS-BS-COUNT
                   IF WS-BS-PROD-CODE(WS-BS-I) IS EQUAL TO
                      LS-PROD-CODE AND
                      WS-BS-LOCATION(WS-BS-I) IS EQUAL TO
                      LS-LOCATION AND
                      WS-BS-BIN-CODE(WS-BS-I) IS EQUAL TO
                      LS-BIN-CODE
                      IF WS-BS-QTY(WS-BS-I) IS GREATER THAN
                         WS-LEFT-TO-DRAW
                         SUBTRACT WS-LEFT-TO-DRAW
                            FROM WS-BS-QTY(WS-BS-I)
                         MOVE ZERO TO WS-LEFT-TO-DRAW
                      ELSE
                         SUBTRACT WS-BS-QTY(WS-BS-I)
                            FROM WS-LEFT-TO-DRAW
                         MOVE ZERO TO WS-BS-QTY(WS-BS-I)
                      END-IF
                   END-IF
           END-PERFORM.

       MOVE-BETWEEN-BINS.
           MOVE LS-TO-BIN TO WS-FIND-BIN
           PERFORM FIND-BIN-IN-USE
           IF WS-FOUND IS EQUAL TO 'N'
              MOVE 'B' TO LS-RESULT
           ELSE
              MOVE ZERO TO WS-BS-FROM
              PERFORM VARYING WS-BS-I FROM 1 BY 1
                 UNTIL WS-BS-I > WS-BS-COUNT
                      IF WS-BS-PROD-CODE(WS-BS-I) IS EQUAL TO
                         LS-PROD-CODE AND
                         WS-BS-LOCATION(WS-BS-I) IS EQUAL TO
                         LS-LOCATION AND
                         WS-BS-BIN-CODE(WS-BS-I) IS EQUAL TO
                         LS-BIN-CODE
                         MOVE WS-BS-I TO WS-BS-FROM
                      END-IF
              END-PERFORM
              IF WS-BS-FROM IS EQUAL TO ZERO
                 MOVE 'S' TO LS-RESULT
              ELSE
                 IF WS-BS-QTY(WS-BS-FROM) IS LESS THAN LS-QTY
                    MOVE 'S' TO LS-RESULT
                 ELSE
                    SUBTRACT LS-QTY FROM WS-BS-QTY(WS-BS-FROM)
                    PERFORM ADD-TO-BIN
                    PERFORM SAVE-BIN-STOCK
                 END-IF
              END-IF
           END-IF.
