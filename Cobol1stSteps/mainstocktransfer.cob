      *    BETWEEN locstock.dat ROWS AND LEAVES THE TOTAL ALONE.
      *    EVERY TRANSFER GOES THROUGH THE STOCKLOG LEDGER AS A
      *    'TRF' MOVEMENT WITH FROM>TO IN THE REFERENCE.
      *    NOTHING IS TRANSFERRED WHILE PHYFREEZE HAS THE STOCK FROZEN
      *    FOR A PHYSICAL INVENTORY.
      *    WHERE THE LOCATIONS HAVE BINS SET UP, THE STOCK IS DRAWN
      *    OUT OF THE SOURCE BINS IN WALK SEQUENCE AND PUT AWAY AT
      *    THE DESTINATION THROUGH BINSTOCK: IT SUGGESTS A BIN AND
      *    THE OPERATOR CONFIRMS IT OR NAMES ANOTHER, AS AT RECEIVING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED PHYFREEZE SUBPROGRAM
       01 WS-PF-FUNC           PIC X.
       01 WS-PF-OPERATOR       PIC X(8).
       01 WS-PF-FROZEN         PIC X.
       01 WS-PF-DATE           PIC 9(8).
      *    PARAMETERS PASSED TO THE SHARED BINSTOCK SUBPROGRAM
       01 WS-BN-FUNC           PIC X.
       01 WS-BN-PROD-CODE      PIC X(10).
       01 WS-BN-LOCATION       PIC X(4).
       01 WS-BN-BIN-CODE       PIC X(8).
       01 WS-BN-TO-BIN         PIC X(8).
       01 WS-BN-QTY            PIC 9(5).
       01 WS-BN-WALK-SEQ       PIC 9(5).
       01 WS-BN-RESULT         PIC X.
       01 WS-BN-SUGGESTED      PIC X(8).

      *    PARAMETERS PASSED TO THE SHARED STOCKLOG MOVEMENT-LEDGER
      *    SUBPROGRAM - SIZED TO MATCH ITS LINKAGE SECTION
                 'need update rights'
              STOP RUN
           END-IF.
           PERFORM CHECK-STOCK-FREEZE.
           PERFORM LOAD-LOCATION-TABLE.
           OPEN INPUT PRODUCT-FILE.
           PERFORM UNTIL WS-MORE-TRANSFERS IS EQUAL TO 'N' OR
                 SUBTRACT WS-QTY-MOVED FROM WL-QTY(WS-FROM-I)
                 ADD WS-QTY-MOVED TO WL-QTY(WS-TO-I)
                 PERFORM LOG-TRANSFER-MOVEMENT
                 PERFORM DRAW-FROM-SOURCE-BINS
                 PERFORM PUT-AWAY-TO-BIN
                 DISPLAY 'XFER: moved ' WS-QTY-MOVED ' of '
                    WS-ENTER-CODE ' from ' WS-FROM-LOCATION
                    ' to ' WS-TO-LOCATION
              BY REFERENCE WS-SL-REFERENCE
           END-CALL
           CONTINUE.

      *    TAKES THE TRANSFERRED QUANTITY OUT OF THE BINS AT THE
      *    SOURCE LOCATION IN THE ORDER THE PICKER WALKS THEM
       DRAW-FROM-SOURCE-BINS.
           MOVE '4' TO WS-BN-FUNC
           MOVE WS-ENTER-CODE TO WS-BN-PROD-CODE
           MOVE WS-FROM-LOCATION TO WS-BN-LOCATION
           MOVE WS-QTY-MOVED TO WS-BN-QTY
           PERFORM CALL-BINSTOCK
           IF WS-BN-RESULT IS EQUAL TO 'S'
              DISPLAY 'XFER: bins at ' WS-FROM-LOCATION ' held less '
                 'than ' WS-QTY-MOVED ' of ' WS-ENTER-CODE
                 ' - check the bin stock'
           END-IF.

      *    NO SUGGESTION MEANS THE DESTINATION HAS NO BINS - THE
      *    STOCK IS THEN ONLY KEPT AT LOCATION LEVEL, AS BEFORE
       PUT-AWAY-TO-BIN.
           MOVE '1' TO WS-BN-FUNC
           MOVE WS-ENTER-CODE TO WS-BN-PROD-CODE
           MOVE WS-TO-LOCATION TO WS-BN-LOCATION
           MOVE WS-QTY-MOVED TO WS-BN-QTY
           PERFORM CALL-BINSTOCK
           IF WS-BN-RESULT IS EQUAL TO 'Y'
              MOVE WS-BN-BIN-CODE TO WS-BN-SUGGESTED
              MOVE 'B' TO WS-BN-RESULT
              PERFORM UNTIL WS-BN-RESULT IS NOT EQUAL TO 'B'
                      DISPLAY 'XFER: Put away to bin '
                         WS-BN-SUGGESTED ' (blank = confirm, or '
                         'other bin): ' WITH NO ADVANCING
                      ACCEPT WS-BN-BIN-CODE
                      IF WS-BN-BIN-CODE IS EQUAL TO SPACES
                         MOVE WS-BN-SUGGESTED TO WS-BN-BIN-CODE
                      END-IF
                      MOVE FUNCTION UPPER-CASE(WS-BN-BIN-CODE)
                         TO WS-BN-BIN-CODE
                      MOVE '2' TO WS-BN-FUNC
                      PERFORM CALL-BINSTOCK
                      IF WS-BN-RESULT IS EQUAL TO 'B'
                         DISPLAY 'XFER: ' WS-BN-BIN-CODE
                            ' is not a bin in use at '
                            WS-TO-LOCATION
                      END-IF
              END-PERFORM
           END-IF.

       CALL-BINSTOCK.
           CALL 'BINSTOCK' USING
              BY REFERENCE WS-BN-FUNC,
              BY REFERENCE WS-BN-PROD-CODE,
              BY REFERENCE WS-BN-LOCATION,
              BY REFERENCE WS-BN-BIN-CODE,
              BY REFERENCE WS-BN-TO-BIN,
              BY REFERENCE WS-BN-QTY,
              BY REFERENCE WS-BN-WALK-SEQ,
              BY REFERENCE WS-BN-RESULT
           END-CALL.

      *    NO STOCK MOVES WHILE A PHYSICAL INVENTORY IS COUNTING -
      *    THE BOOK QUANTITIES ON THE COUNT TAGS MUST HOLD STILL
       CHECK-STOCK-FREEZE.
           MOVE '1' TO WS-PF-FUNC
           MOVE SPACES TO WS-PF-OPERATOR
           CALL 'PHYFREEZE' USING
              BY REFERENCE WS-PF-FUNC,
              BY REFERENCE WS-PF-OPERATOR,
              BY REFERENCE WS-PF-FROZEN,
              BY REFERENCE WS-PF-DATE
           END-CALL
           IF WS-PF-FROZEN IS EQUAL TO 'Y'
              DISPLAY 'XFER: stock is frozen for physical inventory '
                 'since ' WS-PF-DATE ' - nothing transferred'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
