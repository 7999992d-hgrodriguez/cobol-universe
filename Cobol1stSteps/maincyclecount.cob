      *    QUANTITY AND COMPUTES THE VARIANCE. ON SUPERVISOR
      *    ACCEPTANCE THE ADJUSTMENT IS POSTED TO QTY-ON-HAND, TO
      *    THE COUNTED LOCATION'S locstock.dat ROW (SO THE SPLIT
      *    KEEPS TRACKING THE TOTAL), TO THAT LOCATION'S BINS
      *    THROUGH BINSTOCK (A SHORT COUNT IS DRAWN OUT OF THEM IN
      *    WALK SEQUENCE, AN OVER COUNT PUT AWAY INTO A BIN THE
      *    SUPERVISOR CONFIRMS) AND RECORDED IN THE MOVEMENT
      *    LEDGER AS AN 'ADJ'. THE RUN ENDS
      *    WITH A VARIANCE REPORT SORTED BY ABSOLUTE VALUE SO THE BIG
      *    DISCREPANCIES GET INVESTIGATED FIRST. EVERY COUNT TAKEN
      *    STAMPS PROD-LAST-COUNT, WHICH IS WHAT MAINCOUNTSCHED WORKS
      *    THE DAILY COUNT LIST FROM.
      *    NOTHING IS CYCLE COUNTED WHILE PHYFREEZE HAS THE STOCK FROZEN
      *    FOR A PHYSICAL INVENTORY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-SUPERVISOR             VALUE 'S'.
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
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           PERFORM CHECK-STOCK-FREEZE.

           DISPLAY 'COUNT: Count Location (blank = MAIN): '
              WITH NO ADVANCING.
              MOVE 'N' TO WN-POSTED(WS-COUNT-COUNT)
              MOVE WN-VARIANCE(WS-COUNT-COUNT) TO WS-EDIT-VARIANCE
              DISPLAY 'COUNT: variance ' WS-EDIT-VARIANCE
              PERFORM STAMP-LAST-COUNT
           END-IF.

      *    A COUNT IS A COUNT WHETHER OR NOT IT MATCHED THE BOOK -
      *    THE DATE TAKES THE PRODUCT OFF THE COUNT SCHEDULE UNTIL
      *    ITS CLASS COMES DUE AGAIN
       STAMP-LAST-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PROD-LAST-COUNT
           REWRITE PRODUCT-DATA
           INVALID KEY
                   DISPLAY 'COUNT: count date not recorded for '
                      PROD-CODE
           END-REWRITE.

      *    ONLY A SUPERVISOR SIGN-ON MAY ACCEPT ADJUSTMENTS - FOR
      *    ANYONE ELSE THE VARIANCES GO TO THE REPORT UNPOSTED
       POST-ACCEPTED-ADJUSTMENTS.
                      MOVE 'Y' TO WN-POSTED(WS-I)
                      ADD 1 TO WS-POSTED-COUNT
                      PERFORM POST-LOCATION-VARIANCE
                      PERFORM POST-BIN-VARIANCE
                      PERFORM LOG-STOCK-MOVEMENT
                      PERFORM LOG-PRODUCT-AUDIT
                      PERFORM LOG-SECURITY-EVENT
              END-IF
           END-IF.

      *    THE SAME VARIANCE ON THE COUNTED LOCATION'S BINS - A
      *    LOCATION WITH NO BINS SET UP KEEPS ITS STOCK AT LOCATION
      *    LEVEL ONLY, AS BEFORE
       POST-BIN-VARIANCE.
           MOVE PROD-CODE TO WS-BN-PROD-CODE
           MOVE WS-COUNT-LOCATION TO WS-BN-LOCATION
           IF WN-VARIANCE(WS-I) IS LESS THAN ZERO
              COMPUTE WS-BN-QTY = 0 - WN-VARIANCE(WS-I)
              MOVE '4' TO WS-BN-FUNC
              PERFORM CALL-BINSTOCK
              IF WS-BN-RESULT IS EQUAL TO 'S'
                 DISPLAY 'COUNT: bins at ' WS-COUNT-LOCATION
                    ' held less than ' WS-BN-QTY ' of ' PROD-CODE
                    ' - check the bin stock'
              END-IF
           ELSE
              MOVE WN-VARIANCE(WS-I) TO WS-BN-QTY
              PERFORM PUT-AWAY-TO-BIN
           END-IF.

       PUT-AWAY-TO-BIN.
           MOVE '1' TO WS-BN-FUNC
           PERFORM CALL-BINSTOCK
           IF WS-BN-RESULT IS EQUAL TO 'Y'
              MOVE WS-BN-BIN-CODE TO WS-BN-SUGGESTED
              MOVE 'B' TO WS-BN-RESULT
              PERFORM UNTIL WS-BN-RESULT IS NOT EQUAL TO 'B'
                      DISPLAY 'COUNT: Found stock is in bin '
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
                         DISPLAY 'COUNT: ' WS-BN-BIN-CODE
                            ' is not a bin in use at '
                            WS-COUNT-LOCATION
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

       REWRITE-LOCATION-FILE.
           OPEN OUTPUT LOCATION-STOCK-FILE
           PERFORM VARYING WS-LOC-I FROM 1 BY 1
                   WRITE LOCATION-STOCK-DATA
           END-PERFORM
           CLOSE LOCATION-STOCK-FILE.

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
              DISPLAY 'COUNT: stock is frozen for physical inventory '
                 'since ' WS-PF-DATE ' - use the tags instead'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
