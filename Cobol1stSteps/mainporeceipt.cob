      *    REPORT FOR THE BUYER, ACCEPTED STOCK FLOWS THROUGH THE
      *    STOCKLOG LEDGER AND receipt.log LIKE ANY OTHER RECEIPT,
      *    AND THE PO IS RELIEVED TO 'P' PARTIAL OR 'C' CLOSED.
      *    THE RECEIVER CONFIRMS THE ACTUAL UNIT COST OFF THE
      *    PACKING SLIP (BLANK TAKES THE PO PRICE); THAT COST FEEDS
      *    THE AVERAGE AND GOES TO costlog.dat BESIDE THE PO PRICE,
      *    PO NUMBER AND VENDOR. EVERY COUNT IS ALSO APPENDED TO THE
      *    porcvhist.dat RECEIPT HISTORY THAT MAINVENDSCORE RATES
      *    VENDORS FROM. FREIGHT, DUTY OR BROKERAGE BILLED WITH THE
      *    DELIVERY IS TAKEN AT THE END THROUGH LANDCOST AND SPREAD
      *    OVER TODAY'S RECEIPTS INTO THE AVERAGE COST.
      *    NOTHING IS RECEIVED WHILE PHYFREEZE HAS THE STOCK FROZEN
      *    FOR A PHYSICAL INVENTORY.
      *    WHERE THE LOCATION HAS BINS SET UP, EACH POSTED LINE IS
      *    PUT AWAY INTO A BIN: BINSTOCK SUGGESTS ONE AND THE
      *    RECEIVER CONFIRMS IT OR KEYS ANOTHER.
      *    THE COUNT AND THE PACKING-SLIP COST ARE KEYED IN A UNIT
      *    FROM UOMCONV (BLANK = THE UNIT THE PO LINE WAS ORDERED
      *    IN) AND CONVERTED TO EACH BEFORE ANYTHING IS POSTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-STOCK-FILE ASSIGN TO 'locstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCSTOCK-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO 'porcvhist.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCVHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PO-HEADER-FILE.
          02 PI-DUE-DATE       PIC 9(8).
          02 FILLER            PIC X.
          02 PI-QTY-RECEIVED   PIC 9(5).
          02 FILLER            PIC X.
          02 PI-UOM            PIC X(2).
          02 FILLER            PIC X.
          02 PI-UOM-FACTOR     PIC 9(4).

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          02 CO-NEW-COST       PIC 9(4)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-PAID-COST      PIC 9(4)V99.
      *       RECEIPTS AGAINST A PO ALSO CARRY WHERE THE COST CAME
      *       FROM AND WHAT THE PO SAID IT WOULD BE
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-PO-NUM         PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-VENDOR-CODE    PIC X(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-PO-COST        PIC 9(4)V99.
      *       BLANK FOR A PRICE PAID, F/D/B FOR A LANDED CHARGE
      *       POSTED BY LANDCOST
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-CHARGE-TYPE    PIC X.

      *    PER-LOCATION ON-HAND - RECEIVING IS THE INBOUND SIDE OF
      *    THE locstock.dat LEDGER THAT ORDER ENTRY DRAWS DOWN AND
          02 FILLER            PIC X     VALUE SPACE.
          02 LS-QTY            PIC 9(5).

       FD RECEIPT-HISTORY-FILE.
       01 RECEIPT-HISTORY-DATA.
          COPY PO-RECEIPT-HIST.

       WORKING-STORAGE SECTION.
       01 WS-POHDR-STATUS      PIC XX.
       01 WS-POITM-STATUS      PIC XX.
       01 WS-NEW-AVG-COST      PIC 9(4)V99.
       01 WS-OLD-QTY           PIC 9(5).
       01 WS-COST-CHANGED      PIC X.
       01 WS-RCVHIST-STATUS    PIC XX.
      *    ACTUAL UNIT COST OFF THE PACKING SLIP, SIX RAW DIGITS
      *    ('000850' = 8.50) - BLANK TAKES THE PO LINE PRICE
       01 WS-ENTER-COST-X      PIC X(6).
       01 WS-ENTER-COST REDEFINES WS-ENTER-COST-X
                               PIC 9(4)V99.
       01 WS-ACTUAL-COST       PIC 9(4)V99.
      *    UNIT OF MEASURE THE COUNT AND COST ARE KEYED IN - STOCK,
      *    THE PO LINE AND THE LEDGER ARE ALWAYS IN EACH
       01 WS-UOM-FUNC          PIC X.
       01 WS-UOM-CODE          PIC X(2).
       01 WS-UOM-FACTOR        PIC 9(4).
       01 WS-UOM-RESULT        PIC X.
       01 WS-UOM-QTY           PIC 9(5).
       01 WS-UOM-WHOLE         PIC 9(5).
       01 WS-UOM-REM           PIC 9(4).
       01 WS-BASE-QTY          PIC 9(9).
       01 WS-UOM-COST          PIC 9(6)V99.
       01 WS-EDIT-UOM-COST     PIC ZZZ,ZZ9.99.
       01 WS-EDIT-COST         PIC Z,ZZ9.99.
      *    PARAMETERS PASSED TO THE SHARED LANDCOST SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-LANDED-ANSWER     PIC X.
       01 WS-LC-RECEIPT-DATE   PIC 9(8).
       01 WS-LC-CHARGES        PIC 9(3).
      *    THE LOCATION THE TRUCK UNLOADS INTO (BLANK PROMPTS TO
      *    MAIN) AND THE WHOLE locstock.dat FILE, HELD SO THE
      *    TOUCHED ROWS CAN BE REWRITTEN AS ONE UNIT
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.
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
      *    PARAMETERS PASSED TO THE SHARED PHYFREEZE SUBPROGRAM
       01 WS-PF-FUNC           PIC X.
       01 WS-PF-OPERATOR       PIC X(8).
       01 WS-PF-FROZEN         PIC X.
       01 WS-PF-DATE           PIC 9(8).

      *    PARAMETERS PASSED TO THE SHARED STOCKLOG MOVEMENT-LEDGER
      *    SUBPROGRAM - SIZED TO MATCH ITS LINKAGE SECTION
             03 WI-UNIT-COST          PIC 9(4)V99.
             03 WI-DUE-DATE           PIC 9(8).
             03 WI-QTY-RECEIVED       PIC 9(5).
             03 WI-UOM                PIC X(2).
             03 WI-UOM-FACTOR         PIC 9(4).
       01 WS-ITM-I             PIC 9(4).

       01 REPORT-HEADING.
              DISPLAY 'PORECV: receiving needs an update sign-on'
              STOP RUN
           END-IF.
           PERFORM CHECK-STOCK-FREEZE.
           DISPLAY 'PORECV: Enter PO Number: ' WITH NO ADVANCING
           ACCEPT WS-ENTER-PO-NUM
           PERFORM LOAD-PO-FILES
                 'nothing can be received against it'
              STOP RUN
           END-IF
           IF WD-STATUS(WS-HDR-I) IS EQUAL TO 'D'
              DISPLAY 'PORECV: PO ' WS-ENTER-PO-NUM ' is a drop-'
                 'ship, the vendor delivers to the customer - '
                 'confirm it in MAINDROPSHIP'
              STOP RUN
           END-IF
           DISPLAY 'PORECV: Receive into Location (blank = '
              'MAIN): ' WITH NO ADVANCING
           ACCEPT WS-RECV-LOCATION
           CLOSE DISCREPANCY-REPORT
           PERFORM REWRITE-LOCATION-FILE
           PERFORM RELIEVE-PO-STATUS
           IF WS-LINES-POSTED IS GREATER THAN ZERO
              PERFORM TAKE-LANDED-CHARGES
           END-IF
           PERFORM REWRITE-PO-FILES
           DISPLAY 'PORECV: ' WS-LINES-POSTED ' line(s) posted, '
              WS-DISCREPANCIES ' discrepancy(ies) on porecv.rpt'.
           STOP RUN.

      *    CHARGES BILLED WITH THE GOODS GO ON TODAY'S RECEIPTS OF
      *    THE PO - A BILL THAT COMES LATER IS ENTERED THROUGH
      *    MAINLANDEDCOST AGAINST THE WHOLE PO
       TAKE-LANDED-CHARGES.
           DISPLAY 'PORECV: Freight, duty or brokerage billed with '
              'this delivery (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-LANDED-ANSWER
           IF WS-LANDED-ANSWER IS EQUAL TO 'Y' OR 'y'
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LC-RECEIPT-DATE
              CALL 'LANDCOST' USING
                 BY REFERENCE WS-ENTER-PO-NUM,
                 BY REFERENCE WD-VENDOR-CODE(WS-HDR-I),
                 BY REFERENCE WS-OPERATOR-ID,
                 BY REFERENCE WS-LC-RECEIPT-DATE,
                 BY REFERENCE WS-LC-CHARGES
              END-CALL
              DISPLAY 'PORECV: ' WS-LC-CHARGES ' landed charge(s) '
                 'posted'
           END-IF.

       LOAD-PO-FILES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-HEADER-FILE
                            WI-DUE-DATE(WS-ITM-COUNT)
                         MOVE PI-QTY-RECEIVED TO
                            WI-QTY-RECEIVED(WS-ITM-COUNT)
                         IF PI-UOM IS EQUAL TO SPACES OR
                            PI-UOM-FACTOR IS NOT NUMERIC OR
                            PI-UOM-FACTOR IS EQUAL TO ZERO
                            MOVE 'EA' TO WI-UOM(WS-ITM-COUNT)
                            MOVE 1 TO WI-UOM-FACTOR(WS-ITM-COUNT)
                         ELSE
                            MOVE PI-UOM TO WI-UOM(WS-ITM-COUNT)
                            MOVE PI-UOM-FACTOR TO
                               WI-UOM-FACTOR(WS-ITM-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PO-ITEM-FILE
           ELSE
              DISPLAY 'PORECV: line ' WI-LINE-NUM(WS-ITM-I) ' '
                 WI-PROD-CODE(WS-ITM-I) ' expects '
                 WS-QTY-REMAINING ' EA'
              IF WI-UOM-FACTOR(WS-ITM-I) IS GREATER THAN 1
                 DIVIDE WS-QTY-REMAINING BY WI-UOM-FACTOR(WS-ITM-I)
                    GIVING WS-UOM-WHOLE REMAINDER WS-UOM-REM
                 DISPLAY 'PORECV:   = ' WS-UOM-WHOLE ' '
                    WI-UOM(WS-ITM-I) ' and ' WS-UOM-REM ' EA'
              END-IF
              PERFORM TAKE-COUNTED-QUANTITY
              MOVE ZERO TO WS-QTY-OVER
              MOVE ZERO TO WS-QTY-SHORT
              IF WS-QTY-COUNTED IS GREATER THAN WS-QTY-REMAINING
                 COMPUTE WS-QTY-OVER =
                    WS-QTY-COUNTED - WS-QTY-REMAINING
                 END-IF
              END-IF
              IF WS-QTY-ACCEPTED IS GREATER THAN ZERO
                 PERFORM TAKE-ACTUAL-COST
                 PERFORM POST-ACCEPTED-STOCK
              END-IF
              PERFORM WRITE-RECEIPT-HISTORY
           END-IF.

      *    THE COUNT IS KEYED IN THE UNIT ON THE CARTONS (BLANK =
      *    THE UNIT THE LINE WAS ORDERED IN) AND LEAVES HERE IN EACH
       TAKE-COUNTED-QUANTITY.
           MOVE 99999 TO WS-BASE-QTY
           PERFORM UNTIL WS-BASE-QTY IS NOT GREATER THAN 99999
                   DISPLAY 'PORECV: Unit Counted (blank = '
                      WI-UOM(WS-ITM-I) '): ' WITH NO ADVANCING
                   MOVE SPACES TO WS-UOM-CODE
                   ACCEPT WS-UOM-CODE
                   IF WS-UOM-CODE IS EQUAL TO SPACES
                      MOVE WI-UOM(WS-ITM-I) TO WS-UOM-CODE
                      MOVE WI-UOM-FACTOR(WS-ITM-I) TO WS-UOM-FACTOR
                   ELSE
                      MOVE 'F' TO WS-UOM-FUNC
                      CALL 'UOMCONV' USING WS-UOM-FUNC
                         WI-PROD-CODE(WS-ITM-I) WS-UOM-CODE
                         WS-UOM-FACTOR WS-UOM-RESULT
                      END-CALL
                      IF WS-UOM-RESULT IS EQUAL TO 'N'
                         DISPLAY 'PORECV: ' WI-PROD-CODE(WS-ITM-I)
                            ' has no unit ' WS-UOM-CODE
                            ' - count taken in EA'
                         MOVE 'EA' TO WS-UOM-CODE
                      END-IF
                   END-IF
                   DISPLAY 'PORECV: Qty Counted in ' WS-UOM-CODE
                      ': ' WITH NO ADVANCING
                   ACCEPT WS-UOM-QTY
                   COMPUTE WS-BASE-QTY = WS-UOM-QTY * WS-UOM-FACTOR
                   IF WS-BASE-QTY IS GREATER THAN 99999
                      DISPLAY 'PORECV: more than 99999 EA on one '
                         'line, count again'
                   END-IF
           END-PERFORM
           MOVE WS-BASE-QTY TO WS-QTY-COUNTED
           IF WS-UOM-FACTOR IS GREATER THAN 1
              DISPLAY 'PORECV: ' WS-UOM-QTY ' ' WS-UOM-CODE ' = '
                 WS-QTY-COUNTED ' EA'
           END-IF.

      *    THE PACKING SLIP PRICES THE UNIT THE COUNT WAS KEYED IN -
      *    THE AVERAGE AND costlog.dat TAKE IT PER EACH
       TAKE-ACTUAL-COST.
           MOVE WI-UNIT-COST(WS-ITM-I) TO WS-ACTUAL-COST
           COMPUTE WS-UOM-COST =
              WI-UNIT-COST(WS-ITM-I) * WS-UOM-FACTOR
           MOVE WS-UOM-COST TO WS-EDIT-UOM-COST
           DISPLAY 'PORECV: Actual Cost per ' WS-UOM-CODE
              ', 6 digits (000850 = 8.50, blank = PO '
              WS-EDIT-UOM-COST '): ' WITH NO ADVANCING
           ACCEPT WS-ENTER-COST-X
           IF WS-ENTER-COST-X IS NUMERIC
              COMPUTE WS-ACTUAL-COST ROUNDED =
                 WS-ENTER-COST / WS-UOM-FACTOR
           END-IF.

       WRITE-RECEIPT-HISTORY.
           OPEN EXTEND RECEIPT-HISTORY-FILE
           IF WS-RCVHIST-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT RECEIPT-HISTORY-FILE
           END-IF
           MOVE SPACES TO RECEIPT-HISTORY-DATA
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRH-DATE
           MOVE WS-ENTER-PO-NUM TO PRH-PO-NUM
           MOVE WI-LINE-NUM(WS-ITM-I) TO PRH-LINE-NUM
           MOVE WD-VENDOR-CODE(WS-HDR-I) TO PRH-VENDOR-CODE
           MOVE WI-PROD-CODE(WS-ITM-I) TO PRH-PROD-CODE
           MOVE WI-DUE-DATE(WS-ITM-I) TO PRH-DUE-DATE
           MOVE WI-UNIT-COST(WS-ITM-I) TO PRH-UNIT-COST
           MOVE WS-QTY-REMAINING TO PRH-QTY-EXPECTED
           MOVE WS-QTY-COUNTED TO PRH-QTY-COUNTED
           MOVE WS-QTY-ACCEPTED TO PRH-QTY-ACCEPTED
           MOVE WS-QTY-OVER TO PRH-QTY-OVER
           MOVE WS-QTY-SHORT TO PRH-QTY-SHORT
           WRITE RECEIPT-HISTORY-DATA
           CLOSE RECEIPT-HISTORY-FILE.

       WRITE-OVERAGE-LINE.
           MOVE WI-LINE-NUM(WS-ITM-I) TO DCL-LINE-NUM
           MOVE WI-PROD-CODE(WS-ITM-I) TO DCL-PROD-CODE
           ELSE
              MOVE QTY-ON-HAND TO WS-OLD-QTY
              MOVE 'N' TO WS-COST-CHANGED
      *       THE ACTUAL COST FOLDS INTO THE WEIGHTED MOVING
      *       AVERAGE AND BECOMES THE LAST-PAID COST FOR THE BUYER
              IF WS-ACTUAL-COST IS GREATER THAN ZERO
                 MOVE UNIT-COST TO WS-OLD-COST
                 COMPUTE WS-NEW-AVG-COST ROUNDED =
                    ((QTY-ON-HAND * UNIT-COST) +
                     (WS-QTY-ACCEPTED * WS-ACTUAL-COST)) /
                    (QTY-ON-HAND + WS-QTY-ACCEPTED)
                 MOVE WS-NEW-AVG-COST TO UNIT-COST
                 MOVE WS-ACTUAL-COST TO PROD-LAST-COST
                 MOVE 'Y' TO WS-COST-CHANGED
                 PERFORM WRITE-COST-LOG-RECORD
              END-IF
                      PERFORM LOG-STOCK-MOVEMENT
                      PERFORM LOG-PRODUCT-AUDIT
                      PERFORM POST-LOCATION-STOCK
                      PERFORM PUT-AWAY-TO-BIN
                      PERFORM TAKE-LOT-NUMBER
                      ADD 1 TO WS-LINES-POSTED
                      DISPLAY 'PORECV: posted ' WS-QTY-ACCEPTED
              END-IF
           END-IF.

      *    NO SUGGESTION MEANS THE LOCATION HAS NO BINS - THE STOCK
      *    IS THEN ONLY KEPT AT LOCATION LEVEL, AS BEFORE
       PUT-AWAY-TO-BIN.
           MOVE '1' TO WS-BN-FUNC
           MOVE PROD-CODE TO WS-BN-PROD-CODE
           MOVE WS-RECV-LOCATION TO WS-BN-LOCATION
           MOVE WS-QTY-ACCEPTED TO WS-BN-QTY
           PERFORM CALL-BINSTOCK
           IF WS-BN-RESULT IS EQUAL TO 'Y'
              MOVE WS-BN-BIN-CODE TO WS-BN-SUGGESTED
              MOVE 'B' TO WS-BN-RESULT
              PERFORM UNTIL WS-BN-RESULT IS NOT EQUAL TO 'B'
                      DISPLAY 'PORECV: Put away to bin '
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
                         DISPLAY 'PORECV: ' WS-BN-BIN-CODE
                            ' is not a bin in use at '
                            WS-RECV-LOCATION
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
           MOVE PROD-CODE TO CO-PROD-CODE
           MOVE WS-OLD-COST TO CO-OLD-COST
           MOVE WS-NEW-AVG-COST TO CO-NEW-COST
           MOVE WS-ACTUAL-COST TO CO-PAID-COST
           MOVE WS-ENTER-PO-NUM TO CO-PO-NUM
           MOVE WD-VENDOR-CODE(WS-HDR-I) TO CO-VENDOR-CODE
           MOVE WI-UNIT-COST(WS-ITM-I) TO CO-PO-COST
           WRITE COST-LOG-DATA
           CLOSE COST-LOG.

                   MOVE WI-DUE-DATE(WS-ITM-I) TO PI-DUE-DATE
                   MOVE WI-QTY-RECEIVED(WS-ITM-I) TO
                      PI-QTY-RECEIVED
                   MOVE WI-UOM(WS-ITM-I) TO PI-UOM
                   MOVE WI-UOM-FACTOR(WS-ITM-I) TO PI-UOM-FACTOR
                   WRITE PO-ITEM
           END-PERFORM
           CLOSE PO-ITEM-FILE.

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
              DISPLAY 'PORECV: stock is frozen for physical inventory '
                 'since ' WS-PF-DATE ' - nothing received'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
