      *    DATE, TIME AND OPERATOR FOR TRACEABILITY. THIS IS THE ONLY
      *    WAY TO PUT STOCK INTO THE SYSTEM WITHOUT RESEEDING
      *    product.dat FROM THE CONTROL FILE.
      *    NOTHING IS RECEIVED WHILE PHYFREEZE HAS THE STOCK FROZEN
      *    FOR A PHYSICAL INVENTORY.
      *    WHERE THE LOCATION HAS BINS SET UP, EACH RECEIPT IS PUT
      *    AWAY INTO A BIN: BINSTOCK SUGGESTS ONE AND THE OPERATOR
      *    CONFIRMS IT OR KEYS ANOTHER.
      *    THE QUANTITY AND COST ARE KEYED IN A UNIT FROM UOMCONV
      *    (BLANK = THE UNIT THE PRODUCT IS BOUGHT BY) AND POSTED
      *    IN EACH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-ENTER-COST-X      PIC X(6).
       01 WS-ENTER-COST REDEFINES WS-ENTER-COST-X
                               PIC 9(4)V99.
      *    THE KEYED COST IS FOR ONE WS-UOM-CODE - WS-EACH-COST IS
      *    WHAT IT COMES TO PER EACH, THE UNIT STOCK IS COSTED IN
       01 WS-EACH-COST         PIC 9(4)V99.
       01 WS-UOM-FUNC          PIC X.
       01 WS-UOM-CODE          PIC X(2).
       01 WS-UOM-FACTOR        PIC 9(4).
       01 WS-UOM-RESULT        PIC X.
       01 WS-UOM-QTY           PIC 9(5).
       01 WS-BASE-QTY          PIC 9(9).
       01 WS-MORE-RECEIPTS     PIC X     VALUE 'Y'.
       01 WS-LOT-STATUS        PIC XX.
       01 WS-ENTER-LOT         PIC X(10).
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
       01 WS-SL-PROD-CODE      PIC X(10).
          02 FILLER            PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION .
           PERFORM CHECK-STOCK-FREEZE.
           OPEN I-O PRODUCT-FILE.
      *    FIRST EVER RECEIPT HAS NO LOG FILE YET - START ONE
           OPEN EXTEND RECEIPT-LOG.
              DISPLAY 'RECEIPT: Product with this code does not exist'
           ELSE
              MOVE PROD-UPDATE-STAMP TO WS-STAMP-AT-READ
              PERFORM ACCEPT-RECEIPT-QUANTITY
              IF WS-QTY-RECEIVED IS EQUAL TO ZERO
                 DISPLAY 'RECEIPT: quantity must not be zero'
              ELSE
                 DISPLAY 'RECEIPT: Cost per ' WS-UOM-CODE
                    ', 6 digits (000850 = 8.50, blank = keep): '
                    WITH NO ADVANCING
                 ACCEPT WS-ENTER-COST-X
                 IF WS-ENTER-COST-X IS NUMERIC
                    COMPUTE WS-EACH-COST ROUNDED =
                       WS-ENTER-COST / WS-UOM-FACTOR
                 END-IF
                 PERFORM RECHECK-PRODUCT-STAMP
      *          THE KEYED COST AND QUANTITY GO ON AFTER THE RECHECK
      *          SO A RE-READ CANNOT THROW THEM AWAY. THE KEYED
                    MOVE UNIT-COST TO WS-OLD-COST
                    COMPUTE WS-NEW-AVG-COST ROUNDED =
                       ((QTY-ON-HAND * UNIT-COST) +
                        (WS-QTY-RECEIVED * WS-EACH-COST)) /
                       (QTY-ON-HAND + WS-QTY-RECEIVED)
                    MOVE WS-NEW-AVG-COST TO UNIT-COST
                    MOVE WS-EACH-COST TO PROD-LAST-COST
                    PERFORM WRITE-COST-LOG-RECORD
                 END-IF
                 ADD WS-QTY-RECEIVED TO QTY-ON-HAND
                         PERFORM LOG-STOCK-MOVEMENT
                         PERFORM LOG-PRODUCT-AUDIT
                         PERFORM POST-LOCATION-STOCK
                         PERFORM PUT-AWAY-TO-BIN
                         PERFORM TAKE-LOT-NUMBER
                         DISPLAY 'RECEIPT: posted, on hand is now '
                            QTY-ON-HAND
              END-IF
           END-IF.

      *    THE QUANTITY IS KEYED IN THE UNIT ON THE CARTONS (BLANK =
      *    THE UNIT THE PRODUCT IS BOUGHT BY) AND LEAVES HERE IN EACH
       ACCEPT-RECEIPT-QUANTITY.
           MOVE 'B' TO WS-UOM-FUNC
           CALL 'UOMCONV' USING WS-UOM-FUNC PROD-CODE WS-UOM-CODE
              WS-UOM-FACTOR WS-UOM-RESULT
           END-CALL
           DISPLAY 'RECEIPT: Enter Unit (blank = ' WS-UOM-CODE '): '
              WITH NO ADVANCING
           ACCEPT WS-UOM-CODE
           MOVE 'F' TO WS-UOM-FUNC
           IF WS-UOM-CODE IS EQUAL TO SPACES
              MOVE 'B' TO WS-UOM-FUNC
           END-IF
           CALL 'UOMCONV' USING WS-UOM-FUNC PROD-CODE WS-UOM-CODE
              WS-UOM-FACTOR WS-UOM-RESULT
           END-CALL
           IF WS-UOM-RESULT IS EQUAL TO 'N' AND
              WS-UOM-FUNC IS EQUAL TO 'F'
              DISPLAY 'RECEIPT: ' PROD-CODE ' has no unit '
                 WS-UOM-CODE ' - quantity taken in EA'
           END-IF
           IF WS-UOM-RESULT IS EQUAL TO 'N'
              MOVE 'EA' TO WS-UOM-CODE
           END-IF
           DISPLAY 'RECEIPT: Enter Quantity Received in '
              WS-UOM-CODE ': ' WITH NO ADVANCING
           ACCEPT WS-UOM-QTY
           COMPUTE WS-BASE-QTY = WS-UOM-QTY * WS-UOM-FACTOR
           IF WS-BASE-QTY IS GREATER THAN 99999
              DISPLAY 'RECEIPT: more than 99999 EA in one receipt, '
                 'quantity refused'
              MOVE ZERO TO WS-QTY-RECEIVED
           ELSE
              MOVE WS-BASE-QTY TO WS-QTY-RECEIVED
              IF WS-UOM-FACTOR IS GREATER THAN 1
                 DISPLAY 'RECEIPT: ' WS-UOM-QTY ' ' WS-UOM-CODE
                    ' = ' WS-QTY-RECEIVED ' EA'
              END-IF
           END-IF.

       LOG-STOCK-MOVEMENT.
           MOVE PROD-CODE TO WS-SL-PROD-CODE
           MOVE 'RCP' TO WS-SL-MOVE-TYPE
              END-IF
           END-IF.

      *    NO SUGGESTION MEANS THE LOCATION HAS NO BINS - THE STOCK
      *    IS THEN ONLY KEPT AT LOCATION LEVEL, AS BEFORE
       PUT-AWAY-TO-BIN.
           MOVE '1' TO WS-BN-FUNC
           MOVE PROD-CODE TO WS-BN-PROD-CODE
           MOVE WS-RECV-LOCATION TO WS-BN-LOCATION
           MOVE WS-QTY-RECEIVED TO WS-BN-QTY
           PERFORM CALL-BINSTOCK
           IF WS-BN-RESULT IS EQUAL TO 'Y'
              MOVE WS-BN-BIN-CODE TO WS-BN-SUGGESTED
              MOVE 'B' TO WS-BN-RESULT
              PERFORM UNTIL WS-BN-RESULT IS NOT EQUAL TO 'B'
                      DISPLAY 'RECEIPT: Put away to bin '
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
                         DISPLAY 'RECEIPT: ' WS-BN-BIN-CODE
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
           MOVE WS-EACH-COST TO CO-PAID-COST
           WRITE COST-LOG-DATA
           CLOSE COST-LOG.

           MOVE PROD-CODE TO RC-PROD-CODE
           MOVE WS-QTY-RECEIVED TO RC-QTY-RECEIVED
           WRITE RECEIPT-LINE FROM RECEIPT-DETAIL.

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
              DISPLAY 'RECEIPT: stock is frozen for physical inventory '
                 'since ' WS-PF-DATE ' - nothing received'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
