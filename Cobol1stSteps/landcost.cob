       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANDCOST.

      *    SHARED LANDED-COST ALLOCATION, IN THE SPIRIT OF STOCKLOG
      *    AND PRODAUDIT: TAKES FREIGHT, DUTY AND BROKERAGE BILLS
      *    AGAINST A RECEIVED PO, SPREADS EACH BILL OVER THE PO LINES
      *    RECEIVED ON porcvhist.dat BY VALUE AT PO PRICE OR BY
      *    QUANTITY, AND FOLDS EACH LINE'S SHARE INTO THE MOVING-
      *    AVERAGE UNIT-COST OF THE STOCK STILL ON HAND. THE SHARE
      *    OF UNITS ALREADY SOLD CANNOT GO BACK INTO STOCK AND IS
      *    SHOWN AS EXPENSED. EVERY SHARE LANDS ON landed.dat FOR
      *    THE REGISTER AND EVERY COST CHANGE ON costlog.dat, TYPED
      *    WITH THE CHARGE SO IT IS NEVER MISTAKEN FOR A PRICE PAID.
      *    MAINPORECEIPT CALLS HERE FOR BILLS THAT COME WITH THE
      *    GOODS (LS-RECEIPT-DATE = TODAY, ONLY TODAY'S RECEIPTS
      *    CARRY THE CHARGE) AND MAINLANDEDCOST FOR BILLS THAT COME
      *    LATER (LS-RECEIPT-DATE = ZERO, THE WHOLE PO SO FAR).
      *    CHARGES ARE TAKEN UNTIL A BLANK CHARGE TYPE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO 'porcvhist.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCVHIST-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE
              FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT LANDED-CHARGE-FILE ASSIGN TO 'landed.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LANDED-STATUS.
           SELECT COST-LOG ASSIGN TO 'costlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COSTLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-HISTORY-FILE.
       01 RECEIPT-HISTORY-DATA.
          COPY PO-RECEIPT-HIST.

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD LANDED-CHARGE-FILE.
       01 LANDED-CHARGE-DATA.
          COPY LANDED-CHARGE.

      *    SAME LAYOUT MAINPORECEIPT APPENDS
       FD COST-LOG.
       01 COST-LOG-DATA.
          02 CO-DATE           PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-TIME           PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-OPERATOR       PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-PROD-CODE      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-OLD-COST       PIC 9(4)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-NEW-COST       PIC 9(4)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-PAID-COST      PIC 9(4)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-PO-NUM         PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-VENDOR-CODE    PIC X(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-PO-COST        PIC 9(4)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 CO-CHARGE-TYPE    PIC X.

       WORKING-STORAGE SECTION.
       01 WS-RCVHIST-STATUS    PIC XX.
       01 WS-PRODUCT-STATUS    PIC XX.
       01 WS-LANDED-STATUS     PIC XX.
       01 WS-COSTLOG-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-DONE              PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-CHARGE-TYPE       PIC X.
          88 WS-VALID-CHARGE-TYPE      VALUES 'F' 'D' 'B'.
       01 WS-BASIS             PIC X.
       01 WS-REFERENCE         PIC X(10).
      *    BILL AMOUNT, EIGHT RAW DIGITS ('00012550' = 125.50)
       01 WS-ENTER-AMOUNT-X    PIC X(8).
       01 WS-ENTER-AMOUNT REDEFINES WS-ENTER-AMOUNT-X
                               PIC 9(6)V99.
       01 WS-CHARGE-AMOUNT     PIC 9(6)V99.
       01 WS-BASE-TOTAL        PIC 9(9)V99.
       01 WS-ALLOCATED         PIC 9(6)V99.
       01 WS-CAPITALIZED       PIC 9(6)V99.
       01 WS-EXPENSED          PIC 9(6)V99.
       01 WS-OLD-COST          PIC 9(4)V99.
       01 WS-NEW-COST          PIC 9(4)V99.
       01 WS-PER-UNIT          PIC 9(4)V99.
       01 WS-PO-PRICE          PIC 9(4)V99.
       01 WS-EDIT-AMOUNT       PIC ZZZ,ZZ9.99.
       01 WS-EDIT-COST         PIC Z,ZZ9.99.
       01 WS-CURRENT-DATE-DATA.
          02 WS-CURRENT-DATE     PIC 9(8).
          02 WS-CURRENT-TIME     PIC 9(6).
          02 FILLER              PIC X(7).

      *    THE RECEIVED LINES OF THE PO, ONE ROW PER PO LINE WITH
      *    EVERY RECEIPT OF IT ADDED TOGETHER
       01 WS-RL-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-RL-TABLE.
          02 WS-RL-ENTRY OCCURS 1 TO 999 TIMES
             DEPENDING ON WS-RL-COUNT.
             03 WRL-LINE-NUM          PIC 9(3).
             03 WRL-PROD-CODE         PIC X(10).
             03 WRL-QTY               PIC 9(5).
             03 WRL-VALUE             PIC 9(7)V99.
             03 WRL-SHARE             PIC 9(6)V99.
       01 WS-RL-I              PIC 9(3).

      *    PARAMETERS PASSED TO THE SHARED PRODAUDIT SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-PA-OPERATOR       PIC X(8).
       01 WS-PA-PROD-CODE      PIC X(10).
       01 WS-PA-FIELD          PIC X(12).
       01 WS-PA-BEFORE         PIC X(14).
       01 WS-PA-AFTER          PIC X(14).
       01 WS-PA-EDIT-COST      PIC ZZZ9.99.

       LINKAGE SECTION.
       01 LS-PO-NUM          PIC 9(6).
       01 LS-VENDOR-CODE     PIC X(6).
       01 LS-OPERATOR        PIC X(8).
       01 LS-RECEIPT-DATE    PIC 9(8).
       01 LS-CHARGES-POSTED  PIC 9(3).

       PROCEDURE DIVISION USING LS-PO-NUM LS-VENDOR-CODE LS-OPERATOR
           LS-RECEIPT-DATE LS-CHARGES-POSTED.

       LANDCOST-MAIN.
           MOVE ZERO TO LS-CHARGES-POSTED.
           MOVE ZERO TO WS-RL-COUNT.
           PERFORM LOAD-RECEIVED-LINES.
           IF WS-RL-COUNT IS EQUAL TO ZERO
              DISPLAY 'LANDCOST: nothing received on PO ' LS-PO-NUM
                 ', no charges can be taken'
              GOBACK
           END-IF.
           MOVE 'N' TO WS-DONE.
           PERFORM UNTIL WS-DONE IS EQUAL TO 'Y'
                   PERFORM TAKE-ONE-CHARGE
           END-PERFORM.
           GOBACK.

       LOAD-RECEIVED-LINES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RECEIPT-HISTORY-FILE
           IF WS-RCVHIST-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ RECEIPT-HISTORY-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PRH-PO-NUM IS EQUAL TO LS-PO-NUM AND
                            PRH-QTY-ACCEPTED IS GREATER THAN ZERO
                            AND (LS-RECEIPT-DATE IS EQUAL TO ZERO OR
                            PRH-DATE IS EQUAL TO LS-RECEIPT-DATE)
                            PERFORM ADD-RECEIVED-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE RECEIPT-HISTORY-FILE
           END-IF.

       ADD-RECEIVED-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-RL-I FROM 1 BY 1
              UNTIL WS-RL-I > WS-RL-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WRL-LINE-NUM(WS-RL-I) IS EQUAL TO PRH-LINE-NUM
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-RL-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              ADD 1 TO WS-RL-COUNT
              MOVE WS-RL-COUNT TO WS-RL-I
              MOVE PRH-LINE-NUM TO WRL-LINE-NUM(WS-RL-I)
              MOVE PRH-PROD-CODE TO WRL-PROD-CODE(WS-RL-I)
              MOVE ZERO TO WRL-QTY(WS-RL-I)
              MOVE ZERO TO WRL-VALUE(WS-RL-I)
           END-IF
           ADD PRH-QTY-ACCEPTED TO WRL-QTY(WS-RL-I)
           COMPUTE WRL-VALUE(WS-RL-I) = WRL-VALUE(WS-RL-I) +
              PRH-QTY-ACCEPTED * PRH-UNIT-COST.

       TAKE-ONE-CHARGE.
           DISPLAY 'LANDCOST: Charge Type for PO ' LS-PO-NUM
              ' (F Freight, D Duty, B Brokerage, blank = done): '
              WITH NO ADVANCING
           ACCEPT WS-CHARGE-TYPE
           MOVE FUNCTION UPPER-CASE(WS-CHARGE-TYPE) TO WS-CHARGE-TYPE
           IF WS-CHARGE-TYPE IS EQUAL TO SPACE
              MOVE 'Y' TO WS-DONE
           ELSE
              IF NOT WS-VALID-CHARGE-TYPE
                 DISPLAY 'LANDCOST: charge type must be F, D or B'
              ELSE
                 DISPLAY 'LANDCOST: Bill Amount, 8 digits '
                    '(00012550 = 125.50): ' WITH NO ADVANCING
                 ACCEPT WS-ENTER-AMOUNT-X
                 IF WS-ENTER-AMOUNT-X IS NOT NUMERIC OR
                    WS-ENTER-AMOUNT IS EQUAL TO ZERO
                    DISPLAY 'LANDCOST: amount not valid, charge '
                       'not taken'
                 ELSE
                    MOVE WS-ENTER-AMOUNT TO WS-CHARGE-AMOUNT
                    DISPLAY 'LANDCOST: Spread by V Value or Q '
                       'Quantity (blank = V): ' WITH NO ADVANCING
                    ACCEPT WS-BASIS
                    MOVE FUNCTION UPPER-CASE(WS-BASIS) TO WS-BASIS
                    IF WS-BASIS IS NOT EQUAL TO 'Q'
                       MOVE 'V' TO WS-BASIS
                    END-IF
                    DISPLAY 'LANDCOST: Bill Reference: '
                       WITH NO ADVANCING
                    ACCEPT WS-REFERENCE
                    PERFORM ALLOCATE-CHARGE
                    PERFORM POST-CHARGE
                    ADD 1 TO LS-CHARGES-POSTED
                 END-IF
              END-IF
           END-IF.

      *    EACH LINE TAKES ITS PROPORTION ROUNDED TO THE CENT, AND THE
      *    LAST LINE TAKES WHAT IS LEFT SO THE SHARES ADD UP TO THE
      *    BILL EXACTLY
       ALLOCATE-CHARGE.
           MOVE ZERO TO WS-BASE-TOTAL
           PERFORM VARYING WS-RL-I FROM 1 BY 1
              UNTIL WS-RL-I > WS-RL-COUNT
                   IF WS-BASIS IS EQUAL TO 'V'
                      ADD WRL-VALUE(WS-RL-I) TO WS-BASE-TOTAL
                   ELSE
                      ADD WRL-QTY(WS-RL-I) TO WS-BASE-TOTAL
                   END-IF
           END-PERFORM
           IF WS-BASIS IS EQUAL TO 'V' AND
              WS-BASE-TOTAL IS EQUAL TO ZERO
              DISPLAY 'LANDCOST: received lines carry no value, '
                 'spreading by quantity'
              MOVE 'Q' TO WS-BASIS
              PERFORM VARYING WS-RL-I FROM 1 BY 1
                 UNTIL WS-RL-I > WS-RL-COUNT
                      ADD WRL-QTY(WS-RL-I) TO WS-BASE-TOTAL
              END-PERFORM
           END-IF
           MOVE ZERO TO WS-ALLOCATED
           PERFORM VARYING WS-RL-I FROM 1 BY 1
              UNTIL WS-RL-I > WS-RL-COUNT
                   IF WS-RL-I IS EQUAL TO WS-RL-COUNT
                      COMPUTE WRL-SHARE(WS-RL-I) =
                         WS-CHARGE-AMOUNT - WS-ALLOCATED
                   ELSE
                      IF WS-BASIS IS EQUAL TO 'V'
                         COMPUTE WRL-SHARE(WS-RL-I) ROUNDED =
                            WS-CHARGE-AMOUNT * WRL-VALUE(WS-RL-I)
                            / WS-BASE-TOTAL
                      ELSE
                         COMPUTE WRL-SHARE(WS-RL-I) ROUNDED =
                            WS-CHARGE-AMOUNT * WRL-QTY(WS-RL-I)
                            / WS-BASE-TOTAL
                      END-IF
                      ADD WRL-SHARE(WS-RL-I) TO WS-ALLOCATED
                   END-IF
           END-PERFORM.

       POST-CHARGE.
           OPEN I-O PRODUCT-FILE
           OPEN EXTEND LANDED-CHARGE-FILE
           IF WS-LANDED-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT LANDED-CHARGE-FILE
           END-IF
           OPEN EXTEND COST-LOG
           IF WS-COSTLOG-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT COST-LOG
           END-IF
           PERFORM VARYING WS-RL-I FROM 1 BY 1
              UNTIL WS-RL-I > WS-RL-COUNT
                   PERFORM POST-LINE-SHARE
           END-PERFORM
           CLOSE COST-LOG
           CLOSE LANDED-CHARGE-FILE
           CLOSE PRODUCT-FILE
           MOVE WS-CHARGE-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY 'LANDCOST: ' WS-EDIT-AMOUNT ' spread over '
              WS-RL-COUNT ' line(s), see the landed-cost register'.

      *    ONLY THE STOCK STILL ON HAND CAN ABSORB THE SHARE - WHEN
      *    PART OF THE RECEIVED QUANTITY HAS ALREADY BEEN SOLD, THAT
      *    PART OF THE SHARE IS EXPENSED INSTEAD
       POST-LINE-SHARE.
           MOVE ZERO TO WS-CAPITALIZED
           MOVE WRL-SHARE(WS-RL-I) TO WS-EXPENSED
           MOVE ZERO TO WS-OLD-COST
           MOVE ZERO TO WS-NEW-COST
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WRL-PROD-CODE(WS-RL-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
              DISPLAY 'LANDCOST: ' WRL-PROD-CODE(WS-RL-I)
                 ' no longer on file, its share is expensed'
           ELSE
              MOVE UNIT-COST TO WS-OLD-COST
              MOVE UNIT-COST TO WS-NEW-COST
              IF QTY-ON-HAND IS GREATER THAN ZERO
                 IF QTY-ON-HAND IS NOT LESS THAN WRL-QTY(WS-RL-I)
                    MOVE WRL-SHARE(WS-RL-I) TO WS-CAPITALIZED
                 ELSE
                    COMPUTE WS-CAPITALIZED ROUNDED =
                       WRL-SHARE(WS-RL-I) * QTY-ON-HAND /
                       WRL-QTY(WS-RL-I)
                 END-IF
                 COMPUTE WS-NEW-COST ROUNDED =
                    ((QTY-ON-HAND * UNIT-COST) + WS-CAPITALIZED) /
                    QTY-ON-HAND
                    ON SIZE ERROR
                       DISPLAY 'LANDCOST: ' PROD-CODE ' cost would '
                          'overflow, its share is expensed'
                       MOVE ZERO TO WS-CAPITALIZED
                       MOVE UNIT-COST TO WS-NEW-COST
                 END-COMPUTE
                 COMPUTE WS-EXPENSED =
                    WRL-SHARE(WS-RL-I) - WS-CAPITALIZED
              END-IF
              IF WS-CAPITALIZED IS GREATER THAN ZERO
                 MOVE WS-NEW-COST TO UNIT-COST
                 MOVE FUNCTION CURRENT-DATE(1:14)
                    TO PROD-UPDATE-STAMP
                 REWRITE PRODUCT-DATA
                 INVALID KEY
                         DISPLAY 'LANDCOST: cost update failed for '
                            PROD-CODE ', its share is expensed'
                         MOVE ZERO TO WS-CAPITALIZED
                         MOVE WRL-SHARE(WS-RL-I) TO WS-EXPENSED
                         MOVE WS-OLD-COST TO WS-NEW-COST
                 NOT INVALID KEY
                         PERFORM WRITE-COST-LOG-RECORD
                         PERFORM LOG-PRODUCT-AUDIT
                         MOVE WS-OLD-COST TO WS-EDIT-COST
                         DISPLAY 'LANDCOST: ' PROD-CODE ' unit cost '
                            WS-EDIT-COST WITH NO ADVANCING
                         MOVE WS-NEW-COST TO WS-EDIT-COST
                         DISPLAY ' -> ' WS-EDIT-COST
                 END-REWRITE
              END-IF
           END-IF
           PERFORM WRITE-LANDED-RECORD.

       WRITE-LANDED-RECORD.
           MOVE SPACES TO LANDED-CHARGE-DATA
           MOVE LS-PO-NUM TO LC-PO-NUM
           MOVE FUNCTION CURRENT-DATE(1:8) TO LC-DATE
           MOVE LS-OPERATOR TO LC-OPERATOR
           MOVE LS-VENDOR-CODE TO LC-VENDOR-CODE
           MOVE WS-CHARGE-TYPE TO LC-CHARGE-TYPE
           MOVE WS-REFERENCE TO LC-REFERENCE
           MOVE WS-BASIS TO LC-BASIS
           MOVE WS-CHARGE-AMOUNT TO LC-CHARGE-AMOUNT
           MOVE WRL-LINE-NUM(WS-RL-I) TO LC-LINE-NUM
           MOVE WRL-PROD-CODE(WS-RL-I) TO LC-PROD-CODE
           MOVE WRL-QTY(WS-RL-I) TO LC-RECEIVED-QTY
           MOVE WRL-VALUE(WS-RL-I) TO LC-RECEIVED-VALUE
           MOVE WRL-SHARE(WS-RL-I) TO LC-LINE-AMOUNT
           MOVE WS-CAPITALIZED TO LC-CAPITALIZED
           MOVE WS-EXPENSED TO LC-EXPENSED
           MOVE WS-OLD-COST TO LC-OLD-COST
           MOVE WS-NEW-COST TO LC-NEW-COST
           WRITE LANDED-CHARGE-DATA.

      *    CO-PAID-COST CARRIES THE CHARGE PER RECEIVED UNIT AND
      *    CO-PO-COST THE LINE'S PO PRICE, SO THE ENTRY READS AS
      *    "THIS MUCH FREIGHT ON TOP OF THAT PRICE"
       WRITE-COST-LOG-RECORD.
           COMPUTE WS-PER-UNIT ROUNDED =
              WRL-SHARE(WS-RL-I) / WRL-QTY(WS-RL-I)
           COMPUTE WS-PO-PRICE ROUNDED =
              WRL-VALUE(WS-RL-I) / WRL-QTY(WS-RL-I)
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE SPACES TO COST-LOG-DATA
           MOVE WS-CURRENT-DATE TO CO-DATE
           MOVE WS-CURRENT-TIME TO CO-TIME
           MOVE LS-OPERATOR TO CO-OPERATOR
           MOVE PROD-CODE TO CO-PROD-CODE
           MOVE WS-OLD-COST TO CO-OLD-COST
           MOVE WS-NEW-COST TO CO-NEW-COST
           MOVE WS-PER-UNIT TO CO-PAID-COST
           MOVE LS-PO-NUM TO CO-PO-NUM
           MOVE LS-VENDOR-CODE TO CO-VENDOR-CODE
           MOVE WS-PO-PRICE TO CO-PO-COST
           MOVE WS-CHARGE-TYPE TO CO-CHARGE-TYPE
           WRITE COST-LOG-DATA.

       LOG-PRODUCT-AUDIT.
           MOVE LS-OPERATOR TO WS-PA-OPERATOR
           MOVE PROD-CODE TO WS-PA-PROD-CODE
           MOVE 'UNIT-COST   ' TO WS-PA-FIELD
           MOVE WS-OLD-COST TO WS-PA-EDIT-COST
           MOVE WS-PA-EDIT-COST TO WS-PA-BEFORE
           MOVE WS-NEW-COST TO WS-PA-EDIT-COST
           MOVE WS-PA-EDIT-COST TO WS-PA-AFTER
           CALL 'PRODAUDIT' USING
              BY REFERENCE WS-PA-OPERATOR,
              BY REFERENCE WS-PA-PROD-CODE,
              BY REFERENCE WS-PA-FIELD,
              BY REFERENCE WS-PA-BEFORE,
              BY REFERENCE WS-PA-AFTER
           END-CALL.
