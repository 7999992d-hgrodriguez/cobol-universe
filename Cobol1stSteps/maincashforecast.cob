       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINCASHFORECAST.

      *    13-WEEK CASH FLOW FORECAST FOR THE CONTROLLER, IN PLACE OF
      *    THE SPREADSHEET REBUILT BY HAND EVERY MONDAY. WEEK 1 STARTS
      *    ON THE RUN DATE; ANYTHING ALREADY LATE IS EXPECTED IN
      *    WEEK 1 AND ANYTHING PAST WEEK 13 IS SHOWN AS ONE 'LATER'
      *    LINE THAT IS NOT CARRIED INTO THE BALANCES.
      *       OPENING CASH - THE 10000CSH ACCOUNT ON gljournal.dat AS
      *                      THE GL EXPORT HAS POSTED IT, THE SAME
      *                      BOOK BALANCE THE BANK RECONCILIATION
      *                      PROVES
      *       AR RECEIPTS  - WHAT IS STILL OPEN ON aropen.dat, LESS
      *                      THE CUSTOMER'S ON-ACCOUNT CASH AND
      *                      CREDITS (OLDEST CHARGES FIRST, AS THE
      *                      AGING DOES), TIMED BY THE CUSTOMER'S OWN
      *                      DAYS TO PAY: THE LAST YEAR OF CASH ON
      *                      payment.dat IS APPLIED FIRST-IN FIRST-
      *                      OUT AGAINST THE CUSTOMER'S INVOICE DATES
      *                      AND THE DAYS EACH INVOICE TOOK ARE
      *                      AVERAGED, WEIGHTED BY AMOUNT. A CUSTOMER
      *                      WITH NO SUCH HISTORY IS EXPECTED TO PAY
      *                      ON THE DUE DATE.
      *       STANDING     - EVERY standord.dat RUN THAT FALLS IN THE
      *                      13 WEEKS, AT TODAY'S PRICE, COLLECTED
      *                      THE SAME WAY (ON TERMS VIA CUSTTERMS
      *                      WHEN THERE IS NO HISTORY)
      *       AP PAYMENTS  - WHAT IS STILL OWED ON apopen.dat, ON ITS
      *                      DUE DATE
      *       PO COMMITS   - THE UNRECEIVED QUANTITY AT COST OF EVERY
      *                      poitm.dat LINE ON AN OPEN, PART-RECEIVED
      *                      OR DROP-SHIP PO, ON THE LINE'S DUE DATE
      *                      (ONCE RECEIVED AND VOUCHERED IT MOVES TO
      *                      AP PAYMENTS)
      *    A WEEK WHOSE PROJECTED CLOSING CASH IS BELOW ZERO IS
      *    FLAGGED AND THE RUN ENDS WITH RETURN CODE 4, AS IT DOES
      *    WHEN A STANDING ORDER NAMES A PRODUCT NOT ON FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AROPEN-STATUS.
           SELECT PAYMENT-LOG ASSIGN TO 'payment.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYLOG-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'standord.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STANDING-STATUS.
           SELECT AP-OPEN-FILE ASSIGN TO 'apopen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APOPEN-STATUS.
           SELECT PO-HEADER-FILE ASSIGN TO 'pohdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POHDR-STATUS.
           SELECT PO-ITEM-FILE ASSIGN TO 'poitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POITM-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'gljournal.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT FORECAST-REPORT ASSIGN TO 'cashfcst.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVENT-SORT-FILE ASSIGN TO 'cashfcst.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          COPY AR-OPEN-ITEM.

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD STANDING-ORDER-FILE.
       01 STANDING-ORDER-DATA.
          02 SO-ID-NUM         PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 SO-PROD-CODE      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 SO-QTY            PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 SO-FREQ-DAYS      PIC 9(3).
          02 FILLER            PIC X     VALUE SPACE.
          02 SO-NEXT-RUN       PIC 9(8).

       FD AP-OPEN-FILE.
       01 AP-OPEN-DATA.
          COPY AP-OPEN-ITEM.

       FD PO-HEADER-FILE.
       01 PO-HEADER.
          02 PH-PO-NUM         PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 PH-VENDOR-CODE    PIC X(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 PH-DATE           PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
      *       O = OPEN, P = PARTIALLY RECEIVED, C = CLOSED,
      *       D = DROP-SHIP, THE VENDOR DELIVERS TO OUR CUSTOMER
          02 PH-STATUS         PIC X.

       FD PO-ITEM-FILE.
       01 PO-ITEM.
          02 PI-PO-NUM         PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-LINE-NUM       PIC 9(3).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-PROD-CODE      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-QTY-EXPECTED   PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-UNIT-COST      PIC 9(4)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-DUE-DATE       PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-QTY-RECEIVED   PIC 9(5).
      *       UNIT OF MEASURE FIELDS - NOT USED HERE
          02 FILLER            PIC X(8).

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-DATA.
          02 GJ-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 GJ-ACCOUNT        PIC X(8).
          02 FILLER            PIC X.
          02 GJ-DEBIT          PIC 9(9)V99.
          02 FILLER            PIC X.
          02 GJ-CREDIT         PIC 9(9)V99.
          02 FILLER            PIC X.
          02 GJ-EVENT          PIC X(3).

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD FORECAST-REPORT.
       01 PRINT-LINE            PIC X(134).

      *    ONE CUSTOMER EVENT. IN KEY ORDER EACH CUSTOMER'S CREDITS
      *    (C) COME FIRST, THEN THE INVOICE HISTORY (I) AND THE CASH
      *    (P) THAT BUILD THE DAYS TO PAY, THEN THE OPEN CHARGES (R)
      *    AND STANDING ORDERS (S) THAT ARE TIMED BY IT
       SD EVENT-SORT-FILE.
       01 EVENT-SORT-RECORD.
          02 SR-ID-NUM         PIC 9(5).
          02 SR-KIND           PIC X.
          02 SR-DATE           PIC 9(8).
          02 SR-DUE-DATE       PIC 9(8).
          02 SR-AMOUNT         PIC 9(7)V99.
          02 SR-PROD-CODE      PIC X(10).
          02 SR-QTY            PIC 9(5).
          02 SR-FREQ-DAYS      PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-PAYLOG-STATUS     PIC XX.
       01 WS-STANDING-STATUS   PIC XX.
       01 WS-APOPEN-STATUS     PIC XX.
       01 WS-POHDR-STATUS      PIC XX.
       01 WS-POITM-STATUS      PIC XX.
       01 WS-JOURNAL-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-SORT-EOF          PIC X.
       01 WS-FOUND             PIC X.
       01 WS-EXISTS            PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-HORIZON-INT       PIC 9(8).
      *    CASH OLDER THAN A YEAR STILL RELIEVES THE OLDEST INVOICES
      *    BUT NO LONGER COUNTS TOWARD THE DAYS TO PAY
       01 WS-HISTORY-FROM-INT  PIC 9(8).
       01 WS-OPENING-CASH      PIC S9(9)V99 VALUE ZERO.
       01 WS-ITEM-RESIDUE      PIC S9(7)V99.
       01 WS-PAY-AMOUNT        PIC S9(7)V99.
       01 WS-OPEN-QTY          PIC 9(5).
      *    SAME LINE LAYOUT MAINPAYMENTENTRY APPENDS - ONLY LINES
      *    WITH A BLANK RECORD TYPE ARE CASH RECEIVED
       01 WS-PAYMENT-DETAIL.
          02 WP-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 WP-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 WP-AMOUNT         PIC X(9).
          02 FILLER            PIC X.
          02 WP-REC-TYPE       PIC X(3).
          02 FILLER            PIC X(12).
          02 FILLER            PIC X(16).
      *    PARAMETERS PASSED TO THE SHARED CUSTTERMS SUBPROGRAM
       01 WS-TERMS-CODE        PIC X(10).
       01 WS-DUE-DATE          PIC 9(8).
       01 WS-DISC-DATE         PIC 9(8).
       01 WS-DISC-PCT          PIC 9(2)V99.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    THE CUSTOMER BEING WALKED IN THE SORT OUTPUT
       01 WS-CURRENT-ID        PIC 9(5).
       01 WS-CREDIT-POOL       PIC 9(7)V99.
       01 WS-HIST-AMOUNT       PIC 9(9)V99.
       01 WS-HIST-DAY-AMOUNT   PIC 9(12)V99.
       01 WS-AVG-DAYS          PIC 9(3).
       01 WS-ON-HISTORY        PIC X.
       01 WS-CUST-PROJECTED    PIC X.
       01 WS-PAY-INT           PIC 9(8).
       01 WS-PAY-DAYS          PIC S9(5).
      *    THE CUSTOMER'S INVOICES NOT YET COVERED BY CASH, OLDEST
      *    FIRST - WS-Q-HEAD IS THE NEXT ONE THE CASH RELIEVES
       01 WS-Q-COUNT           PIC 9(4)  VALUE ZERO.
       01 WS-Q-HEAD            PIC 9(4).
       01 WS-Q-I               PIC 9(4).
       01 WS-Q-J               PIC 9(4).
       01 WS-QUEUE-TABLE.
          02 WS-QUEUE-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-Q-COUNT.
             03 WQ-DATE-INT           PIC 9(8).
             03 WQ-AMOUNT             PIC 9(7)V99.
             03 WQ-LEFT               PIC 9(7)V99.

      *    PO HEADERS STILL EXPECTING GOODS
       01 WS-PO-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-PO-TABLE.
          02 WS-PO-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-PO-COUNT.
             03 WPO-PO-NUM            PIC 9(6).
       01 WS-PO-I              PIC 9(4).

      *    ONE ROW PER WEEK, ROW 14 HOLDING WHATEVER FALLS LATER
       01 WS-WEEK-TABLE.
          02 WS-WEEK-ENTRY OCCURS 14 TIMES.
             03 WW-START              PIC 9(8).
             03 WW-OPENING            PIC S9(9)V99.
             03 WW-AR-IN              PIC S9(9)V99.
             03 WW-SO-IN              PIC S9(9)V99.
             03 WW-AP-OUT             PIC S9(9)V99.
             03 WW-PO-OUT             PIC S9(9)V99.
             03 WW-NET                PIC S9(9)V99.
             03 WW-CLOSING            PIC S9(9)V99.
       01 WS-WEEK-I            PIC 9(2).
       01 WS-TOTALS.
          02 WT-AR-IN          PIC S9(9)V99 VALUE ZERO.
          02 WT-SO-IN          PIC S9(9)V99 VALUE ZERO.
          02 WT-AP-OUT         PIC S9(9)V99 VALUE ZERO.
          02 WT-PO-OUT         PIC S9(9)V99 VALUE ZERO.
          02 WT-NET            PIC S9(9)V99 VALUE ZERO.
      *    WHAT ADD-TO-WEEK BUCKETS: A = AR RECEIPT, S = STANDING
      *    ORDER RECEIPT, P = AP PAYMENT, O = PO COMMITMENT
       01 WS-BK-KIND           PIC X.
       01 WS-BK-DATE           PIC 9(8).
       01 WS-BK-INT            PIC 9(8).
       01 WS-BK-AMOUNT         PIC S9(9)V99.
       01 WS-RUN-INT           PIC 9(8).
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-AMOUNT        PIC 9(9)V99.

       01 WS-EVENT-COUNT       PIC 9(7)  VALUE ZERO.
       01 WS-CUST-ON-HISTORY   PIC 9(5)  VALUE ZERO.
       01 WS-CUST-ON-TERMS     PIC 9(5)  VALUE ZERO.
       01 WS-SO-RUNS           PIC 9(5)  VALUE ZERO.
       01 WS-SO-UNKNOWN        PIC 9(5)  VALUE ZERO.
       01 WS-AP-ITEMS          PIC 9(5)  VALUE ZERO.
       01 WS-PO-LINES          PIC 9(5)  VALUE ZERO.
       01 WS-NEGATIVE-WEEKS    PIC 9(2)  VALUE ZERO.
       01 WS-LINES-WRITTEN     PIC 9(5)  VALUE ZERO.

       01 REPORT-HEADING       PIC X(44)  VALUE
             '13-WEEK CASH FORECAST AS OF '.
       01 RH-DATE-PART REDEFINES REPORT-HEADING.
          02 FILLER            PIC X(28).
          02 RH-DATE           PIC 9(8).
          02 FILLER            PIC X(8).
       01 OPENING-CASH-LINE.
          02 FILLER             PIC X(38) VALUE
             'OPENING CASH PER BOOKS (10000CSH)'.
          02 OCL-AMOUNT         PIC ----,---,--9.99.
       01 COLUMN-HEADS.
          02 FILLER             PIC X(4)  VALUE 'WK'.
          02 FILLER             PIC X(10) VALUE 'WEEK OF'.
          02 FILLER             PIC X(15) VALUE '   OPENING CASH'.
          02 FILLER             PIC X(15) VALUE '    AR RECEIPTS'.
          02 FILLER             PIC X(15) VALUE '       STANDING'.
          02 FILLER             PIC X(15) VALUE '    AP PAYMENTS'.
          02 FILLER             PIC X(15) VALUE '     PO COMMITS'.
          02 FILLER             PIC X(15) VALUE '       NET FLOW'.
          02 FILLER             PIC X(15) VALUE '   CLOSING CASH'.
       01 WEEK-DETAIL-LINE.
          02 WDL-WEEK           PIC Z9.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 WDL-START          PIC 9(8).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 WDL-OPENING        PIC ---,---,--9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 WDL-AR-IN          PIC ---,---,--9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 WDL-SO-IN          PIC ---,---,--9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 WDL-AP-OUT         PIC ---,---,--9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 WDL-PO-OUT         PIC ---,---,--9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 WDL-NET            PIC ---,---,--9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 WDL-CLOSING        PIC ---,---,--9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 WDL-FLAG           PIC X(14).
       01 SUMMARY-LINE.
          02 SML-LABEL          PIC X(29).
          02 SML-AR-IN          PIC ---,---,--9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 SML-SO-IN          PIC ---,---,--9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 SML-AP-OUT         PIC ---,---,--9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 SML-PO-OUT         PIC ---,---,--9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 SML-NET            PIC ---,---,--9.99.
       01 NOTE-LINE.
          02 FILLER             PIC X(29) VALUE
             'RECEIPTS TIMED ON HISTORY FOR'.
          02 NTL-HISTORY        PIC ZZZZ9.
          02 FILLER             PIC X(26) VALUE
             ' CUSTOMER(S), ON TERMS FOR'.
          02 NTL-TERMS          PIC ZZZZ9.
          02 FILLER             PIC X(13) VALUE ' CUSTOMER(S)'.
       01 NOTE-LINE-2.
          02 NTL-SO-RUNS        PIC ZZZZ9.
          02 FILLER             PIC X(31) VALUE
             ' STANDING ORDER RUN(S) PRICED,'.
          02 NTL-SO-UNKNOWN     PIC ZZZZ9.
          02 FILLER             PIC X(35) VALUE
             ' SKIPPED FOR A PRODUCT NOT ON FILE'.
       01 NOTE-LINE-3.
          02 NTL-AP-ITEMS       PIC ZZZZ9.
          02 FILLER             PIC X(22) VALUE
             ' OPEN AP ITEM(S) AND'.
          02 NTL-PO-LINES       PIC ZZZZ9.
          02 FILLER             PIC X(30) VALUE
             ' OPEN PO LINE(S) SCHEDULED'.
       01 NEGATIVE-LINE.
          02 FILLER             PIC X(4)  VALUE '*** '.
          02 NGL-WEEKS          PIC Z9.
          02 FILLER             PIC X(50) VALUE
             ' WEEK(S) PROJECTED BELOW ZERO CASH ***'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + 90.
           COMPUTE WS-HISTORY-FROM-INT = WS-TODAY-INT - 365.
           PERFORM VARYING WS-WEEK-I FROM 1 BY 1
              UNTIL WS-WEEK-I > 14
                   INITIALIZE WS-WEEK-ENTRY(WS-WEEK-I)
                   MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT +
                      (WS-WEEK-I - 1) * 7) TO WW-START(WS-WEEK-I)
           END-PERFORM.
           PERFORM TOTAL-BOOK-CASH.
           OPEN INPUT PRODUCT-FILE.
           SORT EVENT-SORT-FILE
              ON ASCENDING KEY SR-ID-NUM SR-KIND SR-DATE
              INPUT PROCEDURE IS RELEASE-CUSTOMER-EVENTS
              OUTPUT PROCEDURE IS PROJECT-CUSTOMER-EVENTS.
           CLOSE PRODUCT-FILE.
           PERFORM SCHEDULE-PAYABLES.
           PERFORM LOAD-OPEN-POS.
           PERFORM SCHEDULE-PO-COMMITMENTS.
           PERFORM ROLL-FORWARD-WEEKS.
           PERFORM PRINT-FORECAST.
           MOVE 'MAINCASHFCST' TO WS-SP-PROGRAM.
           MOVE 'cashfcst.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'AS OF ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           IF WS-NEGATIVE-WEEKS IS GREATER THAN ZERO
              DISPLAY 'CASHFCST: ' WS-NEGATIVE-WEEKS
                 ' week(s) projected below zero cash'
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SO-UNKNOWN IS GREATER THAN ZERO
              DISPLAY 'CASHFCST: ' WS-SO-UNKNOWN
                 ' standing order run(s) for a product not on file'
              MOVE 4 TO RETURN-CODE
           END-IF.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-EVENT-COUNT ' customer event(s) '
              'read, ' WS-LINES-WRITTEN ' record(s) written'.
           STOP RUN.

      *    THE OPENING BALANCE IS THE CASH ACCOUNT AS THE GL EXPORT
      *    HAS POSTED IT THROUGH TODAY
       TOTAL-BOOK-CASH.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-JOURNAL-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'CASHFCST: gljournal.dat not found - opening '
                 'cash taken as zero'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ GL-JOURNAL-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF GJ-ACCOUNT IS EQUAL TO '10000CSH' AND
                            GJ-DATE IS NOT GREATER THAN WS-TODAY
                            ADD GJ-DEBIT TO WS-OPENING-CASH
                            SUBTRACT GJ-CREDIT FROM WS-OPENING-CASH
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE GL-JOURNAL-FILE
           END-IF.

      *    EVERY CUSTOMER FACT THE PROJECTION NEEDS GOES THROUGH ONE
      *    SORT SO EACH CUSTOMER'S HISTORY IS KNOWN BEFORE ITS OPEN
      *    ITEMS AND STANDING ORDERS ARE TIMED
       RELEASE-CUSTOMER-EVENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'CASHFCST: aropen.dat not found - no invoices '
                 'have been issued yet'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM RELEASE-ONE-OPEN-ITEM
                      END-READ
              END-PERFORM
              CLOSE AR-OPEN-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYMENT-LOG
           IF WS-PAYLOG-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PAYMENT-LOG INTO WS-PAYMENT-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM RELEASE-ONE-PAYMENT
                      END-READ
              END-PERFORM
              CLOSE PAYMENT-LOG
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-STANDING-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ STANDING-ORDER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         INITIALIZE EVENT-SORT-RECORD
                         MOVE SO-ID-NUM TO SR-ID-NUM
                         MOVE 'S' TO SR-KIND
                         MOVE SO-NEXT-RUN TO SR-DATE
                         MOVE SO-PROD-CODE TO SR-PROD-CODE
                         MOVE SO-QTY TO SR-QTY
                         MOVE SO-FREQ-DAYS TO SR-FREQ-DAYS
                         RELEASE EVENT-SORT-RECORD
                         ADD 1 TO WS-EVENT-COUNT
                      END-READ
              END-PERFORM
              CLOSE STANDING-ORDER-FILE
           END-IF.

      *    AN INVOICE IS HISTORY WHETHER OR NOT IT IS PAID YET; WHAT
      *    IS STILL OPEN ON ANY ITEM IS EITHER A CHARGE TO COLLECT
      *    OR A CREDIT THAT WILL RELIEVE ONE
       RELEASE-ONE-OPEN-ITEM.
           IF AO-ITEM-TYPE IS EQUAL TO 'INV' AND
              AO-AMOUNT IS GREATER THAN ZERO
              INITIALIZE EVENT-SORT-RECORD
              MOVE AO-ID-NUM TO SR-ID-NUM
              MOVE 'I' TO SR-KIND
              MOVE AO-DATE TO SR-DATE
              MOVE AO-AMOUNT TO SR-AMOUNT
              RELEASE EVENT-SORT-RECORD
              ADD 1 TO WS-EVENT-COUNT
           END-IF
           IF AO-STATUS IS EQUAL TO 'O'
              COMPUTE WS-ITEM-RESIDUE = AO-AMOUNT - AO-PAID
              IF WS-ITEM-RESIDUE IS NOT EQUAL TO ZERO
                 INITIALIZE EVENT-SORT-RECORD
                 MOVE AO-ID-NUM TO SR-ID-NUM
                 MOVE AO-DATE TO SR-DATE
                 IF WS-ITEM-RESIDUE IS GREATER THAN ZERO
                    MOVE 'R' TO SR-KIND
                    MOVE WS-ITEM-RESIDUE TO SR-AMOUNT
                    IF AO-DUE-DATE IS NUMERIC AND
                       AO-DUE-DATE IS GREATER THAN ZERO
                       MOVE AO-DUE-DATE TO SR-DUE-DATE
                    ELSE
                       MOVE AO-DATE TO SR-DUE-DATE
                    END-IF
                 ELSE
                    MOVE 'C' TO SR-KIND
                    COMPUTE SR-AMOUNT = 0 - WS-ITEM-RESIDUE
                 END-IF
                 RELEASE EVENT-SORT-RECORD
                 ADD 1 TO WS-EVENT-COUNT
              END-IF
           END-IF.

       RELEASE-ONE-PAYMENT.
           IF WP-REC-TYPE IS EQUAL TO SPACES AND
              WP-DATE IS NUMERIC AND WP-ID-NUM IS NUMERIC
              COMPUTE WS-PAY-AMOUNT = FUNCTION NUMVAL(WP-AMOUNT)
              IF WS-PAY-AMOUNT IS GREATER THAN ZERO
                 INITIALIZE EVENT-SORT-RECORD
                 MOVE WP-ID-NUM TO SR-ID-NUM
                 MOVE 'P' TO SR-KIND
                 MOVE WP-DATE TO SR-DATE
                 MOVE WS-PAY-AMOUNT TO SR-AMOUNT
                 RELEASE EVENT-SORT-RECORD
                 ADD 1 TO WS-EVENT-COUNT
              END-IF
           END-IF.

       PROJECT-CUSTOMER-EVENTS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE ZERO TO WS-CURRENT-ID
           PERFORM START-ONE-CUSTOMER
           PERFORM UNTIL WS-SORT-EOF IS EQUAL TO 'Y'
                   RETURN EVENT-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      IF SR-ID-NUM IS NOT EQUAL TO WS-CURRENT-ID
                         PERFORM END-ONE-CUSTOMER
                         MOVE SR-ID-NUM TO WS-CURRENT-ID
                         PERFORM START-ONE-CUSTOMER
                      END-IF
                      EVALUATE SR-KIND
                      WHEN 'C'
                           ADD SR-AMOUNT TO WS-CREDIT-POOL
                      WHEN 'I'
                           PERFORM QUEUE-ONE-INVOICE
                      WHEN 'P'
                           PERFORM APPLY-ONE-PAYMENT
                      WHEN 'R'
                           PERFORM PROJECT-ONE-CHARGE
                      WHEN 'S'
                           PERFORM PROJECT-ONE-STANDING
                      END-EVALUATE
                   END-RETURN
           END-PERFORM
           PERFORM END-ONE-CUSTOMER.

       START-ONE-CUSTOMER.
           MOVE ZERO TO WS-CREDIT-POOL
           MOVE ZERO TO WS-HIST-AMOUNT WS-HIST-DAY-AMOUNT
           MOVE ZERO TO WS-Q-COUNT
           MOVE 1 TO WS-Q-HEAD
           MOVE 'N' TO WS-ON-HISTORY
           MOVE 'N' TO WS-CUST-PROJECTED.

       END-ONE-CUSTOMER.
           IF WS-CUST-PROJECTED IS EQUAL TO 'Y'
              IF WS-ON-HISTORY IS EQUAL TO 'Y'
                 ADD 1 TO WS-CUST-ON-HISTORY
              ELSE
                 ADD 1 TO WS-CUST-ON-TERMS
              END-IF
           END-IF.

      *    A FULL QUEUE FIRST DROPS THE INVOICES CASH HAS ALREADY
      *    COVERED; ONLY A CUSTOMER WITH THAT MANY UNCOVERED ONES
      *    STOPS THE RUN
       QUEUE-ONE-INVOICE.
           IF WS-Q-COUNT IS EQUAL TO 5000
              PERFORM COMPACT-QUEUE
              IF WS-Q-COUNT IS EQUAL TO 5000
                 DISPLAY 'CASHFCST: invoice queue full for customer '
                    WS-CURRENT-ID ', run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           ADD 1 TO WS-Q-COUNT
           MOVE FUNCTION INTEGER-OF-DATE(SR-DATE)
              TO WQ-DATE-INT(WS-Q-COUNT)
           MOVE SR-AMOUNT TO WQ-AMOUNT(WS-Q-COUNT)
           MOVE SR-AMOUNT TO WQ-LEFT(WS-Q-COUNT).

       COMPACT-QUEUE.
           MOVE ZERO TO WS-Q-J
           PERFORM VARYING WS-Q-I FROM WS-Q-HEAD BY 1
              UNTIL WS-Q-I > WS-Q-COUNT
                   ADD 1 TO WS-Q-J
                   MOVE WS-QUEUE-ENTRY(WS-Q-I)
                      TO WS-QUEUE-ENTRY(WS-Q-J)
           END-PERFORM
           MOVE WS-Q-J TO WS-Q-COUNT
           MOVE 1 TO WS-Q-HEAD.

      *    CASH RELIEVES THE OLDEST UNCOVERED INVOICE FIRST; AN
      *    INVOICE IT FINISHES OFF WITHIN THE LAST YEAR ADDS ITS DAYS
      *    FROM INVOICE TO CASH, WEIGHTED BY ITS AMOUNT. CASH BEYOND
      *    THE LAST INVOICE IS ON ACCOUNT AND TEACHES NOTHING
       APPLY-ONE-PAYMENT.
           MOVE SR-AMOUNT TO WS-PAY-AMOUNT
           MOVE FUNCTION INTEGER-OF-DATE(SR-DATE) TO WS-PAY-INT
           PERFORM UNTIL WS-PAY-AMOUNT IS NOT GREATER THAN ZERO
              OR WS-Q-HEAD IS GREATER THAN WS-Q-COUNT
                   IF WQ-LEFT(WS-Q-HEAD) IS GREATER THAN WS-PAY-AMOUNT
                      SUBTRACT WS-PAY-AMOUNT FROM WQ-LEFT(WS-Q-HEAD)
                      MOVE ZERO TO WS-PAY-AMOUNT
                   ELSE
                      SUBTRACT WQ-LEFT(WS-Q-HEAD) FROM WS-PAY-AMOUNT
                      MOVE ZERO TO WQ-LEFT(WS-Q-HEAD)
                      IF WS-PAY-INT IS NOT LESS THAN
                         WS-HISTORY-FROM-INT
                         COMPUTE WS-PAY-DAYS =
                            WS-PAY-INT - WQ-DATE-INT(WS-Q-HEAD)
                         IF WS-PAY-DAYS IS LESS THAN ZERO
                            MOVE ZERO TO WS-PAY-DAYS
                         END-IF
                         ADD WQ-AMOUNT(WS-Q-HEAD) TO WS-HIST-AMOUNT
                         COMPUTE WS-HIST-DAY-AMOUNT =
                            WS-HIST-DAY-AMOUNT +
                            WQ-AMOUNT(WS-Q-HEAD) * WS-PAY-DAYS
                      END-IF
                      ADD 1 TO WS-Q-HEAD
                   END-IF
           END-PERFORM.

       SET-DAYS-TO-PAY.
           IF WS-HIST-AMOUNT IS GREATER THAN ZERO
              MOVE 'Y' TO WS-ON-HISTORY
              COMPUTE WS-AVG-DAYS ROUNDED =
                 WS-HIST-DAY-AMOUNT / WS-HIST-AMOUNT
                 ON SIZE ERROR
                    MOVE 999 TO WS-AVG-DAYS
              END-COMPUTE
           ELSE
              MOVE 'N' TO WS-ON-HISTORY
           END-IF
           MOVE 'Y' TO WS-CUST-PROJECTED.

      *    OPEN CHARGES ARRIVE OLDEST FIRST, SO THE CREDIT POOL
      *    RELIEVES THEM IN THE SAME ORDER THE AGING USES
       PROJECT-ONE-CHARGE.
           PERFORM SET-DAYS-TO-PAY
           MOVE SR-AMOUNT TO WS-BK-AMOUNT
           IF WS-CREDIT-POOL IS NOT LESS THAN WS-BK-AMOUNT
              SUBTRACT WS-BK-AMOUNT FROM WS-CREDIT-POOL
              MOVE ZERO TO WS-BK-AMOUNT
           ELSE
              SUBTRACT WS-CREDIT-POOL FROM WS-BK-AMOUNT
              MOVE ZERO TO WS-CREDIT-POOL
           END-IF
           IF WS-BK-AMOUNT IS GREATER THAN ZERO
              IF WS-ON-HISTORY IS EQUAL TO 'Y'
                 COMPUTE WS-BK-INT =
                    FUNCTION INTEGER-OF-DATE(SR-DATE) + WS-AVG-DAYS
              ELSE
                 COMPUTE WS-BK-INT =
                    FUNCTION INTEGER-OF-DATE(SR-DUE-DATE)
              END-IF
              MOVE 'A' TO WS-BK-KIND
              PERFORM ADD-TO-WEEK
           END-IF.

      *    EVERY RUN OF THE STANDING ORDER UP TO THE END OF WEEK 13
      *    BILLS AT TODAY'S PRICE; A RUN ALREADY OVERDUE GOES OUT
      *    WITH TODAY'S STANDING RUN. A ZERO FREQUENCY RUNS ONCE
       PROJECT-ONE-STANDING.
           PERFORM SET-DAYS-TO-PAY
           MOVE SR-PROD-CODE TO PROD-CODE
           MOVE 'Y' TO WS-EXISTS
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-EXISTS
           END-READ
           IF WS-EXISTS IS EQUAL TO 'N'
              ADD 1 TO WS-SO-UNKNOWN
           ELSE
              COMPUTE WS-RUN-AMOUNT = SR-QTY * UNIT-PRICE
              IF SR-DATE IS NUMERIC AND SR-DATE IS GREATER THAN ZERO
                 MOVE FUNCTION INTEGER-OF-DATE(SR-DATE) TO WS-RUN-INT
              ELSE
                 MOVE WS-TODAY-INT TO WS-RUN-INT
              END-IF
              IF WS-RUN-INT IS LESS THAN WS-TODAY-INT
                 MOVE WS-TODAY-INT TO WS-RUN-INT
              END-IF
              PERFORM UNTIL WS-RUN-INT IS GREATER THAN WS-HORIZON-INT
                      PERFORM PROJECT-ONE-RUN
                      IF SR-FREQ-DAYS IS GREATER THAN ZERO
                         ADD SR-FREQ-DAYS TO WS-RUN-INT
                      ELSE
                         MOVE 99999999 TO WS-RUN-INT
                      END-IF
              END-PERFORM
           END-IF.

       PROJECT-ONE-RUN.
           ADD 1 TO WS-SO-RUNS
           IF WS-ON-HISTORY IS EQUAL TO 'Y'
              COMPUTE WS-BK-INT = WS-RUN-INT + WS-AVG-DAYS
           ELSE
              MOVE FUNCTION DATE-OF-INTEGER(WS-RUN-INT)
                 TO WS-RUN-DATE
              CALL 'CUSTTERMS' USING
                 BY REFERENCE WS-CURRENT-ID,
                 BY REFERENCE WS-RUN-DATE,
                 BY REFERENCE WS-TERMS-CODE,
                 BY REFERENCE WS-DUE-DATE,
                 BY REFERENCE WS-DISC-DATE,
                 BY REFERENCE WS-DISC-PCT
              END-CALL
              MOVE FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) TO WS-BK-INT
           END-IF
           MOVE WS-RUN-AMOUNT TO WS-BK-AMOUNT
           MOVE 'S' TO WS-BK-KIND
           PERFORM ADD-TO-WEEK.

      *    WEEK 1 TAKES EVERYTHING UP TO SIX DAYS FROM TODAY,
      *    INCLUDING WHATEVER IS ALREADY LATE; ROW 14 IS LATER
       ADD-TO-WEEK.
           IF WS-BK-INT IS LESS THAN WS-TODAY-INT
              MOVE 1 TO WS-WEEK-I
           ELSE
              IF WS-BK-INT IS GREATER THAN WS-HORIZON-INT
                 MOVE 14 TO WS-WEEK-I
              ELSE
                 COMPUTE WS-WEEK-I =
                    (WS-BK-INT - WS-TODAY-INT) / 7 + 1
              END-IF
           END-IF
           EVALUATE WS-BK-KIND
           WHEN 'A'
                ADD WS-BK-AMOUNT TO WW-AR-IN(WS-WEEK-I)
           WHEN 'S'
                ADD WS-BK-AMOUNT TO WW-SO-IN(WS-WEEK-I)
           WHEN 'P'
                ADD WS-BK-AMOUNT TO WW-AP-OUT(WS-WEEK-I)
           WHEN 'O'
                ADD WS-BK-AMOUNT TO WW-PO-OUT(WS-WEEK-I)
           END-EVALUATE.

      *    WHAT IS STILL OWED ON EACH OPEN BILL GOES OUT ON ITS DUE
      *    DATE; A DEBIT BALANCE THE VENDOR OWES US IS LEFT OUT
       SCHEDULE-PAYABLES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AP-OPEN-FILE
           IF WS-APOPEN-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AP-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM SCHEDULE-ONE-PAYABLE
                      END-READ
              END-PERFORM
              CLOSE AP-OPEN-FILE
           END-IF.

       SCHEDULE-ONE-PAYABLE.
           IF AP-STATUS IS EQUAL TO 'O'
              COMPUTE WS-ITEM-RESIDUE = AP-AMOUNT - AP-PAID
              IF WS-ITEM-RESIDUE IS GREATER THAN ZERO
                 ADD 1 TO WS-AP-ITEMS
                 IF AP-DUE-DATE IS NUMERIC AND
                    AP-DUE-DATE IS GREATER THAN ZERO
                    MOVE AP-DUE-DATE TO WS-BK-DATE
                 ELSE
                    MOVE AP-INV-DATE TO WS-BK-DATE
                 END-IF
                 MOVE FUNCTION INTEGER-OF-DATE(WS-BK-DATE)
                    TO WS-BK-INT
                 MOVE WS-ITEM-RESIDUE TO WS-BK-AMOUNT
                 MOVE 'P' TO WS-BK-KIND
                 PERFORM ADD-TO-WEEK
              END-IF
           END-IF.

       LOAD-OPEN-POS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-HEADER-FILE
           IF WS-POHDR-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PH-STATUS IS EQUAL TO 'O' OR
                            PH-STATUS IS EQUAL TO 'P' OR
                            PH-STATUS IS EQUAL TO 'D'
                            IF WS-PO-COUNT IS EQUAL TO 2000
                               DISPLAY 'CASHFCST: open PO table '
                                  'full, run aborted'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-PO-COUNT
                            MOVE PH-PO-NUM TO WPO-PO-NUM(WS-PO-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PO-HEADER-FILE
           END-IF.

       SCHEDULE-PO-COMMITMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-ITEM-FILE
           IF WS-POITM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PI-QTY-EXPECTED IS GREATER THAN
                            PI-QTY-RECEIVED
                            PERFORM SCHEDULE-ONE-PO-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PO-ITEM-FILE
           END-IF.

       SCHEDULE-ONE-PO-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PO-I FROM 1 BY 1
              UNTIL WS-PO-I > WS-PO-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                   IF WPO-PO-NUM(WS-PO-I) IS EQUAL TO PI-PO-NUM
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              ADD 1 TO WS-PO-LINES
              COMPUTE WS-OPEN-QTY = PI-QTY-EXPECTED - PI-QTY-RECEIVED
              COMPUTE WS-BK-AMOUNT = WS-OPEN-QTY * PI-UNIT-COST
              IF PI-DUE-DATE IS NUMERIC AND
                 PI-DUE-DATE IS GREATER THAN ZERO
                 MOVE FUNCTION INTEGER-OF-DATE(PI-DUE-DATE)
                    TO WS-BK-INT
              ELSE
                 MOVE WS-TODAY-INT TO WS-BK-INT
              END-IF
              MOVE 'O' TO WS-BK-KIND
              PERFORM ADD-TO-WEEK
           END-IF.

      *    EACH WEEK OPENS ON THE PREVIOUS WEEK'S CLOSE; THE LATER
      *    ROW IS TOTALLED ON ITS OWN
       ROLL-FORWARD-WEEKS.
           PERFORM VARYING WS-WEEK-I FROM 1 BY 1
              UNTIL WS-WEEK-I > 14
                   IF WS-WEEK-I IS EQUAL TO 1
                      MOVE WS-OPENING-CASH TO WW-OPENING(1)
                   ELSE
                      IF WS-WEEK-I IS LESS THAN 14
                         MOVE WW-CLOSING(WS-WEEK-I - 1)
                            TO WW-OPENING(WS-WEEK-I)
                      END-IF
                   END-IF
                   COMPUTE WW-NET(WS-WEEK-I) =
                      WW-AR-IN(WS-WEEK-I) + WW-SO-IN(WS-WEEK-I)
                      - WW-AP-OUT(WS-WEEK-I) - WW-PO-OUT(WS-WEEK-I)
                   COMPUTE WW-CLOSING(WS-WEEK-I) =
                      WW-OPENING(WS-WEEK-I) + WW-NET(WS-WEEK-I)
                   IF WS-WEEK-I IS LESS THAN 14
                      ADD WW-AR-IN(WS-WEEK-I) TO WT-AR-IN
                      ADD WW-SO-IN(WS-WEEK-I) TO WT-SO-IN
                      ADD WW-AP-OUT(WS-WEEK-I) TO WT-AP-OUT
                      ADD WW-PO-OUT(WS-WEEK-I) TO WT-PO-OUT
                      ADD WW-NET(WS-WEEK-I) TO WT-NET
                      IF WW-CLOSING(WS-WEEK-I) IS LESS THAN ZERO
                         ADD 1 TO WS-NEGATIVE-WEEKS
                      END-IF
                   END-IF
           END-PERFORM.

       PRINT-FORECAST.
           OPEN OUTPUT FORECAST-REPORT
           MOVE WS-TODAY TO RH-DATE OF RH-DATE-PART
           WRITE PRINT-LINE FROM REPORT-HEADING
           MOVE WS-OPENING-CASH TO OCL-AMOUNT
           WRITE PRINT-LINE FROM OPENING-CASH-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADS
           PERFORM VARYING WS-WEEK-I FROM 1 BY 1
              UNTIL WS-WEEK-I > 13
                   MOVE WS-WEEK-I TO WDL-WEEK
                   MOVE WW-START(WS-WEEK-I) TO WDL-START
                   MOVE WW-OPENING(WS-WEEK-I) TO WDL-OPENING
                   MOVE WW-AR-IN(WS-WEEK-I) TO WDL-AR-IN
                   MOVE WW-SO-IN(WS-WEEK-I) TO WDL-SO-IN
                   MOVE WW-AP-OUT(WS-WEEK-I) TO WDL-AP-OUT
                   MOVE WW-PO-OUT(WS-WEEK-I) TO WDL-PO-OUT
                   MOVE WW-NET(WS-WEEK-I) TO WDL-NET
                   MOVE WW-CLOSING(WS-WEEK-I) TO WDL-CLOSING
                   IF WW-CLOSING(WS-WEEK-I) IS LESS THAN ZERO
                      MOVE '** NEGATIVE **' TO WDL-FLAG
                   ELSE
                      MOVE SPACES TO WDL-FLAG
                   END-IF
                   WRITE PRINT-LINE FROM WEEK-DETAIL-LINE
                   ADD 1 TO WS-LINES-WRITTEN
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE '13-WEEK TOTAL' TO SML-LABEL
           MOVE WT-AR-IN TO SML-AR-IN
           MOVE WT-SO-IN TO SML-SO-IN
           MOVE WT-AP-OUT TO SML-AP-OUT
           MOVE WT-PO-OUT TO SML-PO-OUT
           MOVE WT-NET TO SML-NET
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE FUNCTION DATE-OF-INTEGER(WS-HORIZON-INT)
              TO WS-RUN-DATE
           MOVE SPACES TO SML-LABEL
           STRING 'LATER (AFTER ' WS-RUN-DATE ')' DELIMITED BY SIZE
              INTO SML-LABEL
           MOVE WW-AR-IN(14) TO SML-AR-IN
           MOVE WW-SO-IN(14) TO SML-SO-IN
           MOVE WW-AP-OUT(14) TO SML-AP-OUT
           MOVE WW-PO-OUT(14) TO SML-PO-OUT
           MOVE WW-NET(14) TO SML-NET
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-NEGATIVE-WEEKS IS GREATER THAN ZERO
              MOVE WS-NEGATIVE-WEEKS TO NGL-WEEKS
              WRITE PRINT-LINE FROM NEGATIVE-LINE
           END-IF
           MOVE WS-CUST-ON-HISTORY TO NTL-HISTORY
           MOVE WS-CUST-ON-TERMS TO NTL-TERMS
           WRITE PRINT-LINE FROM NOTE-LINE
           MOVE WS-SO-RUNS TO NTL-SO-RUNS
           MOVE WS-SO-UNKNOWN TO NTL-SO-UNKNOWN
           WRITE PRINT-LINE FROM NOTE-LINE-2
           MOVE WS-AP-ITEMS TO NTL-AP-ITEMS
           MOVE WS-PO-LINES TO NTL-PO-LINES
           WRITE PRINT-LINE FROM NOTE-LINE-3
           CLOSE FORECAST-REPORT.
