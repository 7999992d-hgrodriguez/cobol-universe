       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAININTEGRITY.

      *    NIGHTLY REFERENTIAL INTEGRITY SWEEP: DELETES, MERGES,
      *    ARCHIVES AND ANONYMIZATION RUNS CAN LEAVE ROWS POINTING AT
      *    A PARENT THAT IS NO LONGER THERE. EVERY MASTER AND
      *    TRANSACTION FILE THAT CARRIES A FOREIGN KEY IS WALKED AND
      *    EACH KEY IS LOOKED UP ON ITS PARENT - CUSTOMERS ON
      *    customers.txt, PRODUCTS ON product.dat (OR chargecd.dat FOR
      *    AN ORDER-LEVEL CHARGE LINE), ORDERS ON orderhdr.dat, PURCHASE
      *    ORDERS ON pohdr.dat AND VENDORS ON vendor.dat. EVERY ORPHAN
      *    IS LISTED ON integrity.rpt UNDER ITS RELATIONSHIP, FOLLOWED
      *    BY THE CHECKED AND ORPHAN COUNTS PER RELATIONSHIP. RUNS IN
      *    THE NIGHTLY STREAM AHEAD OF THE SNAPSHOT; ANY ORPHAN ENDS
      *    THE RUN WITH RETURN CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM
              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE
              FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO 'arbal.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS AR-ID-NUM
              FILE STATUS IS WS-ARBAL-STATUS.
           SELECT ORDER-HEADER-FILE ASSIGN TO 'orderhdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT ORDER-ITEM-FILE ASSIGN TO 'orderitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT ORDER-LOG ASSIGN TO 'order.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO 'shipto.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO 'contract.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'standord.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT BACKORDER-FILE ASSIGN TO 'backorder.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT LOT-FILE ASSIGN TO 'lots.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT LOCATION-STOCK-FILE ASSIGN TO 'locstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'ardispute.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'custprof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT TAX-EXEMPT-FILE ASSIGN TO 'taxexempt.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT CUSTOMER-NOTE-FILE ASSIGN TO 'custnote.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT CREDIT-HOLD-FILE ASSIGN TO 'credithold.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT RMA-FILE ASSIGN TO 'rma.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT PO-HEADER-FILE ASSIGN TO 'pohdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT PO-ITEM-FILE ASSIGN TO 'poitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT VENDOR-FILE ASSIGN TO 'vendor.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT AP-OPEN-FILE ASSIGN TO 'apopen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT CHARGE-CODE-FILE ASSIGN TO 'chargecd.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHILD-STATUS.
           SELECT INTEGRITY-REPORT ASSIGN TO 'integrity.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       01 CUSTOMER-DATA.
          02 ID-NUM        PIC 9(5).
          02 FIRST-NAME    PIC X(15).
          02 LAST-NAME     PIC X(15).
          02 STATUS-CODE   PIC X.
             88 CUST-ACTIVE             VALUE 'A'.
             88 CUST-INACTIVE           VALUE 'I'.
          COPY CUSTOMER-CONTACT.
      *       HIGHEST OPEN BALANCE THE CUSTOMER MAY CARRY - ZERO
      *       MEANS A CASH-ONLY ACCOUNT
          02 CREDIT-LIMIT  PIC 9(7)V99.
      *       DATE+TIME OF THE LAST REWRITE - CHECKED SO TWO
      *       OPERATORS CANNOT SILENTLY CLOBBER EACH OTHER'S CHANGE
          02 UPDATE-STAMP  PIC 9(14).

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD AR-BALANCE-FILE.
       01 AR-BALANCE-DATA.
          02 AR-ID-NUM         PIC 9(5).
          02 AR-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD ORDER-HEADER-FILE.
       01 ORDER-HEADER.
          02 OH-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 OH-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 OH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 OH-STATUS         PIC X.
      *       SHIP-TO, SHIP-FROM, OPERATOR AND ENTRY TIME - NOT USED
      *       HERE
          02 FILLER            PIC X(26).

       FD ORDER-ITEM-FILE.
       01 ORDER-ITEM.
          02 OI-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 OI-LINE-NUM       PIC 9(3).
          02 FILLER            PIC X.
          02 OI-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 OI-QTY-ORDERED    PIC 9(5).
          02 FILLER            PIC X.
          02 OI-LINE-TOTAL     PIC X(9).
      *       SUBSTITUTE, PROMOTION, CUSTOMER PART AND UNIT FIELDS -
      *       NOT USED HERE
          02 FILLER            PIC X(58).

       FD ORDER-LOG.
       01 ORDER-DETAIL.
          COPY ORDER-DETAIL.

       FD SHIP-TO-FILE.
       01 SHIP-TO-DATA.
          02 ST-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 ST-CODE           PIC X(4).

       FD CONTRACT-FILE.
       01 CONTRACT-DATA.
          02 CT-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 CT-PROD-CODE      PIC X(10).

       FD STANDING-ORDER-FILE.
       01 STANDING-ORDER-DATA.
          02 SO-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 SO-PROD-CODE      PIC X(10).

       FD BACKORDER-FILE.
       01 BACKORDER-DATA.
          02 BO-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 BO-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 BO-PROD-CODE      PIC X(10).

       FD LOT-FILE.
       01 LOT-DATA.
          02 LT-PROD-CODE      PIC X(10).

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-DATA.
          02 LS-PROD-CODE      PIC X(10).

       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          COPY AR-OPEN-ITEM.

       FD DISPUTE-FILE.
       01 DISPUTE-DATA.
          COPY AR-DISPUTE.

       FD PROFILE-FILE.
       01 PROFILE-DATA.
          COPY CUSTOMER-PROFILE.

       FD TAX-EXEMPT-FILE.
       01 TAX-EXEMPT-DATA.
          02 TE-ID-NUM         PIC 9(5).

       FD CUSTOMER-NOTE-FILE.
       01 CUSTOMER-NOTE-DATA.
          02 CN-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 CN-TIME           PIC 9(6).
          02 FILLER            PIC X.
          02 CN-ID-NUM         PIC 9(5).

       FD CREDIT-HOLD-FILE.
       01 CREDIT-HOLD-DATA.
          02 CH-ID-NUM         PIC 9(5).

       FD RMA-FILE.
       01 RMA-DATA.
          02 RM-RMA-NUM        PIC 9(6).
          02 FILLER            PIC X.
          02 RM-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 RM-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 RM-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 RM-PROD-CODE      PIC X(10).
      *       QUANTITIES, STATUS, OPERATOR AND ENTRY TIME - NOT USED
      *       HERE
          02 FILLER            PIC X(30).

       FD PO-HEADER-FILE.
       01 PO-HEADER.
          02 PH-PO-NUM         PIC 9(6).
          02 FILLER            PIC X.
          02 PH-VENDOR-CODE    PIC X(6).
      *       DATE AND STATUS - NOT USED HERE
          02 FILLER            PIC X(11).

       FD PO-ITEM-FILE.
       01 PO-ITEM.
          02 PI-PO-NUM         PIC 9(6).
          02 FILLER            PIC X.
          02 PI-LINE-NUM       PIC 9(3).
          02 FILLER            PIC X.
          02 PI-PROD-CODE      PIC X(10).
      *       QUANTITIES, COST, DUE DATE AND UNIT FIELDS - NOT USED
      *       HERE
          02 FILLER            PIC X(36).

       FD VENDOR-FILE.
       01 VENDOR-DATA.
          02 VN-CODE           PIC X(6).

       FD AP-OPEN-FILE.
       01 AP-OPEN-DATA.
          COPY AP-OPEN-ITEM.

       FD CHARGE-CODE-FILE.
       01 CHARGE-CODE-DATA.
          02 CG-CODE           PIC X(4).

       FD INTEGRITY-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS   PIC XX.
       01 WS-PRODUCT-STATUS    PIC XX.
       01 WS-ARBAL-STATUS      PIC XX.
       01 WS-CHILD-STATUS      PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
      *    A PARENT MASTER THAT WILL NOT OPEN HOLDS NO KEYS - EVERY
      *    REFERENCE TO IT IS THEN AN ORPHAN
       01 WS-CUSTOMERS-OPEN    PIC X     VALUE 'N'.
       01 WS-PRODUCTS-OPEN     PIC X     VALUE 'N'.
      *    THE KEY UNDER TEST AND THE ANSWER FROM ITS PARENT
       01 WS-CHECK-ID          PIC 9(5).
       01 WS-CHECK-CODE        PIC X(10).
       01 WS-CHECK-NUM         PIC 9(6).
       01 WS-CHECK-VENDOR      PIC X(6).
       01 WS-PARENT-FOUND      PIC X.
       01 WS-KEY-TEXT          PIC X(10).
       01 WS-ORPHAN-TOTAL      PIC 9(7)  VALUE ZERO.
       01 WS-CHECKED-TOTAL     PIC 9(8)  VALUE ZERO.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    EVERY RELATIONSHIP THE SWEEP TESTS: CHILD FILE, THE KEY IT
      *    CARRIES AND THE PARENT FILE THE KEY MUST BE FOUND ON. THE
      *    WS-REL- NUMBERS BELOW ARE SUBSCRIPTS INTO THIS LIST.
       01 WS-REL-VALUES.
          02 FILLER             PIC X(37) VALUE
             'orderitm.dat  ORDER    orderhdr.dat  '.
          02 FILLER             PIC X(37) VALUE
             'orderitm.dat  PRODUCT  product.dat   '.
          02 FILLER             PIC X(37) VALUE
             'orderhdr.dat  CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'order.dat     CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'order.dat     PRODUCT  product.dat   '.
          02 FILLER             PIC X(37) VALUE
             'shipto.dat    CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'contract.dat  CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'contract.dat  PRODUCT  product.dat   '.
          02 FILLER             PIC X(37) VALUE
             'standord.dat  CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'standord.dat  PRODUCT  product.dat   '.
          02 FILLER             PIC X(37) VALUE
             'backorder.dat CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'backorder.dat PRODUCT  product.dat   '.
          02 FILLER             PIC X(37) VALUE
             'lots.dat      PRODUCT  product.dat   '.
          02 FILLER             PIC X(37) VALUE
             'locstock.dat  PRODUCT  product.dat   '.
          02 FILLER             PIC X(37) VALUE
             'aropen.dat    CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'arbal.dat     CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'ardispute.dat CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'custprof.dat  CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'taxexempt.dat CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'custnote.dat  CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'credithold.datCUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'rma.dat       CUSTOMER customers.txt '.
          02 FILLER             PIC X(37) VALUE
             'rma.dat       PRODUCT  product.dat   '.
          02 FILLER             PIC X(37) VALUE
             'poitm.dat     PO       pohdr.dat     '.
          02 FILLER             PIC X(37) VALUE
             'poitm.dat     PRODUCT  product.dat   '.
          02 FILLER             PIC X(37) VALUE
             'pohdr.dat     VENDOR   vendor.dat    '.
          02 FILLER             PIC X(37) VALUE
             'apopen.dat    VENDOR   vendor.dat    '.
          02 FILLER             PIC X(37) VALUE
             'apopen.dat    PO       pohdr.dat     '.
       01 WS-REL-TABLE REDEFINES WS-REL-VALUES.
          02 WS-REL-ENTRY OCCURS 28 TIMES.
             03 WR-CHILD-FILE         PIC X(14).
             03 WR-KEY-NAME           PIC X(9).
             03 WR-PARENT-FILE        PIC X(14).
       01 WS-REL-COUNTS.
          02 WS-REL-COUNT-ENTRY OCCURS 28 TIMES.
             03 WR-CHECKED            PIC 9(7).
             03 WR-ORPHANS            PIC 9(7).
       01 WS-REL-I             PIC 99.
       01 WS-REL-MAX           PIC 99    VALUE 28.
       01 WS-REL-ITEM-ORDER    PIC 99    VALUE 1.
       01 WS-REL-ITEM-PRODUCT  PIC 99    VALUE 2.
       01 WS-REL-HDR-CUSTOMER  PIC 99    VALUE 3.
       01 WS-REL-LOG-CUSTOMER  PIC 99    VALUE 4.
       01 WS-REL-LOG-PRODUCT   PIC 99    VALUE 5.
       01 WS-REL-SHIPTO        PIC 99    VALUE 6.
       01 WS-REL-CONTR-CUST    PIC 99    VALUE 7.
       01 WS-REL-CONTR-PROD    PIC 99    VALUE 8.
       01 WS-REL-STAND-CUST    PIC 99    VALUE 9.
       01 WS-REL-STAND-PROD    PIC 99    VALUE 10.
       01 WS-REL-BACK-CUST     PIC 99    VALUE 11.
       01 WS-REL-BACK-PROD     PIC 99    VALUE 12.
       01 WS-REL-LOT           PIC 99    VALUE 13.
       01 WS-REL-LOCSTOCK      PIC 99    VALUE 14.
       01 WS-REL-AROPEN        PIC 99    VALUE 15.
       01 WS-REL-ARBAL         PIC 99    VALUE 16.
       01 WS-REL-DISPUTE       PIC 99    VALUE 17.
       01 WS-REL-PROFILE       PIC 99    VALUE 18.
       01 WS-REL-TAXEXEMPT     PIC 99    VALUE 19.
       01 WS-REL-NOTE          PIC 99    VALUE 20.
       01 WS-REL-CREDITHOLD    PIC 99    VALUE 21.
       01 WS-REL-RMA-CUST      PIC 99    VALUE 22.
       01 WS-REL-RMA-PROD      PIC 99    VALUE 23.
       01 WS-REL-POITM-PO      PIC 99    VALUE 24.
       01 WS-REL-POITM-PROD    PIC 99    VALUE 25.
       01 WS-REL-POHDR-VENDOR  PIC 99    VALUE 26.
       01 WS-REL-APOPEN-VENDOR PIC 99    VALUE 27.
       01 WS-REL-APOPEN-PO     PIC 99    VALUE 28.

      *    KEYS OF THE SEQUENTIAL PARENT FILES, HELD FOR LOOKUP
       01 WS-ORDER-COUNT       PIC 9(5)  VALUE ZERO.
       01 WS-ORDER-TABLE.
          02 WS-ORDER-ENTRY OCCURS 1 TO 20000 TIMES
             DEPENDING ON WS-ORDER-COUNT.
             03 WO-ORDER-NUM          PIC 9(6).
       01 WS-ORDER-I           PIC 9(5).
       01 WS-PO-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-PO-TABLE.
          02 WS-PO-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PO-COUNT.
             03 WPO-PO-NUM            PIC 9(6).
       01 WS-PO-I              PIC 9(4).
       01 WS-VENDOR-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-VENDOR-TABLE.
          02 WS-VENDOR-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-VENDOR-COUNT.
             03 WV-CODE               PIC X(6).
       01 WS-VENDOR-I          PIC 9(4).
       01 WS-CHARGE-COUNT      PIC 9(3)  VALUE ZERO.
       01 WS-CHARGE-TABLE.
          02 WS-CHARGE-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-CHARGE-COUNT.
             03 WCG-CODE              PIC X(4).
       01 WS-CHARGE-I          PIC 9(3).

       01 REPORT-HEADING.
          02 FILLER             PIC X(34) VALUE
             'REFERENTIAL INTEGRITY SWEEP AS AT '.
          02 RH-DATE            PIC 9(8).
       01 ORPHAN-HEADS.
          02 FILLER             PIC X(16) VALUE 'CHILD FILE'.
          02 FILLER             PIC X(10) VALUE 'KEY'.
          02 FILLER             PIC X(12) VALUE 'VALUE'.
          02 FILLER             PIC X(20) VALUE 'MISSING FROM'.
       01 ORPHAN-DETAIL-LINE.
          02 ODL-CHILD-FILE     PIC X(14).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 ODL-KEY-NAME       PIC X(9).
          02 FILLER             PIC X     VALUE SPACE.
          02 ODL-KEY-VALUE      PIC X(10).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 ODL-PARENT-FILE    PIC X(14).
       01 NO-ORPHAN-LINE        PIC X(50) VALUE
             'NO ORPHANS - EVERY KEY FOUND ITS PARENT'.
       01 SUMMARY-HEADING       PIC X(40) VALUE
             'COUNTS PER RELATIONSHIP'.
       01 SUMMARY-HEADS.
          02 FILLER             PIC X(16) VALUE 'CHILD FILE'.
          02 FILLER             PIC X(10) VALUE 'KEY'.
          02 FILLER             PIC X(16) VALUE 'PARENT FILE'.
          02 FILLER             PIC X(10) VALUE '   CHECKED'.
          02 FILLER             PIC X(10) VALUE '   ORPHANS'.
       01 SUMMARY-DETAIL-LINE.
          02 SDL-CHILD-FILE     PIC X(14).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 SDL-KEY-NAME       PIC X(9).
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-PARENT-FILE    PIC X(14).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 SDL-CHECKED        PIC Z,ZZZ,ZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-ORPHANS        PIC Z,ZZZ,ZZ9.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-CHECKED         PIC ZZ,ZZZ,ZZ9.
          02 FILLER             PIC X(17) VALUE ' KEY(S) CHECKED, '.
          02 RF-ORPHANS         PIC Z,ZZZ,ZZ9.
          02 FILLER             PIC X(10) VALUE ' ORPHAN(S)'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM VARYING WS-REL-I FROM 1 BY 1
              UNTIL WS-REL-I > WS-REL-MAX
                   MOVE ZERO TO WR-CHECKED(WS-REL-I)
                   MOVE ZERO TO WR-ORPHANS(WS-REL-I)
           END-PERFORM.
           PERFORM LOAD-ORDER-KEYS.
           PERFORM LOAD-PO-KEYS.
           PERFORM LOAD-VENDOR-KEYS.
           PERFORM LOAD-CHARGE-KEYS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS IS EQUAL TO '00'
              MOVE 'Y' TO WS-CUSTOMERS-OPEN
           ELSE
              DISPLAY 'INTEG: customers.txt not found - every '
                 'customer key is an orphan'
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           IF WS-PRODUCT-STATUS IS EQUAL TO '00'
              MOVE 'Y' TO WS-PRODUCTS-OPEN
           ELSE
              DISPLAY 'INTEG: product.dat not found - every '
                 'product key is an orphan'
           END-IF.
           OPEN OUTPUT INTEGRITY-REPORT.
           MOVE WS-TODAY TO RH-DATE.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM ORPHAN-HEADS.
           PERFORM CHECK-ORDER-ITEMS.
           PERFORM CHECK-ORDER-HEADERS.
           PERFORM CHECK-ORDER-LOG.
           PERFORM CHECK-SHIP-TOS.
           PERFORM CHECK-CONTRACTS.
           PERFORM CHECK-STANDING-ORDERS.
           PERFORM CHECK-BACKORDERS.
           PERFORM CHECK-LOTS.
           PERFORM CHECK-LOCATION-STOCK.
           PERFORM CHECK-AR-OPEN-ITEMS.
           PERFORM CHECK-AR-BALANCES.
           PERFORM CHECK-DISPUTES.
           PERFORM CHECK-PROFILES.
           PERFORM CHECK-TAX-EXEMPTIONS.
           PERFORM CHECK-CUSTOMER-NOTES.
           PERFORM CHECK-CREDIT-HOLDS.
           PERFORM CHECK-RMAS.
           PERFORM CHECK-PO-ITEMS.
           PERFORM CHECK-PO-HEADERS.
           PERFORM CHECK-AP-OPEN-ITEMS.
           IF WS-CUSTOMERS-OPEN IS EQUAL TO 'Y'
              CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-PRODUCTS-OPEN IS EQUAL TO 'Y'
              CLOSE PRODUCT-FILE
           END-IF.
           IF WS-ORPHAN-TOTAL IS EQUAL TO ZERO
              WRITE PRINT-LINE FROM NO-ORPHAN-LINE
           END-IF.
           PERFORM PRINT-RELATIONSHIP-COUNTS.
           CLOSE INTEGRITY-REPORT.
           MOVE 'MAININTEGRTY' TO WS-SP-PROGRAM.
           MOVE 'integrity.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'AS AT ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'INTEG: ' WS-CHECKED-TOTAL ' key(s) checked, '
              WS-ORPHAN-TOTAL ' orphan(s) on integrity.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE - 0 CLEAN,
      *    4 ORPHANS FOUND
           DISPLAY 'END OF RUN: ' WS-CHECKED-TOTAL ' checked, '
              WS-ORPHAN-TOTAL ' orphan(s)'.
           IF WS-ORPHAN-TOTAL IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    -------- PARENT KEY TABLES --------
       LOAD-ORDER-KEYS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-HEADER-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-ORDER-COUNT IS EQUAL TO 20000
                            DISPLAY 'INTEG: order table full, run '
                               'aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-ORDER-COUNT
                         MOVE OH-ORDER-NUM TO
                            WO-ORDER-NUM(WS-ORDER-COUNT)
                      END-READ
              END-PERFORM
              CLOSE ORDER-HEADER-FILE
           END-IF.

       LOAD-PO-KEYS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-HEADER-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-PO-COUNT IS EQUAL TO 5000
                            DISPLAY 'INTEG: PO table full, run '
                               'aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-PO-COUNT
                         MOVE PH-PO-NUM TO WPO-PO-NUM(WS-PO-COUNT)
                      END-READ
              END-PERFORM
              CLOSE PO-HEADER-FILE
           END-IF.

       LOAD-VENDOR-KEYS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT VENDOR-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ VENDOR-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-VENDOR-COUNT IS EQUAL TO 2000
                            DISPLAY 'INTEG: vendor table full, run '
                               'aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-VENDOR-COUNT
                         MOVE VN-CODE TO WV-CODE(WS-VENDOR-COUNT)
                      END-READ
              END-PERFORM
              CLOSE VENDOR-FILE
           END-IF.

       LOAD-CHARGE-KEYS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CHARGE-CODE-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CHARGE-CODE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-CHARGE-COUNT IS LESS THAN 200
                            ADD 1 TO WS-CHARGE-COUNT
                            MOVE CG-CODE TO WCG-CODE(WS-CHARGE-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CHARGE-CODE-FILE
           END-IF.

      *    -------- PARENT LOOKUPS --------
      *    EACH SETS WS-PARENT-FOUND AND THE KEY TEXT TO PRINT
       TEST-CUSTOMER-KEY.
           MOVE 'N' TO WS-PARENT-FOUND
           MOVE WS-CHECK-ID TO WS-KEY-TEXT
           IF WS-CUSTOMERS-OPEN IS EQUAL TO 'Y'
              MOVE 'Y' TO WS-PARENT-FOUND
              MOVE WS-CHECK-ID TO ID-NUM
              READ CUSTOMER-FILE
              INVALID KEY
                      MOVE 'N' TO WS-PARENT-FOUND
              END-READ
           END-IF.

       TEST-PRODUCT-KEY.
           MOVE 'N' TO WS-PARENT-FOUND
           MOVE WS-CHECK-CODE TO WS-KEY-TEXT
           IF WS-PRODUCTS-OPEN IS EQUAL TO 'Y'
              MOVE 'Y' TO WS-PARENT-FOUND
              MOVE WS-CHECK-CODE TO PROD-CODE
              READ PRODUCT-FILE
              INVALID KEY
                      MOVE 'N' TO WS-PARENT-FOUND
              END-READ
           END-IF.

      *    AN ORDER-LEVEL CHARGE LINE CARRIES A chargecd.dat CODE
      *    WHERE THE PRODUCT CODE WOULD BE
       TEST-CHARGE-KEY.
           MOVE 'N' TO WS-PARENT-FOUND
           MOVE WS-CHECK-CODE TO WS-KEY-TEXT
           PERFORM VARYING WS-CHARGE-I FROM 1 BY 1
              UNTIL WS-CHARGE-I > WS-CHARGE-COUNT OR
                 WS-PARENT-FOUND IS EQUAL TO 'Y'
                   IF WCG-CODE(WS-CHARGE-I) IS EQUAL TO WS-CHECK-CODE
                      MOVE 'Y' TO WS-PARENT-FOUND
                   END-IF
           END-PERFORM.

       TEST-ORDER-KEY.
           MOVE 'N' TO WS-PARENT-FOUND
           MOVE WS-CHECK-NUM TO WS-KEY-TEXT
           PERFORM VARYING WS-ORDER-I FROM 1 BY 1
              UNTIL WS-ORDER-I > WS-ORDER-COUNT OR
                 WS-PARENT-FOUND IS EQUAL TO 'Y'
                   IF WO-ORDER-NUM(WS-ORDER-I) IS EQUAL TO
                      WS-CHECK-NUM
                      MOVE 'Y' TO WS-PARENT-FOUND
                   END-IF
           END-PERFORM.

       TEST-PO-KEY.
           MOVE 'N' TO WS-PARENT-FOUND
           MOVE WS-CHECK-NUM TO WS-KEY-TEXT
           PERFORM VARYING WS-PO-I FROM 1 BY 1
              UNTIL WS-PO-I > WS-PO-COUNT OR
                 WS-PARENT-FOUND IS EQUAL TO 'Y'
                   IF WPO-PO-NUM(WS-PO-I) IS EQUAL TO WS-CHECK-NUM
                      MOVE 'Y' TO WS-PARENT-FOUND
                   END-IF
           END-PERFORM.

       TEST-VENDOR-KEY.
           MOVE 'N' TO WS-PARENT-FOUND
           MOVE WS-CHECK-VENDOR TO WS-KEY-TEXT
           PERFORM VARYING WS-VENDOR-I FROM 1 BY 1
              UNTIL WS-VENDOR-I > WS-VENDOR-COUNT OR
                 WS-PARENT-FOUND IS EQUAL TO 'Y'
                   IF WV-CODE(WS-VENDOR-I) IS EQUAL TO WS-CHECK-VENDOR
                      MOVE 'Y' TO WS-PARENT-FOUND
                   END-IF
           END-PERFORM.

      *    COUNTS THE KEY AGAINST RELATIONSHIP WS-REL-I AND LISTS IT
      *    WHEN ITS PARENT WAS NOT FOUND
       TALLY-RESULT.
           ADD 1 TO WR-CHECKED(WS-REL-I)
           ADD 1 TO WS-CHECKED-TOTAL
           IF WS-PARENT-FOUND IS EQUAL TO 'N'
              ADD 1 TO WR-ORPHANS(WS-REL-I)
              ADD 1 TO WS-ORPHAN-TOTAL
              MOVE WR-CHILD-FILE(WS-REL-I) TO ODL-CHILD-FILE
              MOVE WR-KEY-NAME(WS-REL-I) TO ODL-KEY-NAME
              MOVE WS-KEY-TEXT TO ODL-KEY-VALUE
              MOVE WR-PARENT-FILE(WS-REL-I) TO ODL-PARENT-FILE
              WRITE PRINT-LINE FROM ORPHAN-DETAIL-LINE
           END-IF.

      *    -------- CHILD FILES --------
       CHECK-ORDER-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-ITEM-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE OI-ORDER-NUM TO WS-CHECK-NUM
                         PERFORM TEST-ORDER-KEY
                         MOVE WS-REL-ITEM-ORDER TO WS-REL-I
                         PERFORM TALLY-RESULT
                         MOVE OI-PROD-CODE TO WS-CHECK-CODE
                         PERFORM TEST-PRODUCT-KEY
                         IF WS-PARENT-FOUND IS EQUAL TO 'N'
                            PERFORM TEST-CHARGE-KEY
                         END-IF
                         MOVE WS-REL-ITEM-PRODUCT TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE ORDER-ITEM-FILE
           END-IF.

       CHECK-ORDER-HEADERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-HEADER-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE OH-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-HDR-CUSTOMER TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE ORDER-HEADER-FILE
           END-IF.

       CHECK-ORDER-LOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-LOG
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-LOG
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE OD-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-LOG-CUSTOMER TO WS-REL-I
                         PERFORM TALLY-RESULT
                         MOVE OD-PROD-CODE TO WS-CHECK-CODE
                         IF OD-REC-TYPE IS EQUAL TO 'CHG'
                            PERFORM TEST-CHARGE-KEY
                         ELSE
                            PERFORM TEST-PRODUCT-KEY
                         END-IF
                         MOVE WS-REL-LOG-PRODUCT TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE ORDER-LOG
           END-IF.

       CHECK-SHIP-TOS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SHIP-TO-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SHIP-TO-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE ST-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-SHIPTO TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE SHIP-TO-FILE
           END-IF.

       CHECK-CONTRACTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CONTRACT-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CONTRACT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE CT-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-CONTR-CUST TO WS-REL-I
                         PERFORM TALLY-RESULT
                         MOVE CT-PROD-CODE TO WS-CHECK-CODE
                         PERFORM TEST-PRODUCT-KEY
                         MOVE WS-REL-CONTR-PROD TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE CONTRACT-FILE
           END-IF.

       CHECK-STANDING-ORDERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ STANDING-ORDER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE SO-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-STAND-CUST TO WS-REL-I
                         PERFORM TALLY-RESULT
                         MOVE SO-PROD-CODE TO WS-CHECK-CODE
                         PERFORM TEST-PRODUCT-KEY
                         MOVE WS-REL-STAND-PROD TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE STANDING-ORDER-FILE
           END-IF.

       CHECK-BACKORDERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BACKORDER-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ BACKORDER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE BO-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-BACK-CUST TO WS-REL-I
                         PERFORM TALLY-RESULT
                         MOVE BO-PROD-CODE TO WS-CHECK-CODE
                         PERFORM TEST-PRODUCT-KEY
                         MOVE WS-REL-BACK-PROD TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE BACKORDER-FILE
           END-IF.

       CHECK-LOTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOT-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ LOT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE LT-PROD-CODE TO WS-CHECK-CODE
                         PERFORM TEST-PRODUCT-KEY
                         MOVE WS-REL-LOT TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE LOT-FILE
           END-IF.

       CHECK-LOCATION-STOCK.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOCATION-STOCK-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ LOCATION-STOCK-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE LS-PROD-CODE TO WS-CHECK-CODE
                         PERFORM TEST-PRODUCT-KEY
                         MOVE WS-REL-LOCSTOCK TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE LOCATION-STOCK-FILE
           END-IF.

       CHECK-AR-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE AO-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-AROPEN TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE AR-OPEN-FILE
           END-IF.

      *    SEQUENTIAL PASS OVER THE BALANCE INDEX THE SAME WAY
      *    MAINSNAPSHOT COPIES IT
       CHECK-AR-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-BALANCE-FILE
           IF WS-ARBAL-STATUS IS EQUAL TO '00'
              MOVE LOW-VALUES TO AR-ID-NUM
              START AR-BALANCE-FILE KEY IS NOT LESS THAN AR-ID-NUM
              INVALID KEY
                      MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-BALANCE-FILE NEXT RECORD
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE AR-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-ARBAL TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE AR-BALANCE-FILE
           END-IF.

       CHECK-DISPUTES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DISPUTE-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DISPUTE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE AD-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-DISPUTE TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE DISPUTE-FILE
           END-IF.

       CHECK-PROFILES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROFILE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE CP-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-PROFILE TO WS-REL-I
                         PERFORM TALLY-RESULT
                         IF CP-PARENT-ID IS NUMERIC AND
                            CP-PARENT-ID IS GREATER THAN ZERO
                            MOVE CP-PARENT-ID TO WS-CHECK-ID
                            PERFORM TEST-CUSTOMER-KEY
                            MOVE WS-REL-PROFILE TO WS-REL-I
                            PERFORM TALLY-RESULT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       CHECK-TAX-EXEMPTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TAX-EXEMPT-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ TAX-EXEMPT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE TE-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-TAXEXEMPT TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE TAX-EXEMPT-FILE
           END-IF.

       CHECK-CUSTOMER-NOTES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMER-NOTE-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CUSTOMER-NOTE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE CN-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-NOTE TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE CUSTOMER-NOTE-FILE
           END-IF.

       CHECK-CREDIT-HOLDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CREDIT-HOLD-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE CH-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-CREDITHOLD TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE CREDIT-HOLD-FILE
           END-IF.

       CHECK-RMAS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RMA-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ RMA-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE RM-ID-NUM TO WS-CHECK-ID
                         PERFORM TEST-CUSTOMER-KEY
                         MOVE WS-REL-RMA-CUST TO WS-REL-I
                         PERFORM TALLY-RESULT
                         MOVE RM-PROD-CODE TO WS-CHECK-CODE
                         PERFORM TEST-PRODUCT-KEY
                         MOVE WS-REL-RMA-PROD TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE RMA-FILE
           END-IF.

       CHECK-PO-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-ITEM-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE PI-PO-NUM TO WS-CHECK-NUM
                         PERFORM TEST-PO-KEY
                         MOVE WS-REL-POITM-PO TO WS-REL-I
                         PERFORM TALLY-RESULT
                         MOVE PI-PROD-CODE TO WS-CHECK-CODE
                         PERFORM TEST-PRODUCT-KEY
                         MOVE WS-REL-POITM-PROD TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE PO-ITEM-FILE
           END-IF.

       CHECK-PO-HEADERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-HEADER-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE PH-VENDOR-CODE TO WS-CHECK-VENDOR
                         PERFORM TEST-VENDOR-KEY
                         MOVE WS-REL-POHDR-VENDOR TO WS-REL-I
                         PERFORM TALLY-RESULT
                      END-READ
              END-PERFORM
              CLOSE PO-HEADER-FILE
           END-IF.

      *    A VOUCHER KEYED WITHOUT A PURCHASE ORDER CARRIES PO ZERO
      *    AND HAS NO PO PARENT TO CHECK
       CHECK-AP-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AP-OPEN-FILE
           IF WS-CHILD-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AP-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE AP-VENDOR-CODE TO WS-CHECK-VENDOR
                         PERFORM TEST-VENDOR-KEY
                         MOVE WS-REL-APOPEN-VENDOR TO WS-REL-I
                         PERFORM TALLY-RESULT
                         IF AP-PO-NUM IS NUMERIC AND
                            AP-PO-NUM IS GREATER THAN ZERO
                            MOVE AP-PO-NUM TO WS-CHECK-NUM
                            PERFORM TEST-PO-KEY
                            MOVE WS-REL-APOPEN-PO TO WS-REL-I
                            PERFORM TALLY-RESULT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE AP-OPEN-FILE
           END-IF.

       PRINT-RELATIONSHIP-COUNTS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SUMMARY-HEADING
           WRITE PRINT-LINE FROM SUMMARY-HEADS
           PERFORM VARYING WS-REL-I FROM 1 BY 1
              UNTIL WS-REL-I > WS-REL-MAX
                   MOVE WR-CHILD-FILE(WS-REL-I) TO SDL-CHILD-FILE
                   MOVE WR-KEY-NAME(WS-REL-I) TO SDL-KEY-NAME
                   MOVE WR-PARENT-FILE(WS-REL-I) TO SDL-PARENT-FILE
                   MOVE WR-CHECKED(WS-REL-I) TO SDL-CHECKED
                   MOVE WR-ORPHANS(WS-REL-I) TO SDL-ORPHANS
                   WRITE PRINT-LINE FROM SUMMARY-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CHECKED-TOTAL TO RF-CHECKED
           MOVE WS-ORPHAN-TOTAL TO RF-ORPHANS
           WRITE PRINT-LINE FROM REPORT-FOOTING.
