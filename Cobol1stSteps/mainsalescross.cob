       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINSALESCROSS.

      *    SALES ANALYSIS CROSS-TAB FOR SALES MANAGEMENT: FOR A
      *    CHOSEN MONTH OR QUARTER, NET REVENUE, UNITS AND GROSS
      *    MARGIN BY CUSTOMER STATE DOWN THE SIDE AND BY PRODUCT
      *    CATEGORY-CODE ACROSS THE TOP, EACH CELL WITH THE SAME
      *    PERIOD LAST YEAR BESIDE IT AND THE PERCENTAGE CHANGE.
      *    LINES COME FROM THE LIVE ORDER LOG AND THE order.H<date>
      *    HISTORY FILES, THE WAY MAINMARGIN READS THEM: CREDIT-MEMO
      *    LINES SUBTRACT, ORDER-LEVEL 'CHG' CHARGE LINES ARE NOT
      *    GOODS AND STAY OUT, REVENUE IS NET OF TAX AND MARGIN IS
      *    REVENUE LESS THE OD-UNIT-COST CAPTURED ON THE LINE (A LINE
      *    FROM BEFORE COST CAPTURE FALLS BACK TO TODAY'S PRODUCT
      *    COST AND IS COUNTED AS ESTIMATED). CATEGORIES PRINT IN
      *    category.ctl ORDER, SIX TO A PANEL, WITH A TOTAL COLUMN.
      *    OUTPUT ON salescross.rpt, AND THE SAME MATRIX - ONE ROW
      *    PER MEASURE AND STATE, THIS YEAR, LAST YEAR AND CHANGE
      *    FOR EVERY CATEGORY - ON salescross.csv FOR THE
      *    SPREADSHEET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LOG ASSIGN TO 'order.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT DAILY-TOTALS-FILE ASSIGN TO 'dailytot.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOTALS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO 'category.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATEGORY-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
           SELECT CROSS-REPORT ASSIGN TO 'salescross.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CROSS-CSV-FILE ASSIGN TO 'salescross.csv'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LOG.
       01 ORDER-LINE         PIC X(80).

       FD DAILY-TOTALS-FILE.
       01 DAILY-TOTALS-RECORD.
          02 DT-DATE           PIC 9(8).
          02 FILLER            PIC X(38).

       FD HISTORY-FILE.
       01 HISTORY-LINE       PIC X(80).

       FD CATEGORY-FILE.
       01 CATEGORY-RECORD.
          02 CT-CODE           PIC X(4).
          02 CT-NAME           PIC X(20).

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

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

       FD CROSS-REPORT.
       01 PRINT-LINE            PIC X(120).

       FD CROSS-CSV-FILE.
       01 CSV-LINE              PIC X(1600).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.
       01 WS-LOG-STATUS        PIC XX.
       01 WS-TOTALS-STATUS     PIC XX.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-CATEGORY-STATUS   PIC XX.
       01 WS-HISTORY-FILE-NAME PIC X(20).
       01 WS-TOTALS-EOF        PIC X.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-EXISTS            PIC X.

      *    THE PERIOD ASKED FOR AND THE SAME MONTHS A YEAR EARLIER
       01 WS-PERIOD-TYPE       PIC X.
          88 PERIOD-MONTH                VALUES 'M' 'm'.
          88 PERIOD-QUARTER              VALUES 'Q' 'q'.
       01 WS-PERIOD-YEAR       PIC 9(4).
       01 WS-PERIOD-NUM        PIC 9(2).
       01 WS-FIRST-MONTH       PIC 9(2).
       01 WS-LAST-MONTH        PIC 9(2).
       01 WS-BOUND-YEAR        PIC 9(4).
       01 WS-BOUND-FROM        PIC 9(8).
       01 WS-BOUND-TO          PIC 9(8).
       01 WS-NEXT-MONTH-DATE   PIC 9(8).
       01 WS-WORK-INT          PIC 9(8).
       01 WS-FROM-DATE         PIC 9(8).
       01 WS-TO-DATE           PIC 9(8).
       01 WS-LY-FROM-DATE      PIC 9(8).
       01 WS-LY-TO-DATE        PIC 9(8).
       01 WS-PERIOD-LABEL      PIC X(8).

      *    ONE ORDER LINE, PRICED
       01 WS-YEAR-SLOT         PIC 9.
       01 WS-LINE-NET          PIC S9(7)V99.
       01 WS-LINE-COST         PIC S9(7)V99.
       01 WS-LINE-UNITS        PIC S9(6).
       01 WS-UNIT-COST         PIC 9(4)V99.
       01 WS-LINE-CATEGORY     PIC X(4).
       01 WS-LINE-STATE        PIC X(2).
       01 WS-LINES-USED        PIC 9(7)  VALUE ZERO.
       01 WS-EST-COUNT         PIC 9(7)  VALUE ZERO.

      *    CATEGORIES ACROSS THE TOP, category.ctl ORDER, WITH ROOM
      *    FOR A CODE THAT IS NOT ON IT (AND '????' FOR A PRODUCT NO
      *    LONGER ON FILE)
       01 WS-CAT-COUNT         PIC 9(2)  VALUE ZERO.
       01 WS-CAT-TABLE.
          02 WS-CAT-ENTRY OCCURS 1 TO 30 TIMES
             DEPENDING ON WS-CAT-COUNT.
             03 WK-CAT-CODE           PIC X(4).
       01 WS-CAT-I             PIC 9(2).
       01 WS-TOTAL-COLUMN      PIC 9(2).

      *    STATES DOWN THE SIDE AS THEY TURN UP ('??' FOR A CUSTOMER
      *    NO LONGER ON FILE), PRINTED THROUGH A SORTED ORDER LIST
       01 WS-ST-COUNT          PIC 9(2)  VALUE ZERO.
       01 WS-ST-TABLE.
          02 WS-ST-ENTRY OCCURS 1 TO 60 TIMES
             DEPENDING ON WS-ST-COUNT.
             03 WS-ST-CODE            PIC X(2).
             03 WS-ST-ORDER           PIC 9(2).
       01 WS-ST-I              PIC 9(2).
       01 WS-ST-J              PIC 9(2).
       01 WS-ST-HOLD           PIC 9(2).

      *    EACH CUSTOMER'S STATE, READ ONCE
       01 WS-CS-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-CS-TABLE.
          02 WS-CS-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-CS-COUNT.
             03 WCS-ID-NUM            PIC 9(5).
             03 WCS-STATE             PIC X(2).
       01 WS-CS-I              PIC 9(4).

      *    THE MATRIX - STATE BY CATEGORY, SLOT 1 THIS YEAR AND
      *    SLOT 2 LAST YEAR
       01 WS-MATRIX.
          02 WS-MX-STATE OCCURS 60 TIMES.
             03 WS-MX-CELL OCCURS 30 TIMES.
                04 WX-REVENUE         PIC S9(9)V99 OCCURS 2 TIMES.
                04 WX-UNITS           PIC S9(8)    OCCURS 2 TIMES.
                04 WX-MARGIN          PIC S9(9)V99 OCCURS 2 TIMES.

      *    ONE CELL OF THE PRINTED MATRIX: A STATE RANGE BY A
      *    CATEGORY RANGE (ALL OF THEM FOR THE TOTALS), ONE MEASURE
       01 WS-MEASURE           PIC 9.
          88 MEASURE-REVENUE             VALUE 1.
          88 MEASURE-UNITS               VALUE 2.
          88 MEASURE-MARGIN              VALUE 3.
       01 WS-MEASURE-NAME      PIC X(12).
       01 WS-ST-FROM           PIC 9(2).
       01 WS-ST-TO             PIC 9(2).
       01 WS-CT-FROM           PIC 9(2).
       01 WS-CT-TO             PIC 9(2).
       01 WS-SX                PIC 9(2).
       01 WS-CX                PIC 9(2).
       01 WS-SUM-TY            PIC S9(11)V99.
       01 WS-SUM-LY            PIC S9(11)V99.
       01 WS-PCT               PIC S9(5)V9.
       01 WS-PCT-EDIT          PIC -(10)9.9.
       01 WS-PCT-TEXT          PIC X(13) JUSTIFIED RIGHT.
       01 WS-AMOUNT-EDIT       PIC -Z,ZZZ,ZZ9.99.
       01 WS-UNITS-EDIT        PIC -(12)9.
       01 WS-TY-TEXT           PIC X(13).
       01 WS-LY-TEXT           PIC X(13).

      *    ONE PANEL OF UP TO SIX COLUMNS
       01 WS-PANEL-START       PIC 9(2).
       01 WS-PANEL-END         PIC 9(2).
       01 WS-COL-I             PIC 9(2).
       01 WS-COL-CAT           PIC 9(2).
       01 WS-ROW-LABEL         PIC X(3).

      *    THE CSV LINE IS BUILT UP A COLUMN AT A TIME
       01 WS-CSV-POS           PIC 9(4).
       01 WS-CSV-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-CSV-COLUMN        PIC X(5).
       01 WS-CSV-AMOUNT        PIC -(9)9.99.
       01 WS-CSV-UNITS         PIC -(9)9.
       01 WS-CSV-PCT           PIC -(5)9.9.

      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

       01 REPORT-HEADING.
          02 FILLER             PIC X(31) VALUE
             'SALES CROSS-TAB BY STATE AND CA'.
          02 FILLER             PIC X(11) VALUE 'TEGORY FOR '.
          02 RH-PERIOD          PIC X(8).
       01 PERIOD-HEADING.
          02 FILLER             PIC X(11) VALUE 'THIS YEAR '.
          02 PH-FROM-DATE       PIC 9(8).
          02 FILLER             PIC X(4)  VALUE ' TO '.
          02 PH-TO-DATE         PIC 9(8).
          02 FILLER             PIC X(14) VALUE '   LAST YEAR '.
          02 PH-LY-FROM-DATE    PIC 9(8).
          02 FILLER             PIC X(4)  VALUE ' TO '.
          02 PH-LY-TO-DATE      PIC 9(8).
       01 SECTION-HEADING      PIC X(40).
       01 MATRIX-HEADS.
          02 FILLER             PIC X(14) VALUE 'STATE'.
          02 MH-COLUMN OCCURS 7 TIMES.
             03 FILLER          PIC X.
             03 MH-CODE         PIC X(13) JUSTIFIED RIGHT.
       01 MATRIX-LINE.
          02 ML-STATE           PIC X(3).
          02 FILLER             PIC X     VALUE SPACE.
          02 ML-ROW-NAME        PIC X(10).
          02 ML-COLUMN OCCURS 7 TIMES.
             03 FILLER          PIC X.
             03 ML-CELL         PIC X(13) JUSTIFIED RIGHT.
       01 WS-ROW-CELLS.
          02 WS-ROW-CELL OCCURS 7 TIMES.
             03 WR-TY           PIC X(13).
             03 WR-LY           PIC X(13).
             03 WR-PCT          PIC X(13).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'CROSSTAB: (M)onth or (Q)uarter: '
              WITH NO ADVANCING
           ACCEPT WS-PERIOD-TYPE
           DISPLAY 'CROSSTAB: Year (YYYY): ' WITH NO ADVANCING
           ACCEPT WS-PERIOD-YEAR
           IF PERIOD-QUARTER
              DISPLAY 'CROSSTAB: Quarter (1-4): ' WITH NO ADVANCING
           ELSE
              DISPLAY 'CROSSTAB: Month (1-12): ' WITH NO ADVANCING
           END-IF
           ACCEPT WS-PERIOD-NUM
           PERFORM CHECK-THE-PERIOD
           MOVE WS-PERIOD-YEAR TO WS-BOUND-YEAR
           PERFORM SET-PERIOD-BOUNDS
           MOVE WS-BOUND-FROM TO WS-FROM-DATE
           MOVE WS-BOUND-TO TO WS-TO-DATE
           SUBTRACT 1 FROM WS-BOUND-YEAR
           PERFORM SET-PERIOD-BOUNDS
           MOVE WS-BOUND-FROM TO WS-LY-FROM-DATE
           MOVE WS-BOUND-TO TO WS-LY-TO-DATE

           INITIALIZE WS-MATRIX
           PERFORM LOAD-CATEGORIES
           OPEN INPUT PRODUCT-FILE
           OPEN INPUT CUSTOMER-FILE
           PERFORM SCAN-HISTORY-FILES
           PERFORM SCAN-LIVE-LOG
           CLOSE PRODUCT-FILE
           CLOSE CUSTOMER-FILE
           IF WS-LINES-USED IS EQUAL TO ZERO
              DISPLAY 'CROSSTAB: no sales in either period'
              STOP RUN
           END-IF
           PERFORM SORT-STATE-ORDER
           PERFORM PRINT-CROSS-TAB
           PERFORM WRITE-CROSS-TAB-CSV
           MOVE 'MAINSALESXTB' TO WS-SP-PROGRAM
           MOVE 'salescross.rpt' TO WS-SP-REPORT-NAME
           MOVE SPACES TO WS-SP-PARAMS
           MOVE WS-PERIOD-LABEL TO WS-SP-PARAMS
           MOVE SPACES TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           DISPLAY 'CROSSTAB: ' WS-LINES-USED ' order line(s), '
              WS-ST-COUNT ' state(s) by ' WS-CAT-COUNT
              ' categories on salescross.rpt and salescross.csv'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-CSV-COUNT
              ' record(s) written'.
           STOP RUN.

       CHECK-THE-PERIOD.
           IF NOT PERIOD-MONTH AND NOT PERIOD-QUARTER
              DISPLAY 'CROSSTAB: period must be M or Q'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-PERIOD-YEAR IS LESS THAN 1601 OR
              WS-PERIOD-NUM IS EQUAL TO ZERO OR
              (PERIOD-MONTH AND WS-PERIOD-NUM IS GREATER THAN 12) OR
              (PERIOD-QUARTER AND WS-PERIOD-NUM IS GREATER THAN 4)
              DISPLAY 'CROSSTAB: ' WS-PERIOD-YEAR ' ' WS-PERIOD-NUM
                 ' is not a valid period'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-PERIOD-LABEL
           IF PERIOD-MONTH
              MOVE WS-PERIOD-NUM TO WS-FIRST-MONTH
              MOVE WS-PERIOD-NUM TO WS-LAST-MONTH
              STRING WS-PERIOD-YEAR DELIMITED BY SIZE
                 '-' DELIMITED BY SIZE
                 WS-PERIOD-NUM DELIMITED BY SIZE
                 INTO WS-PERIOD-LABEL
           ELSE
              COMPUTE WS-FIRST-MONTH = (WS-PERIOD-NUM - 1) * 3 + 1
              COMPUTE WS-LAST-MONTH = WS-FIRST-MONTH + 2
              STRING WS-PERIOD-YEAR DELIMITED BY SIZE
                 '-Q' DELIMITED BY SIZE
                 WS-PERIOD-NUM(2:1) DELIMITED BY SIZE
                 INTO WS-PERIOD-LABEL
           END-IF.

      *    FIRST DAY OF THE FIRST MONTH TO THE DAY BEFORE THE MONTH
      *    AFTER THE LAST, IN WS-BOUND-YEAR
       SET-PERIOD-BOUNDS.
           COMPUTE WS-BOUND-FROM = WS-BOUND-YEAR * 10000 +
              WS-FIRST-MONTH * 100 + 1
           IF WS-LAST-MONTH IS EQUAL TO 12
              COMPUTE WS-NEXT-MONTH-DATE =
                 (WS-BOUND-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-NEXT-MONTH-DATE = WS-BOUND-YEAR * 10000 +
                 (WS-LAST-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
              TO WS-BOUND-TO.

       LOAD-CATEGORIES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CATEGORY-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE CT-CODE TO WS-LINE-CATEGORY
                         PERFORM FIND-CATEGORY-COLUMN
                      END-READ
              END-PERFORM
              CLOSE CATEGORY-FILE
           END-IF.

       SCAN-HISTORY-FILES.
           MOVE 'N' TO WS-TOTALS-EOF
           OPEN INPUT DAILY-TOTALS-FILE
           IF WS-TOTALS-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-TOTALS-EOF IS EQUAL TO 'Y'
                      READ DAILY-TOTALS-FILE
                      AT END
                         MOVE 'Y' TO WS-TOTALS-EOF
                      NOT AT END
                         IF (DT-DATE IS GREATER THAN OR EQUAL TO
                             WS-FROM-DATE AND DT-DATE IS LESS THAN
                             OR EQUAL TO WS-TO-DATE) OR
                            (DT-DATE IS GREATER THAN OR EQUAL TO
                             WS-LY-FROM-DATE AND DT-DATE IS LESS THAN
                             OR EQUAL TO WS-LY-TO-DATE)
                            PERFORM SCAN-ONE-HISTORY-FILE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE DAILY-TOTALS-FILE
           END-IF.

       SCAN-ONE-HISTORY-FILE.
           MOVE SPACES TO WS-HISTORY-FILE-NAME
           STRING 'order.H' DELIMITED BY SIZE
              DT-DATE DELIMITED BY SIZE
              INTO WS-HISTORY-FILE-NAME
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'CROSSTAB: ' WS-HISTORY-FILE-NAME ' missing, '
                 'its lines are not on the report'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ HISTORY-FILE INTO WS-ORDER-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM FOLD-ORDER-LINE
                      END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.

       SCAN-LIVE-LOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-LOG
           IF WS-LOG-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-LOG INTO WS-ORDER-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM FOLD-ORDER-LINE
                      END-READ
              END-PERFORM
              CLOSE ORDER-LOG
           END-IF.

       FOLD-ORDER-LINE.
           MOVE ZERO TO WS-YEAR-SLOT
           IF OD-DATE IS GREATER THAN OR EQUAL TO WS-FROM-DATE AND
              OD-DATE IS LESS THAN OR EQUAL TO WS-TO-DATE
              MOVE 1 TO WS-YEAR-SLOT
           END-IF
           IF OD-DATE IS GREATER THAN OR EQUAL TO WS-LY-FROM-DATE AND
              OD-DATE IS LESS THAN OR EQUAL TO WS-LY-TO-DATE
              MOVE 2 TO WS-YEAR-SLOT
           END-IF
           IF WS-YEAR-SLOT IS EQUAL TO ZERO OR
              OD-REC-TYPE IS EQUAL TO 'CHG'
              CONTINUE
           ELSE
              ADD 1 TO WS-LINES-USED
              PERFORM PRICE-THE-LINE
              MOVE OD-QTY-ORDERED TO WS-LINE-UNITS
              IF OD-REC-TYPE IS EQUAL TO 'CRM'
                 COMPUTE WS-LINE-NET = 0 - WS-LINE-NET
                 COMPUTE WS-LINE-COST = 0 - WS-LINE-COST
                 COMPUTE WS-LINE-UNITS = 0 - WS-LINE-UNITS
              END-IF
              PERFORM FIND-CATEGORY-COLUMN
              PERFORM FIND-CUSTOMER-STATE
              PERFORM FIND-STATE-ROW
              ADD WS-LINE-NET TO
                 WX-REVENUE(WS-ST-I, WS-CAT-I, WS-YEAR-SLOT)
              ADD WS-LINE-UNITS TO
                 WX-UNITS(WS-ST-I, WS-CAT-I, WS-YEAR-SLOT)
              COMPUTE WX-MARGIN(WS-ST-I, WS-CAT-I, WS-YEAR-SLOT) =
                 WX-MARGIN(WS-ST-I, WS-CAT-I, WS-YEAR-SLOT) +
                 WS-LINE-NET - WS-LINE-COST
           END-IF.

      *    THE COST CAPTURED ON THE LINE WINS; A BLANK COLUMN FROM
      *    BEFORE COST CAPTURE FALLS BACK TO TODAY'S PRODUCT COST
       PRICE-THE-LINE.
           COMPUTE WS-LINE-NET = FUNCTION NUMVAL(OD-LINE-TOTAL)
           MOVE 'Y' TO WS-EXISTS
           MOVE OD-PROD-CODE TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-EXISTS
           END-READ
           IF WS-EXISTS IS EQUAL TO 'Y'
              MOVE CATEGORY-CODE TO WS-LINE-CATEGORY
           ELSE
              MOVE '????' TO WS-LINE-CATEGORY
           END-IF
           IF OD-UNIT-COST IS NUMERIC
              COMPUTE WS-UNIT-COST =
                 FUNCTION NUMVAL(OD-UNIT-COST) / 100
           ELSE
              ADD 1 TO WS-EST-COUNT
              IF WS-EXISTS IS EQUAL TO 'Y'
                 MOVE UNIT-COST TO WS-UNIT-COST
              ELSE
                 MOVE ZERO TO WS-UNIT-COST
              END-IF
           END-IF
           COMPUTE WS-LINE-COST =
              OD-QTY-ORDERED * WS-UNIT-COST.

      *    LEAVES WS-CAT-I ON THE COLUMN FOR WS-LINE-CATEGORY,
      *    ADDING ONE WHEN IT IS NEW
       FIND-CATEGORY-COLUMN.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
              UNTIL WS-CAT-I > WS-CAT-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WK-CAT-CODE(WS-CAT-I) IS EQUAL TO
                      WS-LINE-CATEGORY
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-CAT-I
           ELSE
              IF WS-CAT-COUNT IS EQUAL TO 30
                 DISPLAY 'CROSSTAB: more than 30 categories, '
                    'run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CAT-COUNT
              MOVE WS-CAT-COUNT TO WS-CAT-I
              MOVE WS-LINE-CATEGORY TO WK-CAT-CODE(WS-CAT-I)
           END-IF.

       FIND-CUSTOMER-STATE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CS-I FROM 1 BY 1
              UNTIL WS-CS-I > WS-CS-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WCS-ID-NUM(WS-CS-I) IS EQUAL TO OD-ID-NUM
                      MOVE 'Y' TO WS-FOUND
                      MOVE WCS-STATE(WS-CS-I) TO WS-LINE-STATE
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              MOVE OD-ID-NUM TO ID-NUM
              READ CUSTOMER-FILE
              INVALID KEY
                      MOVE '??' TO WS-LINE-STATE
              NOT INVALID KEY
                      MOVE STATE TO WS-LINE-STATE
              END-READ
              IF WS-CS-COUNT IS EQUAL TO 2000
                 DISPLAY 'CROSSTAB: customer table full, '
                    'run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CS-COUNT
              MOVE OD-ID-NUM TO WCS-ID-NUM(WS-CS-COUNT)
              MOVE WS-LINE-STATE TO WCS-STATE(WS-CS-COUNT)
           END-IF.

       FIND-STATE-ROW.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ST-I FROM 1 BY 1
              UNTIL WS-ST-I > WS-ST-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WS-ST-CODE(WS-ST-I) IS EQUAL TO WS-LINE-STATE
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-ST-I
           ELSE
              IF WS-ST-COUNT IS EQUAL TO 60
                 DISPLAY 'CROSSTAB: more than 60 states, '
                    'run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-ST-COUNT
              MOVE WS-ST-COUNT TO WS-ST-I
              MOVE WS-LINE-STATE TO WS-ST-CODE(WS-ST-I)
              MOVE WS-ST-I TO WS-ST-ORDER(WS-ST-I)
           END-IF.

      *    THE MATRIX ROWS STAY WHERE THEY ARE; ONLY THE PRINT ORDER
      *    LIST IS SORTED BY STATE CODE
       SORT-STATE-ORDER.
           PERFORM VARYING WS-ST-I FROM 1 BY 1
              UNTIL WS-ST-I > WS-ST-COUNT
                   PERFORM VARYING WS-ST-J FROM WS-ST-I BY 1
                      UNTIL WS-ST-J > WS-ST-COUNT
                           IF WS-ST-CODE(WS-ST-ORDER(WS-ST-J)) <
                              WS-ST-CODE(WS-ST-ORDER(WS-ST-I))
                              MOVE WS-ST-ORDER(WS-ST-I) TO WS-ST-HOLD
                              MOVE WS-ST-ORDER(WS-ST-J) TO
                                 WS-ST-ORDER(WS-ST-I)
                              MOVE WS-ST-HOLD TO WS-ST-ORDER(WS-ST-J)
                           END-IF
                   END-PERFORM
           END-PERFORM.

       PRINT-CROSS-TAB.
           OPEN OUTPUT CROSS-REPORT
           MOVE WS-PERIOD-LABEL TO RH-PERIOD
           WRITE PRINT-LINE FROM REPORT-HEADING
           MOVE WS-FROM-DATE TO PH-FROM-DATE
           MOVE WS-TO-DATE TO PH-TO-DATE
           MOVE WS-LY-FROM-DATE TO PH-LY-FROM-DATE
           MOVE WS-LY-TO-DATE TO PH-LY-TO-DATE
           WRITE PRINT-LINE FROM PERIOD-HEADING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           COMPUTE WS-TOTAL-COLUMN = WS-CAT-COUNT + 1
           PERFORM VARYING WS-MEASURE FROM 1 BY 1
              UNTIL WS-MEASURE > 3
                   PERFORM SET-MEASURE-NAME
                   PERFORM VARYING WS-PANEL-START FROM 1 BY 6
                      UNTIL WS-PANEL-START > WS-TOTAL-COLUMN
                           PERFORM PRINT-ONE-PANEL
                   END-PERFORM
           END-PERFORM
           IF WS-EST-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO PRINT-LINE
              STRING 'NOTE: ' DELIMITED BY SIZE
                 'SOME LINES PRE-DATE COST CAPTURE AND USED '
                 DELIMITED BY SIZE
                 'TODAY''S COST' DELIMITED BY SIZE
                 INTO PRINT-LINE
              WRITE PRINT-LINE
           END-IF
           CLOSE CROSS-REPORT.

       SET-MEASURE-NAME.
           EVALUATE TRUE
           WHEN MEASURE-REVENUE
                MOVE 'NET REVENUE' TO WS-MEASURE-NAME
           WHEN MEASURE-UNITS
                MOVE 'UNITS' TO WS-MEASURE-NAME
           WHEN OTHER
                MOVE 'GROSS MARGIN' TO WS-MEASURE-NAME
           END-EVALUATE.

      *    COLUMNS WS-PANEL-START ON, SIX AT MOST; THE COLUMN PAST
      *    THE LAST CATEGORY IS THE TOTAL
       PRINT-ONE-PANEL.
           COMPUTE WS-PANEL-END = WS-PANEL-START + 5
           IF WS-PANEL-END IS GREATER THAN WS-TOTAL-COLUMN
              MOVE WS-TOTAL-COLUMN TO WS-PANEL-END
           END-IF
           MOVE SPACES TO SECTION-HEADING
           STRING FUNCTION TRIM(WS-MEASURE-NAME) DELIMITED BY SIZE
              ' BY STATE AND CATEGORY' DELIMITED BY SIZE
              INTO SECTION-HEADING
           WRITE PRINT-LINE FROM SECTION-HEADING
           MOVE SPACES TO MATRIX-HEADS
           MOVE 'STATE' TO MATRIX-HEADS(1:5)
           PERFORM VARYING WS-COL-I FROM 1 BY 1
              UNTIL WS-COL-I > WS-PANEL-END - WS-PANEL-START + 1
                   COMPUTE WS-COL-CAT = WS-PANEL-START + WS-COL-I - 1
                   IF WS-COL-CAT IS EQUAL TO WS-TOTAL-COLUMN
                      MOVE 'TOTAL' TO MH-CODE(WS-COL-I)
                   ELSE
                      MOVE WK-CAT-CODE(WS-COL-CAT) TO
                         MH-CODE(WS-COL-I)
                   END-IF
           END-PERFORM
           WRITE PRINT-LINE FROM MATRIX-HEADS
           PERFORM VARYING WS-ST-J FROM 1 BY 1
              UNTIL WS-ST-J > WS-ST-COUNT
                   MOVE WS-ST-ORDER(WS-ST-J) TO WS-ST-FROM
                   MOVE WS-ST-ORDER(WS-ST-J) TO WS-ST-TO
                   MOVE WS-ST-CODE(WS-ST-FROM) TO WS-ROW-LABEL
                   PERFORM PRINT-STATE-ROWS
           END-PERFORM
           MOVE 1 TO WS-ST-FROM
           MOVE WS-ST-COUNT TO WS-ST-TO
           MOVE 'ALL' TO WS-ROW-LABEL
           PERFORM PRINT-STATE-ROWS
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

       PRINT-STATE-ROWS.
           MOVE SPACES TO WS-ROW-CELLS
           PERFORM VARYING WS-COL-I FROM 1 BY 1
              UNTIL WS-COL-I > WS-PANEL-END - WS-PANEL-START + 1
                   COMPUTE WS-COL-CAT = WS-PANEL-START + WS-COL-I - 1
                   PERFORM COMPUTE-ONE-CELL
                   MOVE WS-TY-TEXT TO WR-TY(WS-COL-I)
                   MOVE WS-LY-TEXT TO WR-LY(WS-COL-I)
                   MOVE WS-PCT-TEXT TO WR-PCT(WS-COL-I)
           END-PERFORM
           MOVE SPACES TO MATRIX-LINE
           MOVE WS-ROW-LABEL TO ML-STATE
           MOVE 'THIS YEAR' TO ML-ROW-NAME
           PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > 7
                   MOVE WR-TY(WS-COL-I) TO ML-CELL(WS-COL-I)
           END-PERFORM
           WRITE PRINT-LINE FROM MATRIX-LINE
           MOVE SPACES TO MATRIX-LINE
           MOVE 'LAST YEAR' TO ML-ROW-NAME
           PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > 7
                   MOVE WR-LY(WS-COL-I) TO ML-CELL(WS-COL-I)
           END-PERFORM
           WRITE PRINT-LINE FROM MATRIX-LINE
           MOVE SPACES TO MATRIX-LINE
           MOVE 'CHANGE %' TO ML-ROW-NAME
           PERFORM VARYING WS-COL-I FROM 1 BY 1 UNTIL WS-COL-I > 7
                   MOVE WR-PCT(WS-COL-I) TO ML-CELL(WS-COL-I)
           END-PERFORM
           WRITE PRINT-LINE FROM MATRIX-LINE.

      *    SUMS WS-MEASURE OVER STATES WS-ST-FROM - WS-ST-TO AND THE
      *    CATEGORY IN WS-COL-CAT (EVERY CATEGORY FOR THE TOTAL
      *    COLUMN), AND EDITS THIS YEAR, LAST YEAR AND THE CHANGE
       COMPUTE-ONE-CELL.
           IF WS-COL-CAT IS EQUAL TO WS-TOTAL-COLUMN
              MOVE 1 TO WS-CT-FROM
              MOVE WS-CAT-COUNT TO WS-CT-TO
           ELSE
              MOVE WS-COL-CAT TO WS-CT-FROM
              MOVE WS-COL-CAT TO WS-CT-TO
           END-IF
           MOVE ZERO TO WS-SUM-TY
           MOVE ZERO TO WS-SUM-LY
           PERFORM VARYING WS-SX FROM WS-ST-FROM BY 1
              UNTIL WS-SX > WS-ST-TO
              AFTER WS-CX FROM WS-CT-FROM BY 1
              UNTIL WS-CX > WS-CT-TO
                   EVALUATE TRUE
                   WHEN MEASURE-REVENUE
                        ADD WX-REVENUE(WS-SX, WS-CX, 1) TO WS-SUM-TY
                        ADD WX-REVENUE(WS-SX, WS-CX, 2) TO WS-SUM-LY
                   WHEN MEASURE-UNITS
                        ADD WX-UNITS(WS-SX, WS-CX, 1) TO WS-SUM-TY
                        ADD WX-UNITS(WS-SX, WS-CX, 2) TO WS-SUM-LY
                   WHEN OTHER
                        ADD WX-MARGIN(WS-SX, WS-CX, 1) TO WS-SUM-TY
                        ADD WX-MARGIN(WS-SX, WS-CX, 2) TO WS-SUM-LY
                   END-EVALUATE
           END-PERFORM
           IF MEASURE-UNITS
              MOVE WS-SUM-TY TO WS-UNITS-EDIT
              MOVE WS-UNITS-EDIT TO WS-TY-TEXT
              MOVE WS-SUM-LY TO WS-UNITS-EDIT
              MOVE WS-UNITS-EDIT TO WS-LY-TEXT
           ELSE
              MOVE WS-SUM-TY TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO WS-TY-TEXT
              MOVE WS-SUM-LY TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO WS-LY-TEXT
           END-IF
           PERFORM COMPUTE-PERCENT-CHANGE.

      *    NOTHING LAST YEAR IS 'NEW' (OR BLANK WHEN NOTHING THIS
      *    YEAR EITHER); A NEGATIVE MARGIN LAST YEAR IS MEASURED
      *    AGAINST ITS SIZE SO AN IMPROVEMENT STILL SHOWS AS A RISE
       COMPUTE-PERCENT-CHANGE.
           MOVE 'Y' TO WS-EXISTS
           IF WS-SUM-LY IS EQUAL TO ZERO
              MOVE 'N' TO WS-EXISTS
              IF WS-SUM-TY IS EQUAL TO ZERO
                 MOVE SPACES TO WS-PCT-TEXT
              ELSE
                 MOVE 'NEW' TO WS-PCT-TEXT
              END-IF
           ELSE
              COMPUTE WS-PCT ROUNDED =
                 (WS-SUM-TY - WS-SUM-LY) * 100 /
                 FUNCTION ABS(WS-SUM-LY)
                 ON SIZE ERROR
                    MOVE 'N' TO WS-EXISTS
                    MOVE '*****' TO WS-PCT-TEXT
                 NOT ON SIZE ERROR
                    MOVE WS-PCT TO WS-PCT-EDIT
                    MOVE WS-PCT-EDIT TO WS-PCT-TEXT
              END-COMPUTE
           END-IF.

      *    THE SAME MATRIX FOR THE SPREADSHEET: A HEADING ROW, THEN
      *    ONE ROW PER MEASURE AND STATE (AND 'ALL') WITH THIS YEAR,
      *    LAST YEAR AND CHANGE % FOR EVERY CATEGORY AND THE TOTAL
       WRITE-CROSS-TAB-CSV.
           OPEN OUTPUT CROSS-CSV-FILE
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO WS-CSV-POS
           STRING '"MEASURE","STATE"' DELIMITED BY SIZE
              INTO CSV-LINE WITH POINTER WS-CSV-POS
           PERFORM VARYING WS-COL-CAT FROM 1 BY 1
              UNTIL WS-COL-CAT > WS-TOTAL-COLUMN
                   IF WS-COL-CAT IS EQUAL TO WS-TOTAL-COLUMN
                      MOVE 'TOTAL' TO WS-CSV-COLUMN
                   ELSE
                      MOVE WK-CAT-CODE(WS-COL-CAT) TO WS-CSV-COLUMN
                   END-IF
                   STRING ',"' DELIMITED BY SIZE
                      WS-CSV-COLUMN DELIMITED BY SPACE
                      ' THIS YEAR","' DELIMITED BY SIZE
                      WS-CSV-COLUMN DELIMITED BY SPACE
                      ' LAST YEAR","' DELIMITED BY SIZE
                      WS-CSV-COLUMN DELIMITED BY SPACE
                      ' CHANGE %"' DELIMITED BY SIZE
                      INTO CSV-LINE WITH POINTER WS-CSV-POS
           END-PERFORM
           WRITE CSV-LINE
           PERFORM VARYING WS-MEASURE FROM 1 BY 1
              UNTIL WS-MEASURE > 3
                   PERFORM SET-MEASURE-NAME
                   PERFORM VARYING WS-ST-J FROM 1 BY 1
                      UNTIL WS-ST-J > WS-ST-COUNT
                           MOVE WS-ST-ORDER(WS-ST-J) TO WS-ST-FROM
                           MOVE WS-ST-ORDER(WS-ST-J) TO WS-ST-TO
                           MOVE WS-ST-CODE(WS-ST-FROM) TO WS-ROW-LABEL
                           PERFORM WRITE-ONE-CSV-ROW
                   END-PERFORM
                   MOVE 1 TO WS-ST-FROM
                   MOVE WS-ST-COUNT TO WS-ST-TO
                   MOVE 'ALL' TO WS-ROW-LABEL
                   PERFORM WRITE-ONE-CSV-ROW
           END-PERFORM
           CLOSE CROSS-CSV-FILE.

       WRITE-ONE-CSV-ROW.
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO WS-CSV-POS
           STRING '"' DELIMITED BY SIZE
              FUNCTION TRIM(WS-MEASURE-NAME) DELIMITED BY SIZE
              '","' DELIMITED BY SIZE
              WS-ROW-LABEL DELIMITED BY SPACE
              '"' DELIMITED BY SIZE
              INTO CSV-LINE WITH POINTER WS-CSV-POS
           PERFORM VARYING WS-COL-CAT FROM 1 BY 1
              UNTIL WS-COL-CAT > WS-TOTAL-COLUMN
                   PERFORM COMPUTE-ONE-CELL
                   IF MEASURE-UNITS
                      MOVE WS-SUM-TY TO WS-CSV-UNITS
                      STRING ',' FUNCTION TRIM(WS-CSV-UNITS)
                         DELIMITED BY SIZE
                         INTO CSV-LINE WITH POINTER WS-CSV-POS
                      MOVE WS-SUM-LY TO WS-CSV-UNITS
                      STRING ',' FUNCTION TRIM(WS-CSV-UNITS)
                         DELIMITED BY SIZE
                         INTO CSV-LINE WITH POINTER WS-CSV-POS
                   ELSE
                      MOVE WS-SUM-TY TO WS-CSV-AMOUNT
                      STRING ',' FUNCTION TRIM(WS-CSV-AMOUNT)
                         DELIMITED BY SIZE
                         INTO CSV-LINE WITH POINTER WS-CSV-POS
                      MOVE WS-SUM-LY TO WS-CSV-AMOUNT
                      STRING ',' FUNCTION TRIM(WS-CSV-AMOUNT)
                         DELIMITED BY SIZE
                         INTO CSV-LINE WITH POINTER WS-CSV-POS
                   END-IF
                   IF WS-EXISTS IS EQUAL TO 'Y'
                      MOVE WS-PCT TO WS-CSV-PCT
                      STRING ',' FUNCTION TRIM(WS-CSV-PCT)
                         DELIMITED BY SIZE
                         INTO CSV-LINE WITH POINTER WS-CSV-POS
                   ELSE
                      STRING ',"' FUNCTION TRIM(WS-PCT-TEXT) '"'
                         DELIMITED BY SIZE
                         INTO CSV-LINE WITH POINTER WS-CSV-POS
                   END-IF
           END-PERFORM
           WRITE CSV-LINE
           ADD 1 TO WS-CSV-COUNT.
