       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINRFMSCORE.

      *    MONTHLY RFM SEGMENTATION RUN FOR MARKETING: EVERY CUSTOMER
      *    ON customer.dat IS SCORED 1-5 ON RECENCY (DATE OF THE LAST
      *    ORDER), FREQUENCY (DISTINCT ORDERS) AND MONETARY VALUE
      *    (NET REVENUE) OVER THE LAST 24 MONTHS OF ORDER HISTORY -
      *    THE LIVE ORDER LOG AND THE order.H<date> FILES READ THE
      *    WAY MAINSALESRANK READS THEM, CREDIT MEMOS SUBTRACTING AND
      *    ORDER-LEVEL 'CHG' CHARGE LINES LEFT OUT. EACH SCORE IS THE
      *    CUSTOMER'S QUINTILE AMONG EVERYONE WHO ORDERED (EQUAL
      *    VALUES SHARE A SCORE); A CUSTOMER WITH NO ORDERS IN THE
      *    WINDOW SCORES 0-0-0. THE FIRST rfmseg.ctl RULE WHOSE
      *    RANGES TAKE ALL THREE SCORES NAMES THE SEGMENT (CHAMPIONS,
      *    AT RISK, LAPSED ...). THE RESULT REPLACES custseg.dat,
      *    WHICH MAINMAILINGLABELS SELECTS FROM, CARRYING EACH
      *    CUSTOMER'S SEGMENT FROM THE PREVIOUS MONTH'S RUN SO THAT
      *    rfmseg.rpt CAN SHOW COUNTS AND REVENUE PER SEGMENT AND THE
      *    MOVEMENT BETWEEN SEGMENTS SINCE LAST MONTH. A SECOND RUN
      *    IN THE SAME MONTH STILL COMPARES AGAINST LAST MONTH.
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
           SELECT CUSTOMER-FILE ASSIGN TO 'customer.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT SEGMENT-RULE-FILE ASSIGN TO 'rfmseg.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RULE-STATUS.
           SELECT SEGMENT-FILE ASSIGN TO 'custseg.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEGMENT-STATUS.
           SELECT SEGMENT-REPORT ASSIGN TO 'rfmseg.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ID-SORT-FILE ASSIGN TO 'rfmid.srt'.
           SELECT SCORE-SORT-FILE ASSIGN TO 'rfmscore.srt'.
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

       FD CUSTOMER-FILE.
       01 CUSTOMER-DATA.
          02 ID-NUM            PIC 9(5).
          02 FIRST-NAME        PIC X(15).
          02 LAST-NAME         PIC X(15).
          02 DATE-LAST-CHANGED PIC 9(8).
          COPY CUSTOMER-CONTACT.
          02 STATUS-CODE       PIC X.

      *    ONE SEGMENT RULE: CODE, NAME, THEN THE LOW AND HIGH SCORE
      *    ACCEPTED FOR R, F AND M - '45 45 45' IS 4 OR 5 ON ALL
      *    THREE, '00 00 00' CATCHES THE CUSTOMERS WITH NO ORDERS
       FD SEGMENT-RULE-FILE.
       01 SEGMENT-RULE-RECORD.
          02 SC-CODE           PIC X(6).
          02 FILLER            PIC X.
          02 SC-NAME           PIC X(16).
          02 FILLER            PIC X.
          02 SC-R-LOW          PIC X.
          02 SC-R-HIGH         PIC X.
          02 FILLER            PIC X.
          02 SC-F-LOW          PIC X.
          02 SC-F-HIGH         PIC X.
          02 FILLER            PIC X.
          02 SC-M-LOW          PIC X.
          02 SC-M-HIGH         PIC X.

       FD SEGMENT-FILE.
       01 SEGMENT-RECORD.
          COPY CUSTOMER-SEGMENT.

       FD SEGMENT-REPORT.
       01 PRINT-LINE            PIC X(132).

       SD ID-SORT-FILE.
       01 ID-SORT-RECORD.
          02 SR-ID-NUM          PIC 9(5).

       SD SCORE-SORT-FILE.
       01 SCORE-SORT-RECORD.
          02 SS-KEY             PIC S9(11)V99.
          02 SS-SLOT            PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.
       01 WS-LOG-STATUS        PIC XX.
       01 WS-TOTALS-STATUS     PIC XX.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-CUSTOMER-STATUS   PIC XX.
       01 WS-RULE-STATUS       PIC XX.
       01 WS-SEGMENT-STATUS    PIC XX.
       01 WS-HISTORY-FILE-NAME PIC X(20).
       01 WS-TOTALS-EOF        PIC X.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-FROM-DATE         PIC 9(8).
       01 WS-LINE-NET          PIC S9(7)V99.
       01 WS-LINES-USED        PIC 9(7)  VALUE ZERO.
       01 WS-UNKNOWN-LINES     PIC 9(7)  VALUE ZERO.
       01 WS-PRIOR-LOADED      PIC 9(5)  VALUE ZERO.
       01 WS-WRITTEN-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-MOVED-COUNT       PIC 9(5)  VALUE ZERO.
       01 WS-UNCLASSIFIED      PIC 9(5)  VALUE ZERO.
       01 WS-GRAND-REVENUE     PIC S9(11)V99 VALUE ZERO.
       01 WS-SHARE-PCT         PIC 9(3)V9.
       01 WS-NEW-ORDER         PIC X.

      *    ONE ENTRY PER customer.dat CUSTOMER, PUT IN ID ORDER BY
      *    THE SORT VERB SO ORDER LINES FIND THEIR CUSTOMER WITH
      *    SEARCH ALL - THE SAME APPROACH AS MAINCUSTOMERRECONCILE
       01 WS-CUST-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-CUST-TABLE.
          02 WS-CUST-ENTRY OCCURS 1 TO 20000 TIMES
             DEPENDING ON WS-CUST-COUNT
             ASCENDING KEY IS WC-ID-NUM
             INDEXED BY WS-CUST-X.
             03 WC-ID-NUM             PIC 9(5).
             03 WC-LAST-DATE          PIC 9(8).
             03 WC-LAST-ORDER-NUM     PIC 9(6).
             03 WC-ORDERS             PIC 9(5).
             03 WC-REVENUE            PIC S9(9)V99.
             03 WC-R-SCORE            PIC 9.
             03 WC-F-SCORE            PIC 9.
             03 WC-M-SCORE            PIC 9.
             03 WC-SEGMENT-I          PIC 99.
             03 WC-PRIOR-SEGMENT      PIC X(6).
       01 WS-CUST-I            PIC 9(5).
       01 WS-ID-EOF            PIC X.

      *    QUINTILE SCORING - ONE SORT PER MEASURE, BEST FIRST
       01 WS-SCORE-MEASURE     PIC X.
       01 WS-BUYER-COUNT       PIC 9(5)  VALUE ZERO.
       01 WS-RANK              PIC 9(5).
       01 WS-QUINTILE          PIC 9.
       01 WS-SCORE             PIC 9.
       01 WS-PREV-KEY          PIC S9(11)V99.
       01 WS-SCORE-EOF         PIC X.

      *    SEGMENT RULES FROM rfmseg.ctl IN FILE ORDER, WITH THE
      *    RUN'S COUNTS; THE LAST ENTRY IS ALWAYS UNCLAS FOR A
      *    SCORE COMBINATION NO RULE TAKES
       01 WS-SEG-COUNT         PIC 99    VALUE ZERO.
       01 WS-SEG-TABLE.
          02 WS-SEG-ENTRY OCCURS 16 TIMES.
             03 WG-CODE               PIC X(6).
             03 WG-NAME               PIC X(16).
             03 WG-R-LOW              PIC 9.
             03 WG-R-HIGH             PIC 9.
             03 WG-F-LOW              PIC 9.
             03 WG-F-HIGH             PIC 9.
             03 WG-M-LOW              PIC 9.
             03 WG-M-HIGH             PIC 9.
             03 WG-CUSTOMERS          PIC 9(5).
             03 WG-REVENUE            PIC S9(11)V99.
             03 WG-PRIOR-COUNT        PIC 9(5).
             03 WG-JOINED             PIC 9(5).
             03 WG-LEFT               PIC 9(5).
       01 WS-SEG-I             PIC 99.
       01 WS-SEG-J             PIC 99.
       01 WS-PRIOR-I           PIC 99.
       01 WS-NONE-ROW          PIC 99.
       01 WS-FOUND             PIC X.

      *    MOVEMENT MATRIX - ROW IS LAST MONTH'S SEGMENT (THE EXTRA
      *    LAST ROW IS 'NONE', NOT SCORED LAST MONTH), COLUMN IS
      *    THIS MONTH'S
       01 WS-MOVE-MATRIX.
          02 WS-MOVE-ROW OCCURS 17 TIMES.
             03 WM-CELL               PIC 9(5) OCCURS 16 TIMES.
       01 WS-COLUMN            PIC 9(3).

      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

       01 REPORT-HEADING.
          02 FILLER             PIC X(28) VALUE
             'RFM CUSTOMER SEGMENTS SCORED'.
          02 FILLER             PIC X     VALUE SPACE.
          02 RH-TODAY           PIC 9(8).
          02 FILLER             PIC X(16) VALUE
             ' - ORDERS AFTER '.
          02 RH-FROM-DATE       PIC 9(8).
       01 SEG-SECTION-HEADS.
          02 FILLER             PIC X(8)  VALUE 'SEGMENT'.
          02 FILLER             PIC X(17) VALUE 'NAME'.
          02 FILLER             PIC X(10) VALUE 'CUSTOMERS'.
          02 FILLER             PIC X(16) VALUE '     NET REVENUE'.
          02 FILLER             PIC X(7)  VALUE '  SHARE'.
          02 FILLER             PIC X(12) VALUE '  LAST MONTH'.
          02 FILLER             PIC X(8)  VALUE '  JOINED'.
          02 FILLER             PIC X(8)  VALUE '    LEFT'.
       01 SEG-DETAIL-LINE.
          02 SDL-CODE           PIC X(6).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 SDL-NAME           PIC X(16).
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-CUSTOMERS      PIC ZZZZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-REVENUE        PIC -ZZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 SDL-SHARE          PIC ZZ9.9.
          02 FILLER             PIC X(7)  VALUE SPACES.
          02 SDL-PRIOR          PIC ZZZZ9.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 SDL-JOINED         PIC ZZZZ9.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 SDL-LEFT           PIC ZZZZ9.
       01 WS-CELL-EDIT         PIC ZZZZZ9.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
      *    24 MONTHS BACK - THE SAME DEPTH retain.ctl KEEPS THE
      *    order.H HISTORY FILES FOR
           COMPUTE WS-FROM-DATE = WS-TODAY - 20000
           PERFORM LOAD-SEGMENT-RULES
           PERFORM SORT-CUSTOMER-IDS
           IF WS-CUST-COUNT IS EQUAL TO ZERO
              DISPLAY 'RFM: customer.dat is empty, nothing scored'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM SCAN-HISTORY-FILES
           PERFORM SCAN-LIVE-LOG
           PERFORM VARYING WS-CUST-I FROM 1 BY 1
              UNTIL WS-CUST-I > WS-CUST-COUNT
                   IF WC-ORDERS(WS-CUST-I) IS GREATER THAN ZERO
                      ADD 1 TO WS-BUYER-COUNT
                   END-IF
           END-PERFORM
           IF WS-BUYER-COUNT IS GREATER THAN ZERO
              MOVE 'R' TO WS-SCORE-MEASURE
              PERFORM SCORE-ONE-MEASURE
              MOVE 'F' TO WS-SCORE-MEASURE
              PERFORM SCORE-ONE-MEASURE
              MOVE 'M' TO WS-SCORE-MEASURE
              PERFORM SCORE-ONE-MEASURE
           END-IF
           PERFORM VARYING WS-CUST-I FROM 1 BY 1
              UNTIL WS-CUST-I > WS-CUST-COUNT
                   PERFORM ASSIGN-SEGMENT
           END-PERFORM
           PERFORM LOAD-PRIOR-SEGMENTS
           PERFORM WRITE-SEGMENT-FILE
           PERFORM PRINT-SEGMENT-REPORT

           MOVE 'MAINRFMSCORE' TO WS-SP-PROGRAM
           MOVE 'rfmseg.rpt' TO WS-SP-REPORT-NAME
           MOVE SPACES TO WS-SP-PARAMS
           STRING 'RUN ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS
           MOVE SPACES TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           DISPLAY 'RFM: ' WS-CUST-COUNT ' customer(s) scored, '
              WS-BUYER-COUNT ' with orders, ' WS-MOVED-COUNT
              ' changed segment since last month'
           IF WS-UNKNOWN-LINES IS GREATER THAN ZERO
              DISPLAY 'RFM: ' WS-UNKNOWN-LINES ' order line(s) for '
                 'customers not on customer.dat were not scored'
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNCLASSIFIED IS GREATER THAN ZERO
              DISPLAY 'RFM: ' WS-UNCLASSIFIED ' customer(s) matched '
                 'no rfmseg.ctl rule and are UNCLAS'
              MOVE 4 TO RETURN-CODE
           END-IF.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-WRITTEN-COUNT
              ' record(s) written'.
           STOP RUN.

       LOAD-SEGMENT-RULES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SEGMENT-RULE-FILE
           IF WS-RULE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'RFM: rfmseg.ctl not found, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                   READ SEGMENT-RULE-FILE
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      PERFORM TAKE-ONE-RULE
                   END-READ
           END-PERFORM
           CLOSE SEGMENT-RULE-FILE
           ADD 1 TO WS-SEG-COUNT
           INITIALIZE WS-SEG-ENTRY(WS-SEG-COUNT)
           MOVE 'UNCLAS' TO WG-CODE(WS-SEG-COUNT)
           MOVE 'Unclassified' TO WG-NAME(WS-SEG-COUNT)
           MOVE 9 TO WG-R-LOW(WS-SEG-COUNT)
           MOVE 9 TO WG-F-LOW(WS-SEG-COUNT)
           MOVE 9 TO WG-M-LOW(WS-SEG-COUNT)
           COMPUTE WS-NONE-ROW = WS-SEG-COUNT + 1
           INITIALIZE WS-MOVE-MATRIX.

       TAKE-ONE-RULE.
           IF SC-CODE IS EQUAL TO SPACES
              CONTINUE
           ELSE
              IF SC-R-LOW IS NOT NUMERIC OR
                 SC-R-HIGH IS NOT NUMERIC OR
                 SC-F-LOW IS NOT NUMERIC OR
                 SC-F-HIGH IS NOT NUMERIC OR
                 SC-M-LOW IS NOT NUMERIC OR
                 SC-M-HIGH IS NOT NUMERIC
                 DISPLAY 'RFM: rfmseg.ctl rule ' SC-CODE
                    ' has a non-numeric score range, ignored'
              ELSE
                 IF WS-SEG-COUNT IS EQUAL TO 15
                    DISPLAY 'RFM: segment rule table full, '
                       'run aborted'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-SEG-COUNT
                 INITIALIZE WS-SEG-ENTRY(WS-SEG-COUNT)
                 MOVE SC-CODE TO WG-CODE(WS-SEG-COUNT)
                 MOVE SC-NAME TO WG-NAME(WS-SEG-COUNT)
                 MOVE SC-R-LOW TO WG-R-LOW(WS-SEG-COUNT)
                 MOVE SC-R-HIGH TO WG-R-HIGH(WS-SEG-COUNT)
                 MOVE SC-F-LOW TO WG-F-LOW(WS-SEG-COUNT)
                 MOVE SC-F-HIGH TO WG-F-HIGH(WS-SEG-COUNT)
                 MOVE SC-M-LOW TO WG-M-LOW(WS-SEG-COUNT)
                 MOVE SC-M-HIGH TO WG-M-HIGH(WS-SEG-COUNT)
              END-IF
           END-IF.

      *    THE CUSTOMER IDS ARE PUT IN KEY ORDER BY THE SORT VERB -
      *    THE INPUT PROCEDURE READS customer.dat, THE OUTPUT
      *    PROCEDURE FILLS THE TABLE SEARCH ALL RELIES ON
       SORT-CUSTOMER-IDS.
           SORT ID-SORT-FILE
              ON ASCENDING KEY SR-ID-NUM
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS RELEASE-CUSTOMER-IDS
              OUTPUT PROCEDURE IS FILL-CUSTOMER-TABLE.

       RELEASE-CUSTOMER-IDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CUSTOMER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE ID-NUM TO SR-ID-NUM
                         RELEASE ID-SORT-RECORD
                      END-READ
              END-PERFORM
              CLOSE CUSTOMER-FILE
           END-IF.

       FILL-CUSTOMER-TABLE.
           MOVE 'N' TO WS-ID-EOF
           PERFORM UNTIL WS-ID-EOF IS EQUAL TO 'Y'
                   RETURN ID-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-ID-EOF
                   NOT AT END
                      IF WS-CUST-COUNT IS GREATER THAN ZERO AND
                         SR-ID-NUM IS EQUAL TO
                         WC-ID-NUM(WS-CUST-COUNT)
                         CONTINUE
                      ELSE
                         IF WS-CUST-COUNT IS EQUAL TO 20000
                            DISPLAY 'RFM: customer table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-CUST-COUNT
                         INITIALIZE WS-CUST-ENTRY(WS-CUST-COUNT)
                         MOVE SR-ID-NUM TO WC-ID-NUM(WS-CUST-COUNT)
                      END-IF
                   END-RETURN
           END-PERFORM.

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
                         IF DT-DATE IS GREATER THAN WS-FROM-DATE
                            AND DT-DATE IS LESS THAN OR EQUAL TO
                            WS-TODAY
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
              DISPLAY 'RFM: ' WS-HISTORY-FILE-NAME ' missing, '
                 'its orders are not scored'
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

      *    A SALE LINE COUNTS TOWARD RECENCY AND, WHEN IT STARTS A
      *    NEW ORDER NUMBER (OR A NEW DAY ON LINES FROM BEFORE ORDER
      *    NUMBERS), FREQUENCY; A CREDIT MEMO ONLY TAKES MONEY OFF
       FOLD-ORDER-LINE.
           IF OD-DATE IS NOT GREATER THAN WS-FROM-DATE OR
              OD-DATE IS GREATER THAN WS-TODAY OR
              OD-REC-TYPE IS EQUAL TO 'CHG'
              CONTINUE
           ELSE
              SEARCH ALL WS-CUST-ENTRY
                 AT END
                    ADD 1 TO WS-UNKNOWN-LINES
                 WHEN WC-ID-NUM(WS-CUST-X) IS EQUAL TO OD-ID-NUM
                    SET WS-CUST-I TO WS-CUST-X
                    PERFORM FOLD-INTO-CUSTOMER
              END-SEARCH
           END-IF.

       FOLD-INTO-CUSTOMER.
           ADD 1 TO WS-LINES-USED
           COMPUTE WS-LINE-NET = FUNCTION NUMVAL(OD-LINE-TOTAL)
           IF OD-REC-TYPE IS EQUAL TO 'CRM'
              SUBTRACT WS-LINE-NET FROM WC-REVENUE(WS-CUST-I)
           ELSE
              ADD WS-LINE-NET TO WC-REVENUE(WS-CUST-I)
              MOVE 'N' TO WS-NEW-ORDER
              IF OD-ORDER-NUM IS NUMERIC AND
                 OD-ORDER-NUM IS GREATER THAN ZERO
                 IF OD-ORDER-NUM IS NOT EQUAL TO
                    WC-LAST-ORDER-NUM(WS-CUST-I)
                    MOVE 'Y' TO WS-NEW-ORDER
                 END-IF
              ELSE
                 IF OD-DATE IS NOT EQUAL TO
                    WC-LAST-DATE(WS-CUST-I)
                    MOVE 'Y' TO WS-NEW-ORDER
                 END-IF
              END-IF
              IF WS-NEW-ORDER IS EQUAL TO 'Y'
                 ADD 1 TO WC-ORDERS(WS-CUST-I)
                 IF OD-ORDER-NUM IS NUMERIC
                    MOVE OD-ORDER-NUM TO
                       WC-LAST-ORDER-NUM(WS-CUST-I)
                 ELSE
                    MOVE ZERO TO WC-LAST-ORDER-NUM(WS-CUST-I)
                 END-IF
              END-IF
              IF OD-DATE IS GREATER THAN WC-LAST-DATE(WS-CUST-I)
                 MOVE OD-DATE TO WC-LAST-DATE(WS-CUST-I)
              END-IF
           END-IF.

      *    ONE SORT OF THE CUSTOMERS WHO ORDERED, BEST VALUE FIRST;
      *    RANK R OF N IS IN QUINTILE (R-1)*5/N, SO THE TOP FIFTH
      *    SCORES 5 AND THE BOTTOM FIFTH 1
       SCORE-ONE-MEASURE.
           SORT SCORE-SORT-FILE
              ON DESCENDING KEY SS-KEY
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS RELEASE-SCORE-KEYS
              OUTPUT PROCEDURE IS ASSIGN-QUINTILES.

       RELEASE-SCORE-KEYS.
           PERFORM VARYING WS-CUST-I FROM 1 BY 1
              UNTIL WS-CUST-I > WS-CUST-COUNT
                   IF WC-ORDERS(WS-CUST-I) IS GREATER THAN ZERO
                      EVALUATE WS-SCORE-MEASURE
                      WHEN 'R'
                           MOVE WC-LAST-DATE(WS-CUST-I) TO SS-KEY
                      WHEN 'F'
                           MOVE WC-ORDERS(WS-CUST-I) TO SS-KEY
                      WHEN OTHER
                           MOVE WC-REVENUE(WS-CUST-I) TO SS-KEY
                      END-EVALUATE
                      MOVE WS-CUST-I TO SS-SLOT
                      RELEASE SCORE-SORT-RECORD
                   END-IF
           END-PERFORM.

       ASSIGN-QUINTILES.
           MOVE 'N' TO WS-SCORE-EOF
           MOVE ZERO TO WS-RANK
           PERFORM UNTIL WS-SCORE-EOF IS EQUAL TO 'Y'
                   RETURN SCORE-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SCORE-EOF
                   NOT AT END
                      ADD 1 TO WS-RANK
      *                EQUAL VALUES KEEP THE SCORE OF THE FIRST ONE
                      IF WS-RANK IS EQUAL TO 1 OR
                         SS-KEY IS NOT EQUAL TO WS-PREV-KEY
                         COMPUTE WS-QUINTILE =
                            ((WS-RANK - 1) * 5) / WS-BUYER-COUNT
                         COMPUTE WS-SCORE = 5 - WS-QUINTILE
                         MOVE SS-KEY TO WS-PREV-KEY
                      END-IF
                      EVALUATE WS-SCORE-MEASURE
                      WHEN 'R'
                           MOVE WS-SCORE TO WC-R-SCORE(SS-SLOT)
                      WHEN 'F'
                           MOVE WS-SCORE TO WC-F-SCORE(SS-SLOT)
                      WHEN OTHER
                           MOVE WS-SCORE TO WC-M-SCORE(SS-SLOT)
                      END-EVALUATE
                   END-RETURN
           END-PERFORM.

      *    FIRST RULE WHOSE THREE RANGES ALL HOLD WINS
       ASSIGN-SEGMENT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SEG-I FROM 1 BY 1
              UNTIL WS-SEG-I IS GREATER THAN OR EQUAL TO
                 WS-SEG-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                   IF WC-R-SCORE(WS-CUST-I) IS NOT LESS THAN
                      WG-R-LOW(WS-SEG-I) AND
                      WC-R-SCORE(WS-CUST-I) IS NOT GREATER THAN
                      WG-R-HIGH(WS-SEG-I) AND
                      WC-F-SCORE(WS-CUST-I) IS NOT LESS THAN
                      WG-F-LOW(WS-SEG-I) AND
                      WC-F-SCORE(WS-CUST-I) IS NOT GREATER THAN
                      WG-F-HIGH(WS-SEG-I) AND
                      WC-M-SCORE(WS-CUST-I) IS NOT LESS THAN
                      WG-M-LOW(WS-SEG-I) AND
                      WC-M-SCORE(WS-CUST-I) IS NOT GREATER THAN
                      WG-M-HIGH(WS-SEG-I)
                      MOVE 'Y' TO WS-FOUND
                      MOVE WS-SEG-I TO WC-SEGMENT-I(WS-CUST-I)
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              MOVE WS-SEG-COUNT TO WC-SEGMENT-I(WS-CUST-I)
              ADD 1 TO WS-UNCLASSIFIED
           END-IF
           MOVE WC-SEGMENT-I(WS-CUST-I) TO WS-SEG-I
           ADD 1 TO WG-CUSTOMERS(WS-SEG-I)
           ADD WC-REVENUE(WS-CUST-I) TO WG-REVENUE(WS-SEG-I)
           ADD WC-REVENUE(WS-CUST-I) TO WS-GRAND-REVENUE.

      *    LAST MONTH'S SEGMENT COMES FROM THE custseg.dat ABOUT TO
      *    BE REPLACED - ITS OWN PRIOR SEGMENT IF IT WAS ALREADY
      *    SCORED THIS MONTH, SO A RERUN DOES NOT LOSE THE MOVEMENT
       LOAD-PRIOR-SEGMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SEGMENT-FILE
           IF WS-SEGMENT-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'RFM: no earlier custseg.dat, every customer '
                 'is new to the segment file'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SEGMENT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM TAKE-ONE-PRIOR-SEGMENT
                      END-READ
              END-PERFORM
              CLOSE SEGMENT-FILE
           END-IF.

       TAKE-ONE-PRIOR-SEGMENT.
           SEARCH ALL WS-CUST-ENTRY
              AT END
                 CONTINUE
              WHEN WC-ID-NUM(WS-CUST-X) IS EQUAL TO SG-ID-NUM
                 ADD 1 TO WS-PRIOR-LOADED
                 IF SG-SCORED-DATE(1:6) IS EQUAL TO WS-TODAY(1:6)
                    MOVE SG-PRIOR-SEGMENT TO
                       WC-PRIOR-SEGMENT(WS-CUST-X)
                 ELSE
                    MOVE SG-SEGMENT TO WC-PRIOR-SEGMENT(WS-CUST-X)
                 END-IF
           END-SEARCH.

       WRITE-SEGMENT-FILE.
           OPEN OUTPUT SEGMENT-FILE
           PERFORM VARYING WS-CUST-I FROM 1 BY 1
              UNTIL WS-CUST-I > WS-CUST-COUNT
                   PERFORM WRITE-ONE-SEGMENT
           END-PERFORM
           CLOSE SEGMENT-FILE.

       WRITE-ONE-SEGMENT.
           MOVE WC-SEGMENT-I(WS-CUST-I) TO WS-SEG-I
           MOVE SPACES TO SEGMENT-RECORD
           MOVE WC-ID-NUM(WS-CUST-I) TO SG-ID-NUM
           MOVE WG-CODE(WS-SEG-I) TO SG-SEGMENT
           MOVE WC-R-SCORE(WS-CUST-I) TO SG-R-SCORE
           MOVE WC-F-SCORE(WS-CUST-I) TO SG-F-SCORE
           MOVE WC-M-SCORE(WS-CUST-I) TO SG-M-SCORE
           MOVE WC-LAST-DATE(WS-CUST-I) TO SG-LAST-ORDER
           MOVE WC-ORDERS(WS-CUST-I) TO SG-ORDER-COUNT
           MOVE WC-REVENUE(WS-CUST-I) TO SG-REVENUE
           MOVE WC-PRIOR-SEGMENT(WS-CUST-I) TO SG-PRIOR-SEGMENT
           MOVE WS-TODAY TO SG-SCORED-DATE
           WRITE SEGMENT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT
      *    FIND LAST MONTH'S ROW - A CODE NO LONGER IN rfmseg.ctl
      *    OR A CUSTOMER NOT SCORED LAST MONTH FALLS ON 'NONE'
           MOVE WS-NONE-ROW TO WS-PRIOR-I
           PERFORM VARYING WS-SEG-J FROM 1 BY 1
              UNTIL WS-SEG-J > WS-SEG-COUNT
                   IF WC-PRIOR-SEGMENT(WS-CUST-I) IS NOT EQUAL TO
                      SPACES AND WC-PRIOR-SEGMENT(WS-CUST-I) IS
                      EQUAL TO WG-CODE(WS-SEG-J)
                      MOVE WS-SEG-J TO WS-PRIOR-I
                   END-IF
           END-PERFORM
           ADD 1 TO WM-CELL(WS-PRIOR-I, WS-SEG-I)
           IF WS-PRIOR-I IS EQUAL TO WS-NONE-ROW
              ADD 1 TO WG-JOINED(WS-SEG-I)
           ELSE
              ADD 1 TO WG-PRIOR-COUNT(WS-PRIOR-I)
              IF WS-PRIOR-I IS NOT EQUAL TO WS-SEG-I
                 ADD 1 TO WG-JOINED(WS-SEG-I)
                 ADD 1 TO WG-LEFT(WS-PRIOR-I)
                 ADD 1 TO WS-MOVED-COUNT
              END-IF
           END-IF.

       PRINT-SEGMENT-REPORT.
           OPEN OUTPUT SEGMENT-REPORT
           MOVE WS-TODAY TO RH-TODAY
           MOVE WS-FROM-DATE TO RH-FROM-DATE
           WRITE PRINT-LINE FROM REPORT-HEADING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'CUSTOMERS AND NET REVENUE BY SEGMENT' TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SEG-SECTION-HEADS
           PERFORM VARYING WS-SEG-I FROM 1 BY 1
              UNTIL WS-SEG-I > WS-SEG-COUNT
                   MOVE WG-CODE(WS-SEG-I) TO SDL-CODE
                   MOVE WG-NAME(WS-SEG-I) TO SDL-NAME
                   MOVE WG-CUSTOMERS(WS-SEG-I) TO SDL-CUSTOMERS
                   MOVE WG-REVENUE(WS-SEG-I) TO SDL-REVENUE
                   IF WS-GRAND-REVENUE IS GREATER THAN ZERO AND
                      WG-REVENUE(WS-SEG-I) IS GREATER THAN ZERO
                      COMPUTE WS-SHARE-PCT ROUNDED =
                         (WG-REVENUE(WS-SEG-I) * 100) /
                         WS-GRAND-REVENUE
                      MOVE WS-SHARE-PCT TO SDL-SHARE
                   ELSE
                      MOVE ZERO TO SDL-SHARE
                   END-IF
                   MOVE WG-PRIOR-COUNT(WS-SEG-I) TO SDL-PRIOR
                   MOVE WG-JOINED(WS-SEG-I) TO SDL-JOINED
                   MOVE WG-LEFT(WS-SEG-I) TO SDL-LEFT
                   WRITE PRINT-LINE FROM SEG-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO SEG-DETAIL-LINE
           MOVE 'TOTAL' TO SDL-CODE
           MOVE WS-CUST-COUNT TO SDL-CUSTOMERS
           MOVE WS-GRAND-REVENUE TO SDL-REVENUE
           MOVE WS-PRIOR-LOADED TO SDL-PRIOR
           WRITE PRINT-LINE FROM SEG-DETAIL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'MOVEMENT SINCE LAST MONTH - ROWS LAST MONTH, COLUMNS'
              TO PRINT-LINE
           MOVE ' THIS MONTH' TO PRINT-LINE(53:11)
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE 'FROM' TO PRINT-LINE(1:4)
           PERFORM VARYING WS-SEG-J FROM 1 BY 1
              UNTIL WS-SEG-J > WS-SEG-COUNT
                   COMPUTE WS-COLUMN = 9 + ((WS-SEG-J - 1) * 7)
                   MOVE WG-CODE(WS-SEG-J) TO PRINT-LINE(WS-COLUMN:6)
           END-PERFORM
           WRITE PRINT-LINE
           PERFORM VARYING WS-SEG-I FROM 1 BY 1
              UNTIL WS-SEG-I > WS-NONE-ROW
                   PERFORM PRINT-ONE-MOVEMENT-ROW
           END-PERFORM
           CLOSE SEGMENT-REPORT.

       PRINT-ONE-MOVEMENT-ROW.
           MOVE SPACES TO PRINT-LINE
           IF WS-SEG-I IS EQUAL TO WS-NONE-ROW
              MOVE 'NONE' TO PRINT-LINE(1:6)
           ELSE
              MOVE WG-CODE(WS-SEG-I) TO PRINT-LINE(1:6)
           END-IF
           PERFORM VARYING WS-SEG-J FROM 1 BY 1
              UNTIL WS-SEG-J > WS-SEG-COUNT
                   COMPUTE WS-COLUMN = 9 + ((WS-SEG-J - 1) * 7)
                   MOVE WM-CELL(WS-SEG-I, WS-SEG-J) TO WS-CELL-EDIT
                   MOVE WS-CELL-EDIT TO PRINT-LINE(WS-COLUMN:6)
           END-PERFORM
           WRITE PRINT-LINE.
