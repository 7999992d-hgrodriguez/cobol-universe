       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINREBATERUN.

      *    CUSTOMER VOLUME REBATE RUN OVER THE rebate.dat AGREEMENTS.
      *    NET SALES FOR EACH AGREEMENT COME FROM THE LIVE order.dat
      *    LOG AND THE order.H<date> HISTORY FILES LISTED ON
      *    dailytot.dat - CRM RETURN LINES COME OFF, CHG CHARGE LINES
      *    ARE NOT SALES - COUNTING ONLY LINES DATED INSIDE THE
      *    AGREEMENT YEAR AND NOT AFTER THE AS-OF DATE. THE HIGHEST
      *    TIER WHOSE THRESHOLD THE SALES EXCEED GIVES ITS PERCENT
      *    BACK ON ALL OF THEM.
      *    MODE A (RUN AT QUARTER END) LISTS EVERY OPEN AGREEMENT
      *    ALREADY STARTED ON rebaccr.rpt WITH THE REBATE EARNED SO
      *    FAR AND THE SALES NEEDED FOR THE NEXT TIER, FOR THE
      *    ACCRUAL. MODE S SETTLES EVERY OPEN AGREEMENT WHOSE YEAR
      *    ENDED BEFORE THE AS-OF DATE: THE REBATE BRINGS arbal.dat
      *    DOWN, GOES TO aropen.dat AS AN OPEN CRM CREDIT ITEM FOR
      *    CASH APPLICATION TO TAKE AGAINST INVOICES, AND TO
      *    payment.dat AS AN 'RBT' LINE SO THE STATEMENT AND THE GL
      *    EXPORT SEE IT. THE AGREEMENT IS MARKED SETTLED WITH THE
      *    DATE AND AMOUNT, SO A RERUN CREDITS NOTHING TWICE, AND
      *    EVERY SETTLEMENT LISTS ON THE rebate.rpt REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN TO 'rebate.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REBATE-STATUS.
           SELECT ORDER-LOG ASSIGN TO 'order.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT DAILY-TOTALS-FILE ASSIGN TO 'dailytot.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOTALS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
           SELECT AR-BALANCE-FILE ASSIGN TO 'arbal.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS AR-ID-NUM
              FILE STATUS IS WS-ARBAL-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AROPEN-STATUS.
           SELECT PAYMENT-LOG ASSIGN TO 'payment.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYLOG-STATUS.
           SELECT REBATE-REPORT ASSIGN TO WS-REPORT-NAME
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD REBATE-FILE.
       01 REBATE-DATA.
          COPY REBATE-AGREEMENT.

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

       FD AR-BALANCE-FILE.
       01 AR-BALANCE-DATA.
          02 AR-ID-NUM         PIC 9(5).
          02 AR-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          COPY AR-OPEN-ITEM.

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD REBATE-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.
       01 WS-REBATE-STATUS     PIC XX.
       01 WS-LOG-STATUS        PIC XX.
       01 WS-TOTALS-STATUS     PIC XX.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-ARBAL-STATUS      PIC XX.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-PAYLOG-STATUS     PIC XX.
       01 WS-HISTORY-FILE-NAME PIC X(20).
       01 WS-REPORT-NAME       PIC X(20).
       01 WS-TOTALS-EOF        PIC X.
       01 WS-EOF               PIC X.
       01 WS-MODE              PIC X.
          88 WS-ACCRUAL-MODE             VALUE 'A' 'a'.
          88 WS-SETTLE-MODE              VALUE 'S' 's'.
       01 WS-ENTER-DATE        PIC X(8).
       01 WS-AS-OF-DATE        PIC 9(8).
       01 WS-TODAY             PIC 9(8).
       01 WS-EARLIEST-START    PIC 9(8).
       01 WS-LINE-NET          PIC S9(7)V99.
       01 WS-TIER-I            PIC 9.
       01 WS-PCT               PIC 9(2)V99.
       01 WS-NEXT-THRESHOLD    PIC 9(7)V99.
       01 WS-REBATE            PIC 9(7)V99.
       01 WS-REBATE-TOTAL      PIC 9(8)V99 VALUE ZERO.
       01 WS-LISTED-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-CREDITED-COUNT    PIC 9(4)  VALUE ZERO.
       01 WS-LINES-READ        PIC 9(7)  VALUE ZERO.
       01 WS-BALANCE-EXISTS    PIC X.
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-CUSTOMER-NAME     PIC X(30).
       01 WS-EDIT-AMOUNT       PIC ZZZZZ9.99.
       01 WS-EDIT-TOTAL        PIC Z,ZZZ,ZZ9.99.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    SAME LINE LAYOUT MAINPAYMENTENTRY APPENDS - THE RECORD
      *    TYPE IS 'RBT' ON A VOLUME REBATE CREDIT
       01 PAYMENT-DETAIL.
          02 PY-DATE           PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-ID-NUM         PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-AMOUNT         PIC X(9).
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-REC-TYPE       PIC X(3).
          02 FILLER            PIC X(12) VALUE SPACES.
      *       OPERATOR SIGNED ON WHEN THE LINE WAS POSTED AND THE
      *       TIME OF DAY - SPACES FROM THE UNATTENDED BATCH RUNS
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-OPERATOR       PIC X(8)  VALUE SPACES.
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-ENTRY-TIME     PIC X(6)  VALUE SPACES.

      *    THE WHOLE AGREEMENT FILE, WITH THE NET SALES GATHERED FOR
      *    EACH AGREEMENT THIS RUN LOOKS AT (WRA-IN-RUN = 'Y')
       01 WS-RA-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-RA-TABLE.
          02 WS-RA-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-RA-COUNT.
             03 WRA-ID-NUM            PIC 9(5).
             03 WRA-START-DATE        PIC 9(8).
             03 WRA-END-DATE          PIC 9(8).
             03 WRA-TIER OCCURS 3 TIMES.
                04 WRA-THRESHOLD      PIC 9(7)V99.
                04 WRA-PCT            PIC 9(2)V99.
             03 WRA-STATUS            PIC X.
             03 WRA-SETTLED-DATE      PIC 9(8).
             03 WRA-REBATE-AMT        PIC 9(7)V99.
             03 WRA-IN-RUN            PIC X.
             03 WRA-LAST-DATE         PIC 9(8).
             03 WRA-NET-SALES         PIC S9(9)V99.
       01 WS-RA-I              PIC 9(4).
       01 WS-IN-RUN-COUNT      PIC 9(4)  VALUE ZERO.

       01 ACCRUAL-HEADING.
          02 FILLER             PIC X(30) VALUE
             'VOLUME REBATE ACCRUAL AS OF '.
          02 AH-DATE            PIC 9(8).
       01 ACCRUAL-COLUMN-HEADS.
          02 FILLER             PIC X(7)  VALUE 'ID'.
          02 FILLER             PIC X(19) VALUE 'NAME'.
          02 FILLER             PIC X(9)  VALUE 'YEAR END'.
          02 FILLER             PIC X(14) VALUE '    NET SALES'.
          02 FILLER             PIC X(6)  VALUE ' PCT'.
          02 FILLER             PIC X(13) VALUE '   EARNED'.
          02 FILLER             PIC X(12) VALUE '   NEXT TIER'.
       01 ACCRUAL-DETAIL-LINE.
          02 ADL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 ADL-NAME           PIC X(18).
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-END-DATE       PIC 9(8).
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-NET-SALES      PIC -Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-PCT            PIC Z9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-EARNED         PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-NEXT           PIC Z,ZZZ,ZZ9.99.
       01 ACCRUAL-TOTAL-LINE.
          02 FILLER             PIC X(55) VALUE
             'TOTAL EARNED TO DATE'.
          02 ATL-EARNED         PIC Z,ZZZ,ZZ9.99.

       01 SETTLE-HEADING.
          02 FILLER             PIC X(30) VALUE
             'VOLUME REBATE REGISTER FOR '.
          02 SH-DATE            PIC 9(8).
       01 SETTLE-COLUMN-HEADS.
          02 FILLER             PIC X(7)  VALUE 'ID'.
          02 FILLER             PIC X(21) VALUE 'NAME'.
          02 FILLER             PIC X(18) VALUE 'AGREEMENT YEAR'.
          02 FILLER             PIC X(14) VALUE '    NET SALES'.
          02 FILLER             PIC X(6)  VALUE ' PCT'.
          02 FILLER             PIC X(12) VALUE '      REBATE'.
       01 SETTLE-DETAIL-LINE.
          02 SDL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 SDL-NAME           PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-START-DATE     PIC 9(8).
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-END-DATE       PIC 9(8).
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-NET-SALES      PIC -Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-PCT            PIC Z9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-REBATE         PIC Z,ZZZ,ZZ9.99.
       01 SETTLE-TOTAL-LINE.
          02 FILLER             PIC X(66) VALUE 'TOTAL CREDITED'.
          02 STL-REBATE         PIC Z,ZZZ,ZZ9.99.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-LISTED          PIC ZZZ9.
          02 FILLER             PIC X(17) VALUE ' AGREEMENT(S), '.
          02 RF-CREDITED        PIC ZZZ9.
          02 FILLER             PIC X(10) VALUE ' CREDITED'.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY 'REBATE: (A)ccrual report or (S)ettle ended '
              'agreements: ' WITH NO ADVANCING
           ACCEPT WS-MODE
           IF NOT WS-ACCRUAL-MODE AND NOT WS-SETTLE-MODE
              DISPLAY 'REBATE: mode must be A or S, nothing done'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'REBATE: As-Of Date (YYYYMMDD, blank = today): '
              WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE IS EQUAL TO SPACES
              MOVE WS-TODAY TO WS-AS-OF-DATE
           ELSE
              MOVE WS-ENTER-DATE TO WS-AS-OF-DATE
           END-IF
           PERFORM LOAD-REBATE-TABLE
           PERFORM SELECT-AGREEMENTS
           IF WS-IN-RUN-COUNT IS EQUAL TO ZERO
              DISPLAY 'REBATE: no agreements due for this run'
              STOP RUN
           END-IF
           PERFORM SCAN-HISTORY-FILES
           PERFORM SCAN-LIVE-LOG
           OPEN INPUT CUSTOMER-FILE
           IF WS-SETTLE-MODE
              PERFORM SETTLE-AGREEMENTS
           ELSE
              PERFORM REPORT-ACCRUALS
           END-IF
           CLOSE CUSTOMER-FILE
           MOVE 'MAINREBATE  ' TO WS-SP-PROGRAM
           MOVE WS-REPORT-NAME TO WS-SP-REPORT-NAME
           MOVE SPACES TO WS-SP-PARAMS
           STRING 'AS OF ' WS-AS-OF-DATE DELIMITED BY SIZE
              INTO WS-SP-PARAMS
           MOVE SPACES TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           MOVE WS-REBATE-TOTAL TO WS-EDIT-TOTAL
           IF WS-SETTLE-MODE
              DISPLAY 'REBATE: ' WS-CREDITED-COUNT ' credit(s) '
                 'totalling ' WS-EDIT-TOTAL ' on '
                 FUNCTION TRIM(WS-REPORT-NAME)
           ELSE
              DISPLAY 'REBATE: ' WS-EDIT-TOTAL ' earned to date on '
                 FUNCTION TRIM(WS-REPORT-NAME)
           END-IF
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-LINES-READ ' order line(s) '
              'read, ' WS-LISTED-COUNT ' agreement(s) written'.
           STOP RUN.

       LOAD-REBATE-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REBATE-FILE
           IF WS-REBATE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'REBATE: rebate.dat not found, nothing done'
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                   READ REBATE-FILE
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF WS-RA-COUNT IS EQUAL TO 2000
                         DISPLAY 'REBATE: agreement table full, '
                            'run aborted'
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-RA-COUNT
                      MOVE RA-ID-NUM TO WRA-ID-NUM(WS-RA-COUNT)
                      MOVE RA-START-DATE TO
                         WRA-START-DATE(WS-RA-COUNT)
                      MOVE RA-END-DATE TO WRA-END-DATE(WS-RA-COUNT)
                      PERFORM VARYING WS-TIER-I FROM 1 BY 1
                         UNTIL WS-TIER-I > 3
                              MOVE RA-THRESHOLD(WS-TIER-I) TO
                                 WRA-THRESHOLD(WS-RA-COUNT,
                                 WS-TIER-I)
                              MOVE RA-PCT(WS-TIER-I) TO
                                 WRA-PCT(WS-RA-COUNT, WS-TIER-I)
                      END-PERFORM
                      MOVE RA-STATUS TO WRA-STATUS(WS-RA-COUNT)
                      MOVE RA-SETTLED-DATE TO
                         WRA-SETTLED-DATE(WS-RA-COUNT)
                      MOVE RA-REBATE-AMT TO
                         WRA-REBATE-AMT(WS-RA-COUNT)
                      MOVE 'N' TO WRA-IN-RUN(WS-RA-COUNT)
                      MOVE ZERO TO WRA-NET-SALES(WS-RA-COUNT)
                   END-READ
           END-PERFORM
           CLOSE REBATE-FILE.

      *    ACCRUAL LOOKS AT OPEN AGREEMENTS ALREADY STARTED,
      *    SETTLEMENT AT OPEN ONES WHOSE YEAR IS OVER. SALES COUNT UP
      *    TO THE END OF THE YEAR OR THE AS-OF DATE, WHICHEVER COMES
      *    FIRST
       SELECT-AGREEMENTS.
           MOVE 99999999 TO WS-EARLIEST-START
           PERFORM VARYING WS-RA-I FROM 1 BY 1
              UNTIL WS-RA-I > WS-RA-COUNT
                   IF WRA-STATUS(WS-RA-I) IS EQUAL TO 'O'
                      IF (WS-ACCRUAL-MODE AND
                         WRA-START-DATE(WS-RA-I) IS NOT GREATER THAN
                         WS-AS-OF-DATE) OR
                         (WS-SETTLE-MODE AND
                         WRA-END-DATE(WS-RA-I) IS LESS THAN
                         WS-AS-OF-DATE)
                         MOVE 'Y' TO WRA-IN-RUN(WS-RA-I)
                         ADD 1 TO WS-IN-RUN-COUNT
                         IF WRA-END-DATE(WS-RA-I) IS LESS THAN
                            WS-AS-OF-DATE
                            MOVE WRA-END-DATE(WS-RA-I) TO
                               WRA-LAST-DATE(WS-RA-I)
                         ELSE
                            MOVE WS-AS-OF-DATE TO
                               WRA-LAST-DATE(WS-RA-I)
                         END-IF
                         IF WRA-START-DATE(WS-RA-I) IS LESS THAN
                            WS-EARLIEST-START
                            MOVE WRA-START-DATE(WS-RA-I) TO
                               WS-EARLIEST-START
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.

      *    A HISTORY FILE HOLDS LINES UP TO ITS OWN DATE, SO ONE
      *    DATED BEFORE THE EARLIEST AGREEMENT START HAS NOTHING FOR
      *    THIS RUN
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
                         IF DT-DATE IS GREATER THAN OR EQUAL TO
                            WS-EARLIEST-START
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
              DISPLAY 'REBATE: ' WS-HISTORY-FILE-NAME ' missing, '
                 'its sales are not counted'
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

      *    ORDER-LEVEL 'CHG' CHARGE LINES ARE NOT GOODS AND EARN NO
      *    REBATE; A CRM RETURN TAKES ITS SALE BACK OFF
       FOLD-ORDER-LINE.
           ADD 1 TO WS-LINES-READ
           IF OD-REC-TYPE IS NOT EQUAL TO 'CHG'
              COMPUTE WS-LINE-NET = FUNCTION NUMVAL(OD-LINE-TOTAL)
              IF OD-REC-TYPE IS EQUAL TO 'CRM'
                 COMPUTE WS-LINE-NET = 0 - WS-LINE-NET
              END-IF
              PERFORM VARYING WS-RA-I FROM 1 BY 1
                 UNTIL WS-RA-I > WS-RA-COUNT
                      IF WRA-IN-RUN(WS-RA-I) IS EQUAL TO 'Y' AND
                         WRA-ID-NUM(WS-RA-I) IS EQUAL TO OD-ID-NUM AND
                         OD-DATE IS NOT LESS THAN
                         WRA-START-DATE(WS-RA-I) AND
                         OD-DATE IS NOT GREATER THAN
                         WRA-LAST-DATE(WS-RA-I)
                         ADD WS-LINE-NET TO WRA-NET-SALES(WS-RA-I)
                      END-IF
              END-PERFORM
           END-IF.

      *    THE PERCENT OF THE HIGHEST TIER THE SALES EXCEED, AND THE
      *    THRESHOLD OF THE NEXT TIER UP (ZERO AT THE TOP TIER)
       RATE-ONE-AGREEMENT.
           MOVE ZERO TO WS-PCT
           MOVE ZERO TO WS-NEXT-THRESHOLD
           PERFORM VARYING WS-TIER-I FROM 1 BY 1
              UNTIL WS-TIER-I > 3
                   IF WRA-PCT(WS-RA-I, WS-TIER-I) IS GREATER THAN ZERO
                      IF WRA-NET-SALES(WS-RA-I) IS GREATER THAN
                         WRA-THRESHOLD(WS-RA-I, WS-TIER-I)
                         MOVE WRA-PCT(WS-RA-I, WS-TIER-I) TO WS-PCT
                      ELSE
                         IF WS-NEXT-THRESHOLD IS EQUAL TO ZERO
                            MOVE WRA-THRESHOLD(WS-RA-I, WS-TIER-I)
                               TO WS-NEXT-THRESHOLD
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-PCT IS GREATER THAN ZERO
              COMPUTE WS-REBATE ROUNDED =
                 WRA-NET-SALES(WS-RA-I) * WS-PCT / 100
           ELSE
              MOVE ZERO TO WS-REBATE
           END-IF.

       REPORT-ACCRUALS.
           MOVE 'rebaccr.rpt' TO WS-REPORT-NAME
           OPEN OUTPUT REBATE-REPORT
           MOVE WS-AS-OF-DATE TO AH-DATE
           WRITE PRINT-LINE FROM ACCRUAL-HEADING
           WRITE PRINT-LINE FROM ACCRUAL-COLUMN-HEADS
           PERFORM VARYING WS-RA-I FROM 1 BY 1
              UNTIL WS-RA-I > WS-RA-COUNT
                   IF WRA-IN-RUN(WS-RA-I) IS EQUAL TO 'Y'
                      PERFORM RATE-ONE-AGREEMENT
                      PERFORM LOOK-UP-CUSTOMER-NAME
                      MOVE WRA-ID-NUM(WS-RA-I) TO ADL-ID-NUM
                      MOVE WS-CUSTOMER-NAME TO ADL-NAME
                      MOVE WRA-END-DATE(WS-RA-I) TO ADL-END-DATE
                      MOVE WRA-NET-SALES(WS-RA-I) TO ADL-NET-SALES
                      MOVE WS-PCT TO ADL-PCT
                      MOVE WS-REBATE TO ADL-EARNED
                      MOVE WS-NEXT-THRESHOLD TO ADL-NEXT
                      WRITE PRINT-LINE FROM ACCRUAL-DETAIL-LINE
                      ADD WS-REBATE TO WS-REBATE-TOTAL
                      ADD 1 TO WS-LISTED-COUNT
                   END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REBATE-TOTAL TO ATL-EARNED
           WRITE PRINT-LINE FROM ACCRUAL-TOTAL-LINE
           MOVE WS-LISTED-COUNT TO RF-LISTED
           MOVE ZERO TO RF-CREDITED
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE REBATE-REPORT.

      *    AN AGREEMENT THAT EARNED NOTHING IS STILL MARKED SETTLED SO
      *    IT DROPS OFF FUTURE RUNS; THE FILE IS REWRITTEN AFTER THE
      *    CREDITS ARE POSTED
       SETTLE-AGREEMENTS.
           MOVE 'rebate.rpt' TO WS-REPORT-NAME
           OPEN OUTPUT REBATE-REPORT
           MOVE WS-AS-OF-DATE TO SH-DATE
           WRITE PRINT-LINE FROM SETTLE-HEADING
           WRITE PRINT-LINE FROM SETTLE-COLUMN-HEADS
           PERFORM OPEN-AR-BALANCE-FILE
           OPEN EXTEND PAYMENT-LOG
           IF WS-PAYLOG-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT PAYMENT-LOG
           END-IF
           OPEN EXTEND AR-OPEN-FILE
           IF WS-AROPEN-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT AR-OPEN-FILE
           END-IF
           PERFORM VARYING WS-RA-I FROM 1 BY 1
              UNTIL WS-RA-I > WS-RA-COUNT
                   IF WRA-IN-RUN(WS-RA-I) IS EQUAL TO 'Y'
                      PERFORM SETTLE-ONE-AGREEMENT
                   END-IF
           END-PERFORM
           CLOSE AR-BALANCE-FILE
           CLOSE PAYMENT-LOG
           CLOSE AR-OPEN-FILE
           PERFORM SAVE-REBATE-TABLE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-REBATE-TOTAL TO STL-REBATE
           WRITE PRINT-LINE FROM SETTLE-TOTAL-LINE
           MOVE WS-LISTED-COUNT TO RF-LISTED
           MOVE WS-CREDITED-COUNT TO RF-CREDITED
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE REBATE-REPORT.

       SETTLE-ONE-AGREEMENT.
           PERFORM RATE-ONE-AGREEMENT
           IF WS-REBATE IS GREATER THAN ZERO
              PERFORM POST-ONE-CREDIT
              ADD WS-REBATE TO WS-REBATE-TOTAL
              ADD 1 TO WS-CREDITED-COUNT
           END-IF
           MOVE 'S' TO WRA-STATUS(WS-RA-I)
           MOVE WS-TODAY TO WRA-SETTLED-DATE(WS-RA-I)
           MOVE WS-REBATE TO WRA-REBATE-AMT(WS-RA-I)
           PERFORM LOOK-UP-CUSTOMER-NAME
           MOVE WRA-ID-NUM(WS-RA-I) TO SDL-ID-NUM
           MOVE WS-CUSTOMER-NAME TO SDL-NAME
           MOVE WRA-START-DATE(WS-RA-I) TO SDL-START-DATE
           MOVE WRA-END-DATE(WS-RA-I) TO SDL-END-DATE
           MOVE WRA-NET-SALES(WS-RA-I) TO SDL-NET-SALES
           MOVE WS-PCT TO SDL-PCT
           MOVE WS-REBATE TO SDL-REBATE
           WRITE PRINT-LINE FROM SETTLE-DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT.

      *    THE CREDIT IS AN OPEN ITEM OF ITS OWN, LIKE THE CREDIT
      *    RESIDUE OF A RETURN, FOR CASH APPLICATION TO SET AGAINST
      *    THE CUSTOMER'S INVOICES
       POST-ONE-CREDIT.
           MOVE 'Y' TO WS-BALANCE-EXISTS
           MOVE WRA-ID-NUM(WS-RA-I) TO AR-ID-NUM
           READ AR-BALANCE-FILE
           INVALID KEY
                   MOVE 'N' TO WS-BALANCE-EXISTS
           END-READ
           IF WS-BALANCE-EXISTS IS EQUAL TO 'N'
              MOVE WRA-ID-NUM(WS-RA-I) TO AR-ID-NUM
              COMPUTE AR-BALANCE = 0 - WS-REBATE
              WRITE AR-BALANCE-DATA
              INVALID KEY
                      DISPLAY 'REBATE: balance record not written'
              END-WRITE
           ELSE
              SUBTRACT WS-REBATE FROM AR-BALANCE
              REWRITE AR-BALANCE-DATA
              INVALID KEY
                      DISPLAY 'REBATE: balance record not updated'
              END-REWRITE
           END-IF
           MOVE SPACES TO PAYMENT-DETAIL
           MOVE WS-TODAY TO PY-DATE
           MOVE WRA-ID-NUM(WS-RA-I) TO PY-ID-NUM
           MOVE WS-REBATE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PY-AMOUNT
           MOVE 'RBT' TO PY-REC-TYPE
           WRITE PAYMENT-LINE FROM PAYMENT-DETAIL
           MOVE SPACES TO AR-OPEN-DATA
           MOVE ZERO TO AO-INVOICE-NUM
           MOVE WRA-ID-NUM(WS-RA-I) TO AO-ID-NUM
           MOVE WS-TODAY TO AO-DATE
           MOVE WS-TODAY TO AO-DUE-DATE
           MOVE 'CRM' TO AO-ITEM-TYPE
           COMPUTE AO-AMOUNT = 0 - WS-REBATE
           MOVE ZERO TO AO-PAID
           MOVE 'O' TO AO-STATUS
           WRITE AR-OPEN-DATA.

       LOOK-UP-CUSTOMER-NAME.
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE WRA-ID-NUM(WS-RA-I) TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
              MOVE SPACES TO WS-CUSTOMER-NAME
              STRING FUNCTION TRIM(LAST-NAME) DELIMITED BY SIZE
                 ', ' DELIMITED BY SIZE
                 FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
                 INTO WS-CUSTOMER-NAME
           ELSE
              MOVE '** NOT ON FILE **' TO WS-CUSTOMER-NAME
           END-IF.

       SAVE-REBATE-TABLE.
           OPEN OUTPUT REBATE-FILE
           PERFORM VARYING WS-RA-I FROM 1 BY 1
              UNTIL WS-RA-I > WS-RA-COUNT
                   MOVE SPACES TO REBATE-DATA
                   MOVE WRA-ID-NUM(WS-RA-I) TO RA-ID-NUM
                   MOVE WRA-START-DATE(WS-RA-I) TO RA-START-DATE
                   MOVE WRA-END-DATE(WS-RA-I) TO RA-END-DATE
                   PERFORM VARYING WS-TIER-I FROM 1 BY 1
                      UNTIL WS-TIER-I > 3
                           MOVE WRA-THRESHOLD(WS-RA-I, WS-TIER-I) TO
                              RA-THRESHOLD(WS-TIER-I)
                           MOVE WRA-PCT(WS-RA-I, WS-TIER-I) TO
                              RA-PCT(WS-TIER-I)
                   END-PERFORM
                   MOVE WRA-STATUS(WS-RA-I) TO RA-STATUS
                   MOVE WRA-SETTLED-DATE(WS-RA-I) TO RA-SETTLED-DATE
                   MOVE WRA-REBATE-AMT(WS-RA-I) TO RA-REBATE-AMT
                   WRITE REBATE-DATA
           END-PERFORM
           CLOSE REBATE-FILE.

      *    CREATES THE BALANCE FILE ON FIRST EVER USE, SAME WAY
      *    MAINCUSTOMERADD BOOTSTRAPS THE CUSTOMER INDEX
       OPEN-AR-BALANCE-FILE.
           OPEN I-O AR-BALANCE-FILE
           IF WS-ARBAL-STATUS IS EQUAL TO '35'
              OPEN OUTPUT AR-BALANCE-FILE
              CLOSE AR-BALANCE-FILE
              OPEN I-O AR-BALANCE-FILE
           END-IF.
