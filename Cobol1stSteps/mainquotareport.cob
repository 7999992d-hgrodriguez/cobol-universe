       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINQUOTAREPORT.

      *    MONTHLY SALES QUOTA ATTAINMENT: FOR A CHOSEN MONTH (BLANK
      *    MEANS LAST MONTH), EACH SALESPERSON'S NET SALES BY PRODUCT
      *    CATEGORY - FROM THE OD-SALES-CODE STAMPED ON THE ORDER
      *    LINES, CREDIT MEMOS SUBTRACTING AND ORDER-LEVEL 'CHG'
      *    CHARGE LINES LEFT OUT, READ FROM THE LIVE ORDER LOG AND
      *    THE order.H<date> HISTORY FILES AS MAINCOMMISSION DOES -
      *    AGAINST THE quota.dat QUOTAS KEPT BY MAINQUOTAMAINT. FOR
      *    THE MONTH AND THE YEAR TO DATE IT SHOWS QUOTA, ACTUAL AND
      *    PERCENT ATTAINED, THEN THE FULL-YEAR QUOTA AND THE MONTHLY
      *    RUN RATE STILL NEEDED TO FINISH THE YEAR ON PLAN. A TEAM
      *    ROLLUP BY CATEGORY FOLLOWS, WITH THE HOUSE ACCOUNT SHOWN
      *    APART, AND ANY SALESPERSON WITH SALES BUT NO QUOTA FOR
      *    THE YEAR IS FLAGGED AND LISTED, ENDING THE RUN WITH
      *    RETURN CODE 4. OUTPUT ON quotaatt.rpt.
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
           SELECT SALESPERSON-FILE ASSIGN TO 'salesper.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SALESPER-STATUS.
           SELECT QUOTA-FILE ASSIGN TO 'quota.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUOTA-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT ATTAINMENT-REPORT ASSIGN TO 'quotaatt.rpt'
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

       FD SALESPERSON-FILE.
       01 SALESPERSON-DATA.
          02 SP-CODE           PIC X(3).
          02 FILLER            PIC X.
          02 SP-NAME           PIC X(20).
          02 FILLER            PIC X.
          02 SP-RATE           PIC 99V99.

       FD QUOTA-FILE.
       01 QUOTA-DATA.
          COPY SALES-QUOTA.

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD ATTAINMENT-REPORT.
       01 PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.
       01 WS-LOG-STATUS        PIC XX.
       01 WS-TOTALS-STATUS     PIC XX.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-SALESPER-STATUS   PIC XX.
       01 WS-QUOTA-STATUS      PIC XX.
       01 WS-HISTORY-FILE-NAME PIC X(20).
       01 WS-TOTALS-EOF        PIC X.
       01 WS-EOF               PIC X.
       01 WS-EXISTS            PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
      *    THE REPORT MONTH, KEYED OR DEFAULTED, AND THE DATES IT
      *    GIVES - THE YEAR TO DATE RUNS FROM 1 JANUARY
       01 WS-ENTER-MONTH-X     PIC X(6).
       01 WS-REPORT-MONTH      PIC 9(6).
       01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
          02 WS-REPORT-YEAR    PIC 9(4).
          02 WS-REPORT-MM      PIC 99.
       01 WS-YEAR-FROM         PIC 9(8).
       01 WS-MONTH-FROM        PIC 9(8).
       01 WS-MONTH-TO          PIC 9(8).
       01 WS-MONTHS-LEFT       PIC 99.
       01 WS-LINE-NET          PIC S9(7)V99.
       01 WS-LINE-CATEGORY     PIC X(4).
       01 WS-LINES-USED        PIC 9(7)  VALUE ZERO.
       01 WS-HOUSE-MONTH       PIC S9(9)V99 VALUE ZERO.
       01 WS-HOUSE-YTD         PIC S9(9)V99 VALUE ZERO.
       01 WS-FLAGGED-COUNT     PIC 9(3)  VALUE ZERO.
       01 WS-LISTED-COUNT      PIC 9(5)  VALUE ZERO.

      *    ONE ROW PER SALESPERSON AND CATEGORY THAT HAS A QUOTA OR
      *    A SALE THIS YEAR
       01 WS-ROW-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-ROW-TABLE.
          02 WS-ROW-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-ROW-COUNT.
             03 WR-KEY.
                04 WR-SP-CODE         PIC X(3).
                04 WR-CATEGORY        PIC X(4).
             03 WR-FIGURES.
                04 WR-MONTH-QUOTA     PIC 9(9)V99.
                04 WR-YTD-QUOTA       PIC 9(9)V99.
                04 WR-YEAR-QUOTA      PIC 9(9)V99.
                04 WR-MONTH-ACTUAL    PIC S9(9)V99.
                04 WR-YTD-ACTUAL      PIC S9(9)V99.
       01 WS-ROW-I             PIC 9(4).
       01 WS-ROW-J             PIC 9(4).
       01 WS-BEST-I            PIC 9(4).
       01 WS-SWAP-I            PIC 9(4).
       01 WS-HOLD-ROW          PIC X(62).
       01 WS-NEW-KEY.
          02 WN-SP-CODE        PIC X(3).
          02 WN-CATEGORY       PIC X(4).

      *    A TOTAL LINE - ONE SALESPERSON, ONE TEAM CATEGORY OR THE
      *    WHOLE TEAM - IN THE SAME SHAPE AS A ROW'S FIGURES
       01 WS-SUM-FIGURES.
          02 WU-MONTH-QUOTA     PIC 9(9)V99.
          02 WU-YTD-QUOTA       PIC 9(9)V99.
          02 WU-YEAR-QUOTA      PIC 9(9)V99.
          02 WU-MONTH-ACTUAL    PIC S9(9)V99.
          02 WU-YTD-ACTUAL      PIC S9(9)V99.
       01 WS-REP-FIGURES.
          02 WP-MONTH-QUOTA     PIC 9(9)V99.
          02 WP-YTD-QUOTA       PIC 9(9)V99.
          02 WP-YEAR-QUOTA      PIC 9(9)V99.
          02 WP-MONTH-ACTUAL    PIC S9(9)V99.
          02 WP-YTD-ACTUAL      PIC S9(9)V99.
       01 WS-TEAM-TOTAL.
          02 WV-MONTH-QUOTA     PIC 9(9)V99.
          02 WV-YTD-QUOTA       PIC 9(9)V99.
          02 WV-YEAR-QUOTA      PIC 9(9)V99.
          02 WV-MONTH-ACTUAL    PIC S9(9)V99.
          02 WV-YTD-ACTUAL      PIC S9(9)V99.
       01 WS-CURRENT-REP       PIC X(3).

      *    THE REFERENCE FILE'S NAMES
       01 WS-SP-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-SP-TABLE.
          02 WS-SP-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-SP-COUNT.
             03 WSP-CODE              PIC X(3).
             03 WSP-NAME              PIC X(20).
       01 WS-SP-I              PIC 9(3).
       01 WS-REP-NAME          PIC X(20).
       01 WS-REP-HAS-QUOTA     PIC X.

      *    TEAM ROLLUP BY CATEGORY
       01 WS-TEAM-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-TEAM-TABLE.
          02 WS-TEAM-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-TEAM-COUNT.
             03 WT-CATEGORY           PIC X(4).
             03 WT-FIGURES.
                04 WT-MONTH-QUOTA     PIC 9(9)V99.
                04 WT-YTD-QUOTA       PIC 9(9)V99.
                04 WT-YEAR-QUOTA      PIC 9(9)V99.
                04 WT-MONTH-ACTUAL    PIC S9(9)V99.
                04 WT-YTD-ACTUAL      PIC S9(9)V99.
       01 WS-TEAM-I            PIC 9(3).

      *    NO-QUOTA SALESPEOPLE HELD FOR THE CLOSING LIST
       01 WS-FLAG-TABLE.
          02 WS-FLAG-ENTRY OCCURS 100 TIMES.
             03 WF-SP-CODE            PIC X(3).
             03 WF-NAME               PIC X(20).
             03 WF-MONTH-ACTUAL       PIC S9(9)V99.
             03 WF-YTD-ACTUAL         PIC S9(9)V99.
       01 WS-FLAG-I            PIC 9(3).

      *    PERCENT ATTAINED - BLANK QUOTA GIVES N/A, OVERFLOW *****
       01 WS-PCT-ACTUAL        PIC S9(9)V99.
       01 WS-PCT-QUOTA         PIC 9(9)V99.
       01 WS-PCT               PIC S9(4)V9.
       01 WS-PCT-EDIT          PIC -ZZZ9.9.
       01 WS-PCT-TEXT          PIC X(7).
       01 WS-NEEDED            PIC S9(9)V99.

      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

       01 REPORT-HEADING.
          02 FILLER             PIC X(30) VALUE
             'SALES QUOTA ATTAINMENT, MONTH '.
          02 RH-MONTH           PIC 9(6).
          02 FILLER             PIC X(20) VALUE
             ', YEAR TO DATE FROM '.
          02 RH-YEAR-FROM       PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(6)  VALUE 'CAT'.
          02 FILLER             PIC X(15) VALUE '    MONTH QUOTA'.
          02 FILLER             PIC X(15) VALUE '   MONTH ACTUAL'.
          02 FILLER             PIC X(8)  VALUE '     PCT'.
          02 FILLER             PIC X(15) VALUE '      YTD QUOTA'.
          02 FILLER             PIC X(15) VALUE '     YTD ACTUAL'.
          02 FILLER             PIC X(8)  VALUE '     PCT'.
          02 FILLER             PIC X(15) VALUE '     YEAR QUOTA'.
          02 FILLER             PIC X(15) VALUE '   NEEDED/MONTH'.
       01 REP-HEADING-LINE.
          02 FILLER             PIC X(4)  VALUE 'REP '.
          02 RHL-CODE           PIC X(3).
          02 FILLER             PIC X     VALUE SPACE.
          02 RHL-NAME           PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 RHL-FLAG           PIC X(40).
       01 DETAIL-LINE.
          02 DL-CATEGORY        PIC X(5).
          02 FILLER             PIC X     VALUE SPACE.
          02 DL-MONTH-QUOTA     PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 DL-MONTH-ACTUAL    PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 DL-MONTH-PCT       PIC X(7).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 DL-YTD-QUOTA       PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 DL-YTD-ACTUAL      PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 DL-YTD-PCT         PIC X(7).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 DL-YEAR-QUOTA      PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 DL-NEEDED          PIC ZZ,ZZZ,ZZ9.99.
          02 DL-NEEDED-X REDEFINES DL-NEEDED
                                PIC X(13).
       01 FLAG-DETAIL-LINE.
          02 FDL-CODE           PIC X(3).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 FDL-NAME           PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 FDL-MONTH-ACTUAL   PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 FDL-YTD-ACTUAL     PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY 'QUOTA: Report month (YYYYMM, blank for last '
              'month): ' WITH NO ADVANCING
           MOVE SPACES TO WS-ENTER-MONTH-X
           ACCEPT WS-ENTER-MONTH-X
           IF WS-ENTER-MONTH-X IS EQUAL TO SPACES
              MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
              IF WS-REPORT-MM IS EQUAL TO 1
                 SUBTRACT 1 FROM WS-REPORT-YEAR
                 MOVE 12 TO WS-REPORT-MM
              ELSE
                 SUBTRACT 1 FROM WS-REPORT-MM
              END-IF
           ELSE
              IF WS-ENTER-MONTH-X IS NOT NUMERIC
                 DISPLAY 'QUOTA: month must be YYYYMM, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-ENTER-MONTH-X TO WS-REPORT-MONTH
              IF WS-REPORT-MM IS LESS THAN 1 OR
                 WS-REPORT-MM IS GREATER THAN 12
                 DISPLAY 'QUOTA: month must be YYYYMM, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           COMPUTE WS-YEAR-FROM = WS-REPORT-YEAR * 10000 + 101
           COMPUTE WS-MONTH-FROM = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-MONTH-TO = WS-REPORT-MONTH * 100 + 31
           COMPUTE WS-MONTHS-LEFT = 12 - WS-REPORT-MM

           PERFORM LOAD-SALESPER-TABLE
           PERFORM LOAD-QUOTAS
           OPEN INPUT PRODUCT-FILE
           PERFORM SCAN-HISTORY-FILES
           PERFORM SCAN-LIVE-LOG
           CLOSE PRODUCT-FILE
           IF WS-ROW-COUNT IS EQUAL TO ZERO
              DISPLAY 'QUOTA: no quotas and no sales for '
                 WS-REPORT-YEAR
              DISPLAY 'END OF RUN: ' WS-LISTED-COUNT
                 ' record(s) written'
              STOP RUN
           END-IF
           PERFORM SORT-ROWS-BY-REP
           INITIALIZE WS-TEAM-TOTAL

           OPEN OUTPUT ATTAINMENT-REPORT
           MOVE WS-REPORT-MONTH TO RH-MONTH
           MOVE WS-YEAR-FROM TO RH-YEAR-FROM
           WRITE PRINT-LINE FROM REPORT-HEADING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADS
           MOVE SPACES TO WS-CURRENT-REP
           PERFORM VARYING WS-ROW-I FROM 1 BY 1
              UNTIL WS-ROW-I > WS-ROW-COUNT
                   IF WS-ROW-I IS EQUAL TO 1 OR
                      WR-SP-CODE(WS-ROW-I) IS NOT EQUAL TO
                      WS-CURRENT-REP
                      PERFORM START-ONE-REP
                   END-IF
                   MOVE WR-CATEGORY(WS-ROW-I) TO DL-CATEGORY
                   MOVE WR-FIGURES(WS-ROW-I) TO WS-SUM-FIGURES
                   PERFORM PRINT-FIGURES-LINE
                   PERFORM ADD-ROW-TO-TEAM
                   IF WS-ROW-I IS EQUAL TO WS-ROW-COUNT
                      PERFORM FINISH-ONE-REP
                   ELSE
                      IF WR-SP-CODE(WS-ROW-I + 1) IS NOT EQUAL TO
                         WS-CURRENT-REP
                         PERFORM FINISH-ONE-REP
                      END-IF
                   END-IF
           END-PERFORM
           PERFORM PRINT-TEAM-ROLLUP
           PERFORM PRINT-NO-QUOTA-LIST
           CLOSE ATTAINMENT-REPORT

           MOVE 'MAINQUOTARPT' TO WS-SP-PROGRAM
           MOVE 'quotaatt.rpt' TO WS-SP-REPORT-NAME
           MOVE SPACES TO WS-SP-PARAMS
           STRING 'MONTH ' WS-REPORT-MONTH DELIMITED BY SIZE
              INTO WS-SP-PARAMS
           MOVE SPACES TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           DISPLAY 'QUOTA: ' WS-ROW-COUNT ' salesperson/category '
              'row(s) for ' WS-REPORT-MONTH ' on quotaatt.rpt'
           IF WS-FLAGGED-COUNT IS GREATER THAN ZERO
              DISPLAY 'QUOTA: ' WS-FLAGGED-COUNT ' salesperson(s) '
                 'with sales but no quota'
              MOVE 4 TO RETURN-CODE
           END-IF.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-LISTED-COUNT
              ' record(s) written'.
           STOP RUN.

       LOAD-SALESPER-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SALESPERSON-FILE
           IF WS-SALESPER-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SALESPERSON-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-SP-COUNT IS LESS THAN 100
                            ADD 1 TO WS-SP-COUNT
                            MOVE SP-CODE TO WSP-CODE(WS-SP-COUNT)
                            MOVE SP-NAME TO WSP-NAME(WS-SP-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SALESPERSON-FILE
           END-IF.

       LOAD-QUOTAS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'QUOTA: quota.dat not found - every '
                 'salesperson with sales will be flagged'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ QUOTA-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF QT-PERIOD(1:4) IS EQUAL TO
                            WS-REPORT-YEAR
                            PERFORM TAKE-ONE-QUOTA
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE QUOTA-FILE
           END-IF.

       TAKE-ONE-QUOTA.
           MOVE QT-SP-CODE TO WN-SP-CODE
           MOVE QT-CATEGORY TO WN-CATEGORY
           PERFORM FIND-ROW
           ADD QT-AMOUNT TO WR-YEAR-QUOTA(WS-ROW-I)
           IF QT-PERIOD IS NOT GREATER THAN WS-REPORT-MONTH
              ADD QT-AMOUNT TO WR-YTD-QUOTA(WS-ROW-I)
           END-IF
           IF QT-PERIOD IS EQUAL TO WS-REPORT-MONTH
              ADD QT-AMOUNT TO WR-MONTH-QUOTA(WS-ROW-I)
           END-IF.

      *    LEAVES WS-ROW-I ON THE ROW FOR WS-NEW-KEY, ADDING ONE
      *    WHEN IT IS NEW
       FIND-ROW.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ROW-I FROM 1 BY 1
              UNTIL WS-ROW-I > WS-ROW-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WR-KEY(WS-ROW-I) IS EQUAL TO WS-NEW-KEY
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-ROW-I
           ELSE
              IF WS-ROW-COUNT IS EQUAL TO 2000
                 DISPLAY 'QUOTA: salesperson/category table full, '
                    'run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-ROW-COUNT
              MOVE WS-ROW-COUNT TO WS-ROW-I
              MOVE WS-NEW-KEY TO WR-KEY(WS-ROW-I)
              MOVE ZERO TO WR-MONTH-QUOTA(WS-ROW-I)
              MOVE ZERO TO WR-YTD-QUOTA(WS-ROW-I)
              MOVE ZERO TO WR-YEAR-QUOTA(WS-ROW-I)
              MOVE ZERO TO WR-MONTH-ACTUAL(WS-ROW-I)
              MOVE ZERO TO WR-YTD-ACTUAL(WS-ROW-I)
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
                         IF DT-DATE IS GREATER THAN OR EQUAL TO
                            WS-YEAR-FROM AND DT-DATE IS LESS
                            THAN OR EQUAL TO WS-MONTH-TO
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
              DISPLAY 'QUOTA: ' WS-HISTORY-FILE-NAME ' missing, '
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

       FOLD-ORDER-LINE.
           IF OD-DATE IS LESS THAN WS-YEAR-FROM OR
              OD-DATE IS GREATER THAN WS-MONTH-TO OR
              OD-REC-TYPE IS EQUAL TO 'CHG'
              CONTINUE
           ELSE
              ADD 1 TO WS-LINES-USED
              COMPUTE WS-LINE-NET =
                 FUNCTION NUMVAL(OD-LINE-TOTAL)
              IF OD-REC-TYPE IS EQUAL TO 'CRM'
                 COMPUTE WS-LINE-NET = 0 - WS-LINE-NET
              END-IF
              IF OD-SALES-CODE IS EQUAL TO SPACES
                 ADD WS-LINE-NET TO WS-HOUSE-YTD
                 IF OD-DATE IS NOT LESS THAN WS-MONTH-FROM
                    ADD WS-LINE-NET TO WS-HOUSE-MONTH
                 END-IF
              ELSE
                 PERFORM FIND-LINE-CATEGORY
                 MOVE OD-SALES-CODE TO WN-SP-CODE
                 MOVE WS-LINE-CATEGORY TO WN-CATEGORY
                 PERFORM FIND-ROW
                 ADD WS-LINE-NET TO WR-YTD-ACTUAL(WS-ROW-I)
                 IF OD-DATE IS NOT LESS THAN WS-MONTH-FROM
                    ADD WS-LINE-NET TO WR-MONTH-ACTUAL(WS-ROW-I)
                 END-IF
              END-IF
           END-IF.

       FIND-LINE-CATEGORY.
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
           END-IF.

      *    A SELECTION SORT IS PLENTY AT THESE TABLE SIZES - SAME
      *    REASONING AS THE SALES RANKING
       SORT-ROWS-BY-REP.
           PERFORM VARYING WS-ROW-I FROM 1 BY 1
              UNTIL WS-ROW-I IS GREATER THAN OR EQUAL TO
                 WS-ROW-COUNT
                   MOVE WS-ROW-I TO WS-BEST-I
                   COMPUTE WS-SWAP-I = WS-ROW-I + 1
                   PERFORM VARYING WS-ROW-J FROM WS-SWAP-I BY 1
                      UNTIL WS-ROW-J > WS-ROW-COUNT
                           IF WR-KEY(WS-ROW-J) IS LESS THAN
                              WR-KEY(WS-BEST-I)
                              MOVE WS-ROW-J TO WS-BEST-I
                           END-IF
                   END-PERFORM
                   IF WS-BEST-I IS NOT EQUAL TO WS-ROW-I
                      MOVE WS-ROW-ENTRY(WS-ROW-I) TO WS-HOLD-ROW
                      MOVE WS-ROW-ENTRY(WS-BEST-I) TO
                         WS-ROW-ENTRY(WS-ROW-I)
                      MOVE WS-HOLD-ROW TO WS-ROW-ENTRY(WS-BEST-I)
                   END-IF
           END-PERFORM.

      *    REP HEADING - A SALESPERSON WHOSE ROWS CARRY NO QUOTA AT
      *    ALL FOR THE YEAR IS FLAGGED HERE AND HELD FOR THE LIST
       START-ONE-REP.
           MOVE WR-SP-CODE(WS-ROW-I) TO WS-CURRENT-REP
           MOVE '** NOT ON FILE **' TO WS-REP-NAME
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SP-I FROM 1 BY 1
              UNTIL WS-SP-I > WS-SP-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WSP-CODE(WS-SP-I) IS EQUAL TO WS-CURRENT-REP
                      MOVE 'Y' TO WS-FOUND
                      MOVE WSP-NAME(WS-SP-I) TO WS-REP-NAME
                   END-IF
           END-PERFORM
           INITIALIZE WS-REP-FIGURES
           MOVE 'N' TO WS-REP-HAS-QUOTA
           PERFORM VARYING WS-ROW-J FROM WS-ROW-I BY 1
              UNTIL WS-ROW-J > WS-ROW-COUNT
                   IF WR-SP-CODE(WS-ROW-J) IS EQUAL TO
                      WS-CURRENT-REP
                      PERFORM ADD-ROW-TO-REP
                   END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CURRENT-REP TO RHL-CODE
           MOVE WS-REP-NAME TO RHL-NAME
           MOVE SPACES TO RHL-FLAG
           IF WS-REP-HAS-QUOTA IS EQUAL TO 'N' AND
              (WP-MONTH-ACTUAL IS NOT EQUAL TO ZERO OR
               WP-YTD-ACTUAL IS NOT EQUAL TO ZERO)
              MOVE '** SALES BUT NO QUOTA FOR THE YEAR **'
                 TO RHL-FLAG
              IF WS-FLAGGED-COUNT IS LESS THAN 100
                 ADD 1 TO WS-FLAGGED-COUNT
                 MOVE WS-CURRENT-REP TO WF-SP-CODE(WS-FLAGGED-COUNT)
                 MOVE WS-REP-NAME TO WF-NAME(WS-FLAGGED-COUNT)
                 MOVE WP-MONTH-ACTUAL TO
                    WF-MONTH-ACTUAL(WS-FLAGGED-COUNT)
                 MOVE WP-YTD-ACTUAL TO
                    WF-YTD-ACTUAL(WS-FLAGGED-COUNT)
              END-IF
           END-IF
           WRITE PRINT-LINE FROM REP-HEADING-LINE.

       ADD-ROW-TO-REP.
           IF WR-YEAR-QUOTA(WS-ROW-J) IS GREATER THAN ZERO
              MOVE 'Y' TO WS-REP-HAS-QUOTA
           END-IF
           ADD WR-MONTH-QUOTA(WS-ROW-J) TO WP-MONTH-QUOTA
           ADD WR-YTD-QUOTA(WS-ROW-J) TO WP-YTD-QUOTA
           ADD WR-YEAR-QUOTA(WS-ROW-J) TO WP-YEAR-QUOTA
           ADD WR-MONTH-ACTUAL(WS-ROW-J) TO WP-MONTH-ACTUAL
           ADD WR-YTD-ACTUAL(WS-ROW-J) TO WP-YTD-ACTUAL.

      *    THE REP'S TOTAL WAS GATHERED BY START-ONE-REP
       FINISH-ONE-REP.
           MOVE WS-REP-FIGURES TO WS-SUM-FIGURES
           MOVE 'TOTAL' TO DL-CATEGORY
           PERFORM PRINT-FIGURES-LINE.

      *    PRINTS WS-SUM-FIGURES UNDER THE LABEL ALREADY IN
      *    DL-CATEGORY, WITH BOTH PERCENTS AND THE RUN RATE NEEDED
       PRINT-FIGURES-LINE.
           MOVE WU-MONTH-QUOTA TO DL-MONTH-QUOTA
           MOVE WU-MONTH-ACTUAL TO DL-MONTH-ACTUAL
           MOVE WU-MONTH-ACTUAL TO WS-PCT-ACTUAL
           MOVE WU-MONTH-QUOTA TO WS-PCT-QUOTA
           PERFORM FORMAT-PERCENT
           MOVE WS-PCT-TEXT TO DL-MONTH-PCT
           MOVE WU-YTD-QUOTA TO DL-YTD-QUOTA
           MOVE WU-YTD-ACTUAL TO DL-YTD-ACTUAL
           MOVE WU-YTD-ACTUAL TO WS-PCT-ACTUAL
           MOVE WU-YTD-QUOTA TO WS-PCT-QUOTA
           PERFORM FORMAT-PERCENT
           MOVE WS-PCT-TEXT TO DL-YTD-PCT
           MOVE WU-YEAR-QUOTA TO DL-YEAR-QUOTA
      *    WHAT IS LEFT OF THE YEAR'S QUOTA SPREAD OVER THE MONTHS
      *    STILL TO COME - NOTHING ONCE IT IS MADE, N/A IN DECEMBER
           IF WS-MONTHS-LEFT IS EQUAL TO ZERO
              MOVE '          n/a' TO DL-NEEDED-X
           ELSE
              COMPUTE WS-NEEDED ROUNDED =
                 (WU-YEAR-QUOTA - WU-YTD-ACTUAL) / WS-MONTHS-LEFT
              IF WS-NEEDED IS LESS THAN ZERO
                 MOVE ZERO TO WS-NEEDED
              END-IF
              MOVE WS-NEEDED TO DL-NEEDED
           END-IF
           WRITE PRINT-LINE FROM DETAIL-LINE
           ADD 1 TO WS-LISTED-COUNT.

       FORMAT-PERCENT.
           IF WS-PCT-QUOTA IS EQUAL TO ZERO
              MOVE '    n/a' TO WS-PCT-TEXT
           ELSE
              COMPUTE WS-PCT ROUNDED =
                 (WS-PCT-ACTUAL * 100) / WS-PCT-QUOTA
                 ON SIZE ERROR
                    MOVE '  *****' TO WS-PCT-TEXT
                 NOT ON SIZE ERROR
                    MOVE WS-PCT TO WS-PCT-EDIT
                    MOVE WS-PCT-EDIT TO WS-PCT-TEXT
              END-COMPUTE
           END-IF.

       ADD-ROW-TO-TEAM.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TEAM-I FROM 1 BY 1
              UNTIL WS-TEAM-I > WS-TEAM-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WT-CATEGORY(WS-TEAM-I) IS EQUAL TO
                      WR-CATEGORY(WS-ROW-I)
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-TEAM-I
           ELSE
              IF WS-TEAM-COUNT IS EQUAL TO 100
                 DISPLAY 'QUOTA: more than 100 categories, '
                    'run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-TEAM-COUNT
              MOVE WS-TEAM-COUNT TO WS-TEAM-I
              MOVE WR-CATEGORY(WS-ROW-I) TO WT-CATEGORY(WS-TEAM-I)
              INITIALIZE WT-FIGURES(WS-TEAM-I)
           END-IF
           ADD WR-MONTH-QUOTA(WS-ROW-I) TO WT-MONTH-QUOTA(WS-TEAM-I)
           ADD WR-YTD-QUOTA(WS-ROW-I) TO WT-YTD-QUOTA(WS-TEAM-I)
           ADD WR-YEAR-QUOTA(WS-ROW-I) TO WT-YEAR-QUOTA(WS-TEAM-I)
           ADD WR-MONTH-ACTUAL(WS-ROW-I) TO
              WT-MONTH-ACTUAL(WS-TEAM-I)
           ADD WR-YTD-ACTUAL(WS-ROW-I) TO WT-YTD-ACTUAL(WS-TEAM-I)
           ADD WR-MONTH-QUOTA(WS-ROW-I) TO WV-MONTH-QUOTA
           ADD WR-YTD-QUOTA(WS-ROW-I) TO WV-YTD-QUOTA
           ADD WR-YEAR-QUOTA(WS-ROW-I) TO WV-YEAR-QUOTA
           ADD WR-MONTH-ACTUAL(WS-ROW-I) TO WV-MONTH-ACTUAL
           ADD WR-YTD-ACTUAL(WS-ROW-I) TO WV-YTD-ACTUAL.

       PRINT-TEAM-ROLLUP.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'TEAM ROLLUP BY CATEGORY' TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADS
           PERFORM VARYING WS-TEAM-I FROM 1 BY 1
              UNTIL WS-TEAM-I > WS-TEAM-COUNT
                   MOVE WT-FIGURES(WS-TEAM-I) TO WS-SUM-FIGURES
                   MOVE WT-CATEGORY(WS-TEAM-I) TO DL-CATEGORY
                   PERFORM PRINT-FIGURES-LINE
           END-PERFORM
           MOVE WS-TEAM-TOTAL TO WS-SUM-FIGURES
           MOVE 'TEAM' TO DL-CATEGORY
           PERFORM PRINT-FIGURES-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           INITIALIZE WS-SUM-FIGURES
           MOVE WS-HOUSE-MONTH TO WU-MONTH-ACTUAL
           MOVE WS-HOUSE-YTD TO WU-YTD-ACTUAL
           MOVE 'HOUSE' TO DL-CATEGORY
           PERFORM PRINT-FIGURES-LINE
           MOVE '(HOUSE = LINES WITH NO SALESPERSON, NOT IN THE TEAM'
              TO PRINT-LINE
           MOVE ' TOTAL)' TO PRINT-LINE(52:7)
           WRITE PRINT-LINE.

       PRINT-NO-QUOTA-LIST.
           IF WS-FLAGGED-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE 'SALESPEOPLE WITH SALES BUT NO QUOTA FOR THE YEAR'
                 TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE 'CODE NAME                    MONTH ACTUAL'
                 TO PRINT-LINE
              MOVE '     YTD ACTUAL' TO PRINT-LINE(42:15)
              WRITE PRINT-LINE
              PERFORM VARYING WS-FLAG-I FROM 1 BY 1
                 UNTIL WS-FLAG-I > WS-FLAGGED-COUNT
                      MOVE WF-SP-CODE(WS-FLAG-I) TO FDL-CODE
                      MOVE WF-NAME(WS-FLAG-I) TO FDL-NAME
                      MOVE WF-MONTH-ACTUAL(WS-FLAG-I) TO
                         FDL-MONTH-ACTUAL
                      MOVE WF-YTD-ACTUAL(WS-FLAG-I) TO
                         FDL-YTD-ACTUAL
                      WRITE PRINT-LINE FROM FLAG-DETAIL-LINE
              END-PERFORM
           END-IF.
