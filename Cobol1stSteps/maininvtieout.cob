       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAININVTIEOUT.

      *    NIGHTLY PERPETUAL INVENTORY TIE-OUT: ON-HAND IS CARRIED
      *    FOUR WAYS - QTY-ON-HAND ON product.dat, THE PER-LOCATION
      *    ROWS ON locstock.dat, THE LOTS STILL ON THE SHELF ON
      *    lots.dat AND THE RUNNING BALANCE ON THE LAST stockmove.dat
      *    LEDGER LINE. PER PRODUCT CODE THE FOUR FIGURES ARE SET
      *    SIDE BY SIDE AND EVERY DISAGREEMENT IS PRINTED ON
      *    invtieout.rpt WITH THE FILE THAT IS THE ODD ONE OUT (THE
      *    ONE THE OTHERS AGREE AGAINST). A FILE WITH NO ROWS AT ALL
      *    FOR THE PRODUCT IS NOT TRACKING IT - LOTS ONLY EXIST FOR
      *    LOT-CONTROLLED RECEIPTS, LOCATIONS ONLY ONCE STOCK HAS
      *    BEEN SPLIT - AND IS LEFT OUT OF THE COMPARISON. THE
      *    SUMMARY COUNT GOES TO invtieout.sum FOR THE MORNING
      *    DASHBOARD, AND ANY MISMATCH ENDS THE RUN WITH RETURN
      *    CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS PROD-CODE
              FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT LOCATION-STOCK-FILE ASSIGN TO 'locstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCSTOCK-STATUS.
           SELECT LOT-FILE ASSIGN TO 'lots.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOT-STATUS.
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO 'stockmove.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT TIEOUT-REPORT ASSIGN TO 'invtieout.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIEOUT-SUMMARY-FILE ASSIGN TO 'invtieout.sum'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUMMARY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-DATA.
          02 LS-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 LS-LOCATION       PIC X(4).
          02 FILLER            PIC X.
          02 LS-QTY            PIC 9(5).

       FD LOT-FILE.
       01 LOT-DATA.
          02 LT-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 LT-LOT-NUM        PIC X(10).
          02 FILLER            PIC X.
          02 LT-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 LT-QTY-REMAINING  PIC 9(5).

      *    SAME LINE LAYOUT STOCKLOG APPENDS
       FD STOCK-MOVEMENT-FILE.
       01 MOVEMENT-DETAIL.
          02 MV-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 MV-TIME           PIC 9(6).
          02 FILLER            PIC X.
          02 MV-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 MV-MOVE-TYPE      PIC X(3).
          02 FILLER            PIC X.
          02 MV-QTY            PIC 9(5).
          02 FILLER            PIC X.
          02 MV-BALANCE        PIC 9(5).
          02 FILLER            PIC X.
          02 MV-REFERENCE      PIC X(10).

       FD TIEOUT-REPORT.
       01 PRINT-LINE            PIC X(80).

      *    ONE LINE PER RUN, REPLACED EACH NIGHT: RUN DATE, PRODUCTS
      *    COMPARED AND PRODUCTS OUT OF STEP
       FD TIEOUT-SUMMARY-FILE.
       01 TIEOUT-SUMMARY-DATA.
          02 TS-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 TS-PRODUCTS       PIC 9(5).
          02 FILLER            PIC X.
          02 TS-MISMATCHES     PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-STATUS    PIC XX.
       01 WS-LOCSTOCK-STATUS   PIC XX.
       01 WS-LOT-STATUS        PIC XX.
       01 WS-MOVEMENT-STATUS   PIC XX.
       01 WS-SUMMARY-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-LOOKUP-CODE       PIC X(10).
       01 WS-MISMATCH-COUNT    PIC 9(5)  VALUE ZERO.
       01 WS-LINES-READ        PIC 9(7)  VALUE ZERO.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    ONE ROW PER PRODUCT CODE SEEN ON ANY OF THE FOUR FILES,
      *    WITH THE QUANTITY EACH CARRIES AND WHETHER IT CARRIES
      *    THE PRODUCT AT ALL
       01 WS-PROD-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-PROD-TABLE.
          02 WS-PROD-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PROD-COUNT.
             03 WP-PROD-CODE          PIC X(10).
             03 WP-QTY                PIC 9(7) OCCURS 4 TIMES.
             03 WP-TRACKED            PIC X    OCCURS 4 TIMES.
       01 WS-PROD-I            PIC 9(5).
      *    SOURCE SUBSCRIPTS INTO WP-QTY / WP-TRACKED
       01 WS-SRC-PRODUCT       PIC 9     VALUE 1.
       01 WS-SRC-LOCATION      PIC 9     VALUE 2.
       01 WS-SRC-LOT           PIC 9     VALUE 3.
       01 WS-SRC-LEDGER        PIC 9     VALUE 4.
       01 WS-SOURCE-NAMES.
          02 FILLER             PIC X(12) VALUE 'product.dat '.
          02 FILLER             PIC X(12) VALUE 'locstock.dat'.
          02 FILLER             PIC X(12) VALUE 'lots.dat    '.
          02 FILLER             PIC X(12) VALUE 'stockmove   '.
       01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
          02 WS-SOURCE-NAME     PIC X(12) OCCURS 4 TIMES.
       01 WS-SRC-I             PIC 9.
       01 WS-SRC-J             PIC 9.
       01 WS-TRACKED-COUNT     PIC 9.
       01 WS-AGREE-TABLE.
          02 WS-AGREE-COUNT     PIC 9     OCCURS 4 TIMES.
       01 WS-LONER-COUNT       PIC 9.
       01 WS-LONER-I           PIC 9.
       01 WS-DISAGREE          PIC X.

       01 REPORT-HEADING.
          02 FILLER             PIC X(34) VALUE
             'PERPETUAL INVENTORY TIE-OUT AS AT '.
          02 RH-DATE            PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(12) VALUE 'PRODUCT'.
          02 FILLER             PIC X(10) VALUE '   PRODUCT'.
          02 FILLER             PIC X(10) VALUE ' LOCATIONS'.
          02 FILLER             PIC X(10) VALUE '      LOTS'.
          02 FILLER             PIC X(10) VALUE '    LEDGER'.
          02 FILLER             PIC X(14) VALUE '  ODD ONE OUT'.
       01 MISMATCH-DETAIL-LINE.
          02 MDL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 MDL-QTY-AREA       OCCURS 4 TIMES.
             03 FILLER          PIC X(2).
             03 MDL-QTY         PIC X(8).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 MDL-ODD-ONE        PIC X(14).
       01 WS-EDIT-QTY          PIC ZZZZZZZ9.
       01 NO-MISMATCH-LINE      PIC X(50) VALUE
             'EVERY PRODUCT AGREES ACROSS ALL ITS STOCK FILES'.
       01 LEGEND-LINE           PIC X(60) VALUE
             '  - MEANS THE FILE HOLDS NO ROWS FOR THE PRODUCT'.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-PRODUCTS        PIC ZZZZ9.
          02 FILLER             PIC X(20) VALUE ' PRODUCT(S) CHECKED,'.
          02 RF-MISMATCHES      PIC ZZZZ9.
          02 FILLER             PIC X(15) VALUE ' OUT OF STEP'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-PRODUCT-TOTALS.
           PERFORM LOAD-LOCATION-TOTALS.
           PERFORM LOAD-LOT-TOTALS.
           PERFORM LOAD-LEDGER-BALANCES.
           OPEN OUTPUT TIEOUT-REPORT.
           MOVE WS-TODAY TO RH-DATE.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADS.
           PERFORM VARYING WS-PROD-I FROM 1 BY 1
              UNTIL WS-PROD-I > WS-PROD-COUNT
                   PERFORM COMPARE-ONE-PRODUCT
           END-PERFORM.
           IF WS-MISMATCH-COUNT IS EQUAL TO ZERO
              WRITE PRINT-LINE FROM NO-MISMATCH-LINE
           ELSE
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              WRITE PRINT-LINE FROM LEGEND-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-PROD-COUNT TO RF-PRODUCTS.
           MOVE WS-MISMATCH-COUNT TO RF-MISMATCHES.
           WRITE PRINT-LINE FROM REPORT-FOOTING.
           CLOSE TIEOUT-REPORT.
           PERFORM WRITE-TIEOUT-SUMMARY.
           MOVE 'MAININVTIE  ' TO WS-SP-PROGRAM.
           MOVE 'invtieout.rpt' TO WS-SP-REPORT-NAME.
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
           DISPLAY 'INVTIE: ' WS-PROD-COUNT ' product(s) compared, '
              WS-MISMATCH-COUNT ' out of step on invtieout.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE - 0 ALL
      *    AGREE, 4 MISMATCHES LISTED
           DISPLAY 'END OF RUN: ' WS-LINES-READ ' stock line(s) '
              'read, ' WS-MISMATCH-COUNT ' mismatch(es)'.
           IF WS-MISMATCH-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-PRODUCT-TOTALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'INVTIE: product.dat not found - nothing on '
                 'the product master'
           ELSE
              MOVE LOW-VALUES TO PROD-CODE
              START PRODUCT-FILE KEY IS NOT LESS THAN PROD-CODE
              INVALID KEY
                      MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PRODUCT-FILE NEXT RECORD
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-LINES-READ
                         MOVE PROD-CODE TO WS-LOOKUP-CODE
                         PERFORM FIND-OR-ADD-PRODUCT
                         MOVE QTY-ON-HAND TO
                            WP-QTY(WS-PROD-I, WS-SRC-PRODUCT)
                         MOVE 'Y' TO
                            WP-TRACKED(WS-PROD-I, WS-SRC-PRODUCT)
                      END-READ
              END-PERFORM
              CLOSE PRODUCT-FILE
           END-IF.

       LOAD-LOCATION-TOTALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOCATION-STOCK-FILE
           IF WS-LOCSTOCK-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ LOCATION-STOCK-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-LINES-READ
                         MOVE LS-PROD-CODE TO WS-LOOKUP-CODE
                         PERFORM FIND-OR-ADD-PRODUCT
                         ADD LS-QTY TO
                            WP-QTY(WS-PROD-I, WS-SRC-LOCATION)
                         MOVE 'Y' TO
                            WP-TRACKED(WS-PROD-I, WS-SRC-LOCATION)
                      END-READ
              END-PERFORM
              CLOSE LOCATION-STOCK-FILE
           END-IF.

      *    A FULLY DRAWN LOT STAYS ON FILE AT ZERO FOR THE RECALL
      *    TRAIL - IT STILL MARKS THE PRODUCT AS LOT-CONTROLLED
       LOAD-LOT-TOTALS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ LOT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-LINES-READ
                         MOVE LT-PROD-CODE TO WS-LOOKUP-CODE
                         PERFORM FIND-OR-ADD-PRODUCT
                         ADD LT-QTY-REMAINING TO
                            WP-QTY(WS-PROD-I, WS-SRC-LOT)
                         MOVE 'Y' TO
                            WP-TRACKED(WS-PROD-I, WS-SRC-LOT)
                      END-READ
              END-PERFORM
              CLOSE LOT-FILE
           END-IF.

      *    THE LEDGER IS APPENDED IN TIME ORDER, SO THE LAST LINE
      *    READ FOR A PRODUCT CARRIES ITS CURRENT BALANCE
       LOAD-LEDGER-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STOCK-MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ STOCK-MOVEMENT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-LINES-READ
                         MOVE MV-PROD-CODE TO WS-LOOKUP-CODE
                         PERFORM FIND-OR-ADD-PRODUCT
                         MOVE MV-BALANCE TO
                            WP-QTY(WS-PROD-I, WS-SRC-LEDGER)
                         MOVE 'Y' TO
                            WP-TRACKED(WS-PROD-I, WS-SRC-LEDGER)
                      END-READ
              END-PERFORM
              CLOSE STOCK-MOVEMENT-FILE
           END-IF.

       FIND-OR-ADD-PRODUCT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PROD-I FROM 1 BY 1
              UNTIL WS-PROD-I > WS-PROD-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WP-PROD-CODE(WS-PROD-I) IS EQUAL TO
                      WS-LOOKUP-CODE
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-PROD-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-PROD-COUNT IS EQUAL TO 5000
                 DISPLAY 'INVTIE: product table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PROD-COUNT
              MOVE WS-PROD-COUNT TO WS-PROD-I
              MOVE WS-LOOKUP-CODE TO WP-PROD-CODE(WS-PROD-I)
              PERFORM VARYING WS-SRC-I FROM 1 BY 1
                 UNTIL WS-SRC-I > 4
                      MOVE ZERO TO WP-QTY(WS-PROD-I, WS-SRC-I)
                      MOVE 'N' TO WP-TRACKED(WS-PROD-I, WS-SRC-I)
              END-PERFORM
           END-IF.

      *    EACH FILE THAT TRACKS THE PRODUCT IS SCORED BY HOW MANY
      *    OF THE OTHERS AGREE WITH IT. ONE FILE THAT NOBODY AGREES
      *    WITH, WHILE THE REST ALL AGREE, IS THE ODD ONE OUT; A
      *    STOCK ROW WITH NO PRODUCT RECORD IS ALWAYS A MISMATCH.
       COMPARE-ONE-PRODUCT.
           MOVE ZERO TO WS-TRACKED-COUNT
           MOVE 'N' TO WS-DISAGREE
           PERFORM VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 4
                   MOVE ZERO TO WS-AGREE-COUNT(WS-SRC-I)
                   IF WP-TRACKED(WS-PROD-I, WS-SRC-I) IS EQUAL TO 'Y'
                      ADD 1 TO WS-TRACKED-COUNT
                      PERFORM VARYING WS-SRC-J FROM 1 BY 1
                         UNTIL WS-SRC-J > 4
                              IF WS-SRC-J IS NOT EQUAL TO WS-SRC-I AND
                                 WP-TRACKED(WS-PROD-I, WS-SRC-J)
                                 IS EQUAL TO 'Y'
                                 IF WP-QTY(WS-PROD-I, WS-SRC-J) IS
                                    EQUAL TO WP-QTY(WS-PROD-I,
                                    WS-SRC-I)
                                    ADD 1 TO WS-AGREE-COUNT(WS-SRC-I)
                                 ELSE
                                    MOVE 'Y' TO WS-DISAGREE
                                 END-IF
                              END-IF
                      END-PERFORM
                   END-IF
           END-PERFORM
           IF WP-TRACKED(WS-PROD-I, WS-SRC-PRODUCT) IS EQUAL TO 'N'
              MOVE 'Y' TO WS-DISAGREE
           END-IF
           IF WS-DISAGREE IS EQUAL TO 'Y'
              PERFORM PRINT-MISMATCH-LINE
           END-IF.

       PRINT-MISMATCH-LINE.
           ADD 1 TO WS-MISMATCH-COUNT
           MOVE SPACES TO MISMATCH-DETAIL-LINE
           MOVE WP-PROD-CODE(WS-PROD-I) TO MDL-PROD-CODE
           MOVE ZERO TO WS-LONER-COUNT
           PERFORM VARYING WS-SRC-I FROM 1 BY 1 UNTIL WS-SRC-I > 4
                   IF WP-TRACKED(WS-PROD-I, WS-SRC-I) IS EQUAL TO 'Y'
                      MOVE WP-QTY(WS-PROD-I, WS-SRC-I) TO WS-EDIT-QTY
                      MOVE WS-EDIT-QTY TO MDL-QTY(WS-SRC-I)
                      IF WS-AGREE-COUNT(WS-SRC-I) IS EQUAL TO ZERO
                         ADD 1 TO WS-LONER-COUNT
                         MOVE WS-SRC-I TO WS-LONER-I
                      END-IF
                   ELSE
                      MOVE '       -' TO MDL-QTY(WS-SRC-I)
                   END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN WP-TRACKED(WS-PROD-I, WS-SRC-PRODUCT) IS EQUAL TO 'N'
                MOVE 'NO PRODUCT REC' TO MDL-ODD-ONE
           WHEN WS-TRACKED-COUNT IS GREATER THAN 2 AND
                WS-LONER-COUNT IS EQUAL TO 1 AND
                WS-AGREE-COUNT(WS-SRC-PRODUCT) +
                WS-AGREE-COUNT(WS-SRC-LOCATION) +
                WS-AGREE-COUNT(WS-SRC-LOT) +
                WS-AGREE-COUNT(WS-SRC-LEDGER) IS EQUAL TO
                (WS-TRACKED-COUNT - 1) * (WS-TRACKED-COUNT - 2)
                MOVE WS-SOURCE-NAME(WS-LONER-I) TO MDL-ODD-ONE
           WHEN OTHER
                MOVE 'UNDETERMINED' TO MDL-ODD-ONE
           END-EVALUATE
           WRITE PRINT-LINE FROM MISMATCH-DETAIL-LINE.

       WRITE-TIEOUT-SUMMARY.
           OPEN OUTPUT TIEOUT-SUMMARY-FILE
           MOVE SPACES TO TIEOUT-SUMMARY-DATA
           MOVE WS-TODAY TO TS-DATE
           MOVE WS-PROD-COUNT TO TS-PRODUCTS
           MOVE WS-MISMATCH-COUNT TO TS-MISMATCHES
           WRITE TIEOUT-SUMMARY-DATA
           CLOSE TIEOUT-SUMMARY-FILE.
