       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINVENDSCORE.

      *    VENDOR PERFORMANCE SCORECARD FOR THE QUARTERLY VENDOR
      *    REVIEW. FOR EACH VN-CODE OVER THE REVIEW PERIOD IT SHOWS:
      *       ON-TIME  - RECEIPTS ON porcvhist.dat THAT ARRIVED ON
      *                  OR BEFORE THE PO LINE'S DUE DATE, AS A
      *                  PERCENTAGE OF ALL RECEIPTS
      *       FILL     - QUANTITY RECEIVED AGAINST QUANTITY ORDERED
      *                  ON THE poitm.dat LINES DUE IN THE PERIOD
      *       OVER/SHORT COUNTS AND VALUES AT PO PRICE, AS RECEIVING
      *                  RECORDED THEM
      *       COST     - AVERAGE ACTUAL COST PAID AGAINST AVERAGE PO
      *                  PRICE FROM THE PO RECEIPTS ON costlog.dat
      *    AND RANKS THE VENDORS ON A SCORE WEIGHTED 40% ON-TIME, 40%
      *    FILL AND 20% PRICE (100 LESS THE COST VARIANCE PERCENT).
      *    VENDORS WITH NOTHING DUE AND NOTHING RECEIVED ARE LISTED
      *    UNRANKED. THE PERIOD IS THE LAST COMPLETE CALENDAR
      *    QUARTER UNLESS vendscore.ctl GIVES A FROM AND TO DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO 'vendor.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDOR-STATUS.
           SELECT PO-HEADER-FILE ASSIGN TO 'pohdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POHDR-STATUS.
           SELECT PO-ITEM-FILE ASSIGN TO 'poitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POITM-STATUS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO 'porcvhist.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCVHIST-STATUS.
           SELECT COST-LOG ASSIGN TO 'costlog.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COSTLOG-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'vendscore.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SCORECARD-REPORT ASSIGN TO 'vendscore.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE.
       01 VENDOR-DATA.
          02 VN-CODE           PIC X(6).
          02 FILLER            PIC X.
          02 VN-NAME           PIC X(25).
          02 FILLER            PIC X.
          02 VN-PHONE          PIC X(15).

       FD PO-HEADER-FILE.
       01 PO-HEADER.
          02 PH-PO-NUM         PIC 9(6).
          02 FILLER            PIC X.
          02 PH-VENDOR-CODE    PIC X(6).
          02 FILLER            PIC X.
          02 PH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 PH-STATUS         PIC X.

       FD PO-ITEM-FILE.
       01 PO-ITEM.
          02 PI-PO-NUM         PIC 9(6).
          02 FILLER            PIC X.
          02 PI-LINE-NUM       PIC 9(3).
          02 FILLER            PIC X.
          02 PI-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 PI-QTY-EXPECTED   PIC 9(5).
          02 FILLER            PIC X.
          02 PI-UNIT-COST      PIC 9(4)V99.
          02 FILLER            PIC X.
          02 PI-DUE-DATE       PIC 9(8).
          02 FILLER            PIC X.
          02 PI-QTY-RECEIVED   PIC 9(5).
      *       UNIT OF MEASURE FIELDS - NOT USED HERE
          02 FILLER            PIC X(8).

       FD RECEIPT-HISTORY-FILE.
       01 RECEIPT-HISTORY-DATA.
          COPY PO-RECEIPT-HIST.

      *    SAME LAYOUT MAINPORECEIPT APPENDS - ONLY PO RECEIPTS CARRY
      *    THE VENDOR, PLAIN GOODS RECEIPTS LEAVE IT BLANK. LANDED
      *    CHARGES CARRY A CHARGE TYPE AND ARE NOT A PRICE PAID
       FD COST-LOG.
       01 COST-LOG-DATA.
          02 CO-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 CO-TIME           PIC 9(6).
          02 FILLER            PIC X.
          02 CO-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 CO-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 CO-OLD-COST       PIC 9(4)V99.
          02 FILLER            PIC X.
          02 CO-NEW-COST       PIC 9(4)V99.
          02 FILLER            PIC X.
          02 CO-PAID-COST      PIC 9(4)V99.
          02 FILLER            PIC X.
          02 CO-PO-NUM         PIC 9(6).
          02 FILLER            PIC X.
          02 CO-VENDOR-CODE    PIC X(6).
          02 FILLER            PIC X.
          02 CO-PO-COST        PIC 9(4)V99.
          02 FILLER            PIC X.
          02 CO-CHARGE-TYPE    PIC X.

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD.
          02 PC-FROM-DATE      PIC 9(8).
          02 FILLER            PIC X.
          02 PC-TO-DATE        PIC 9(8).

       FD SCORECARD-REPORT.
       01 PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-VENDOR-STATUS     PIC XX.
       01 WS-POHDR-STATUS      PIC XX.
       01 WS-POITM-STATUS      PIC XX.
       01 WS-RCVHIST-STATUS    PIC XX.
       01 WS-COSTLOG-STATUS    PIC XX.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-FROM-DATE         PIC 9(8).
       01 WS-TO-DATE           PIC 9(8).
       01 WS-QTR-START         PIC 9(8).
       01 WS-QTR-MONTH         PIC 9(2).
       01 WS-WORK-DATE         PIC 9(8).
       01 WS-WORK-PARTS REDEFINES WS-WORK-DATE.
          02 WS-WORK-YEAR      PIC 9(4).
          02 WS-WORK-MONTH     PIC 9(2).
          02 WS-WORK-DAY       PIC 9(2).
       01 WS-LOOKUP-VENDOR     PIC X(6).
       01 WS-RANKED-COUNT      PIC 9(3)  VALUE ZERO.
       01 WS-UNRANKED-COUNT    PIC 9(3)  VALUE ZERO.
       01 WS-PRICE-SCORE       PIC S9(5)V9.
       01 WS-SWAP              PIC 9(3).
       01 WS-RK-J              PIC 9(3).

      *    PO HEADERS, SO EACH poitm.dat LINE KNOWS ITS VENDOR
       01 WS-HDR-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-HDR-TABLE.
          02 WS-HDR-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON WS-HDR-COUNT.
             03 WD-PO-NUM             PIC 9(6).
             03 WD-VENDOR-CODE        PIC X(6).
       01 WS-HDR-I             PIC 9(4).

      *    ONE ROW OF ACCUMULATORS PER VENDOR
       01 WS-SC-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-SC-TABLE.
          02 WS-SC-ENTRY OCCURS 1 TO 300 TIMES
             DEPENDING ON WS-SC-COUNT.
             03 WSC-VENDOR-CODE       PIC X(6).
             03 WSC-VENDOR-NAME       PIC X(25).
             03 WSC-RECEIPTS          PIC 9(5).
             03 WSC-ON-TIME           PIC 9(5).
             03 WSC-QTY-ORDERED       PIC 9(8).
             03 WSC-QTY-RECEIVED      PIC 9(8).
             03 WSC-OVER-COUNT        PIC 9(4).
             03 WSC-OVER-VALUE        PIC 9(7)V99.
             03 WSC-SHORT-COUNT       PIC 9(4).
             03 WSC-SHORT-VALUE       PIC 9(7)V99.
             03 WSC-COST-COUNT        PIC 9(5).
             03 WSC-SUM-ACTUAL        PIC 9(9)V99.
             03 WSC-SUM-PO            PIC 9(9)V99.
             03 WSC-ON-TIME-PCT       PIC 9(3)V9.
             03 WSC-FILL-PCT          PIC 9(3)V9.
             03 WSC-AVG-ACTUAL        PIC 9(4)V99.
             03 WSC-AVG-PO            PIC 9(4)V99.
             03 WSC-VARIANCE-PCT      PIC S9(3)V9.
             03 WSC-SCORE             PIC 9(3)V9.
             03 WSC-ACTIVE            PIC X.
       01 WS-SC-I              PIC 9(3).
      *    RANKED ORDER OF THE ACTIVE VENDORS, AS SUBSCRIPTS INTO
      *    THE ACCUMULATOR TABLE
       01 WS-RK-TABLE.
          02 WS-RK-ENTRY OCCURS 300 TIMES.
             03 WRK-SC-I              PIC 9(3).
       01 WS-RK-I              PIC 9(3).

      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

       01 REPORT-HEADING.
          02 FILLER             PIC X(33) VALUE
             'VENDOR PERFORMANCE SCORECARD    '.
          02 RH-FROM-DATE       PIC 9(8).
          02 FILLER             PIC X(4)  VALUE ' TO '.
          02 RH-TO-DATE         PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(5)  VALUE 'RANK'.
          02 FILLER             PIC X(7)  VALUE 'VENDOR'.
          02 FILLER             PIC X(21) VALUE 'NAME'.
          02 FILLER             PIC X(6)  VALUE 'RCPTS'.
          02 FILLER             PIC X(7)  VALUE 'ONTIME%'.
          02 FILLER             PIC X(6)  VALUE ' FILL%'.
          02 FILLER             PIC X(5)  VALUE ' OVER'.
          02 FILLER             PIC X(11) VALUE ' OVER VALUE'.
          02 FILLER             PIC X(6)  VALUE ' SHORT'.
          02 FILLER             PIC X(12) VALUE ' SHORT VALUE'.
          02 FILLER             PIC X(9)  VALUE '  AVG ACT'.
          02 FILLER             PIC X(9)  VALUE '   AVG PO'.
          02 FILLER             PIC X(7)  VALUE '   VAR%'.
          02 FILLER             PIC X(6)  VALUE ' SCORE'.
       01 SCORE-DETAIL-LINE.
          02 SDL-RANK           PIC ZZ9.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 SDL-VENDOR-CODE    PIC X(6).
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-VENDOR-NAME    PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-RECEIPTS       PIC ZZZZ9.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 SDL-ON-TIME-PCT    PIC ZZ9.9.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-FILL-PCT       PIC ZZ9.9.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-OVER-COUNT     PIC ZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-OVER-VALUE     PIC ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-SHORT-COUNT    PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-SHORT-VALUE    PIC ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-AVG-ACTUAL     PIC Z,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-AVG-PO         PIC Z,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-VARIANCE-PCT   PIC -ZZ9.9.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-SCORE          PIC ZZ9.9.
       01 UNRANKED-HEADING     PIC X(51)  VALUE
             'NO PO LINES DUE AND NOTHING RECEIVED IN THE PERIOD:'.
       01 UNRANKED-LINE.
          02 FILLER             PIC X(5)  VALUE SPACES.
          02 URL-VENDOR-CODE    PIC X(6).
          02 FILLER             PIC X     VALUE SPACE.
          02 URL-VENDOR-NAME    PIC X(25).
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16)  VALUE 'END OF REPORT - '.
          02 RF-RANKED-COUNT    PIC ZZ9.
          02 FILLER             PIC X(19)  VALUE ' VENDOR(S) RANKED'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM SET-REVIEW-PERIOD.
           PERFORM LOAD-VENDORS.
           PERFORM LOAD-PO-HEADERS.
           PERFORM FOLD-PO-LINES.
           PERFORM FOLD-RECEIPT-HISTORY.
           PERFORM FOLD-COST-LOG.
           PERFORM VARYING WS-SC-I FROM 1 BY 1
              UNTIL WS-SC-I > WS-SC-COUNT
                   PERFORM SCORE-ONE-VENDOR
           END-PERFORM.
           PERFORM RANK-VENDORS.
           PERFORM PRINT-SCORECARD.
           MOVE 'MAINVENDSCOR' TO WS-SP-PROGRAM.
           MOVE 'vendscore.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING WS-FROM-DATE DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-TO-DATE DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'VENDSCORE: ' WS-RANKED-COUNT ' vendor(s) ranked, '
              WS-UNRANKED-COUNT ' without activity, period '
              WS-FROM-DATE ' to ' WS-TO-DATE ' on vendscore.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-SC-COUNT
              ' record(s) written'.
           STOP RUN.

      *    THE LAST COMPLETE CALENDAR QUARTER: IT ENDS THE DAY BEFORE
      *    THE CURRENT QUARTER STARTS AND BEGINS ON THE FIRST OF THE
      *    MONTH TWO MONTHS BEFORE THAT
       SET-REVIEW-PERIOD.
           MOVE WS-TODAY TO WS-WORK-DATE
      *    THE WHOLE QUARTERS ALREADY GONE, THEN THEIR FIRST MONTH -
      *    DIVIDE TRUNCATES, A COMPUTE WOULD KEEP THE FRACTION
           SUBTRACT 1 FROM WS-WORK-MONTH GIVING WS-QTR-MONTH
           DIVIDE 3 INTO WS-QTR-MONTH
           COMPUTE WS-QTR-MONTH = WS-QTR-MONTH * 3 + 1
           MOVE WS-QTR-MONTH TO WS-WORK-MONTH
           MOVE 1 TO WS-WORK-DAY
           MOVE WS-WORK-DATE TO WS-QTR-START
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-QTR-START) - 1)
           MOVE WS-TO-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-WORK-DAY
           IF WS-WORK-MONTH IS GREATER THAN 2
              SUBTRACT 2 FROM WS-WORK-MONTH
           ELSE
              ADD 10 TO WS-WORK-MONTH
              SUBTRACT 1 FROM WS-WORK-YEAR
           END-IF
           MOVE WS-WORK-DATE TO WS-FROM-DATE
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-CONTROL-STATUS IS EQUAL TO '00'
              READ PERIOD-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF PC-FROM-DATE IS NUMERIC AND
                    PC-TO-DATE IS NUMERIC AND
                    PC-FROM-DATE IS NOT GREATER THAN PC-TO-DATE
                    MOVE PC-FROM-DATE TO WS-FROM-DATE
                    MOVE PC-TO-DATE TO WS-TO-DATE
                 ELSE
                    DISPLAY 'VENDSCORE: vendscore.ctl dates not '
                       'usable, last quarter taken'
                 END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.

       LOAD-VENDORS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ VENDOR-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE VN-CODE TO WS-LOOKUP-VENDOR
                         PERFORM FIND-SCORE-SLOT
                         MOVE VN-NAME TO WSC-VENDOR-NAME(WS-SC-I)
                      END-READ
              END-PERFORM
              CLOSE VENDOR-FILE
           END-IF.

      *    A VENDOR FOUND IN THE HISTORY BUT NO LONGER ON vendor.dat
      *    STILL GETS A ROW, NAMED AS SUCH
       FIND-SCORE-SLOT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SC-I FROM 1 BY 1
              UNTIL WS-SC-I > WS-SC-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WSC-VENDOR-CODE(WS-SC-I) IS EQUAL TO
                      WS-LOOKUP-VENDOR
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-SC-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-SC-COUNT IS EQUAL TO 300
                 DISPLAY 'VENDSCORE: vendor table full, '
                    'run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SC-COUNT
              MOVE WS-SC-COUNT TO WS-SC-I
              INITIALIZE WS-SC-ENTRY(WS-SC-I)
              MOVE WS-LOOKUP-VENDOR TO WSC-VENDOR-CODE(WS-SC-I)
              MOVE '** NOT ON FILE **' TO WSC-VENDOR-NAME(WS-SC-I)
           END-IF.

       LOAD-PO-HEADERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-HEADER-FILE
           IF WS-POHDR-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-HDR-COUNT IS EQUAL TO 1000
                            DISPLAY 'VENDSCORE: header table '
                               'full, run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-HDR-COUNT
                         MOVE PH-PO-NUM TO WD-PO-NUM(WS-HDR-COUNT)
                         MOVE PH-VENDOR-CODE TO
                            WD-VENDOR-CODE(WS-HDR-COUNT)
                      END-READ
              END-PERFORM
              CLOSE PO-HEADER-FILE
           END-IF.

      *    FILL RATE: EVERYTHING ORDERED ON LINES DUE IN THE PERIOD
      *    AGAINST WHAT HAS ARRIVED ON THOSE LINES SO FAR
       FOLD-PO-LINES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-ITEM-FILE
           IF WS-POITM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PI-DUE-DATE IS NOT LESS THAN
                            WS-FROM-DATE AND
                            PI-DUE-DATE IS NOT GREATER THAN
                            WS-TO-DATE
                            PERFORM FOLD-ONE-PO-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PO-ITEM-FILE
           END-IF.

       FOLD-ONE-PO-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-HDR-I FROM 1 BY 1
              UNTIL WS-HDR-I > WS-HDR-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WD-PO-NUM(WS-HDR-I) IS EQUAL TO PI-PO-NUM
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-HDR-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE WD-VENDOR-CODE(WS-HDR-I) TO WS-LOOKUP-VENDOR
              PERFORM FIND-SCORE-SLOT
              ADD PI-QTY-EXPECTED TO WSC-QTY-ORDERED(WS-SC-I)
              IF PI-QTY-RECEIVED IS GREATER THAN PI-QTY-EXPECTED
                 ADD PI-QTY-EXPECTED TO WSC-QTY-RECEIVED(WS-SC-I)
              ELSE
                 ADD PI-QTY-RECEIVED TO WSC-QTY-RECEIVED(WS-SC-I)
              END-IF
              MOVE 'Y' TO WSC-ACTIVE(WS-SC-I)
           END-IF.

       FOLD-RECEIPT-HISTORY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RECEIPT-HISTORY-FILE
           IF WS-RCVHIST-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ RECEIPT-HISTORY-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PRH-DATE IS NOT LESS THAN
                            WS-FROM-DATE AND
                            PRH-DATE IS NOT GREATER THAN
                            WS-TO-DATE
                            PERFORM FOLD-ONE-RECEIPT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE RECEIPT-HISTORY-FILE
           END-IF.

      *    A COUNT THAT BROUGHT STOCK IN IS ONE RECEIPT; ON TIME
      *    WHEN IT CAME NO LATER THAN THE LINE WAS DUE
       FOLD-ONE-RECEIPT.
           MOVE PRH-VENDOR-CODE TO WS-LOOKUP-VENDOR
           PERFORM FIND-SCORE-SLOT
           MOVE 'Y' TO WSC-ACTIVE(WS-SC-I)
           IF PRH-QTY-ACCEPTED IS GREATER THAN ZERO
              ADD 1 TO WSC-RECEIPTS(WS-SC-I)
              IF PRH-DATE IS NOT GREATER THAN PRH-DUE-DATE
                 ADD 1 TO WSC-ON-TIME(WS-SC-I)
              END-IF
           END-IF
           IF PRH-QTY-OVER IS GREATER THAN ZERO
              ADD 1 TO WSC-OVER-COUNT(WS-SC-I)
              COMPUTE WSC-OVER-VALUE(WS-SC-I) =
                 WSC-OVER-VALUE(WS-SC-I) +
                 PRH-QTY-OVER * PRH-UNIT-COST
           END-IF
           IF PRH-QTY-SHORT IS GREATER THAN ZERO
              ADD 1 TO WSC-SHORT-COUNT(WS-SC-I)
              COMPUTE WSC-SHORT-VALUE(WS-SC-I) =
                 WSC-SHORT-VALUE(WS-SC-I) +
                 PRH-QTY-SHORT * PRH-UNIT-COST
           END-IF.

       FOLD-COST-LOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT COST-LOG
           IF WS-COSTLOG-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ COST-LOG
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF CO-VENDOR-CODE IS NOT EQUAL TO SPACES
                            AND CO-PO-COST IS NUMERIC
                            AND CO-CHARGE-TYPE IS EQUAL TO SPACE
                            AND CO-DATE IS NOT LESS THAN
                            WS-FROM-DATE AND
                            CO-DATE IS NOT GREATER THAN
                            WS-TO-DATE
                            MOVE CO-VENDOR-CODE TO WS-LOOKUP-VENDOR
                            PERFORM FIND-SCORE-SLOT
                            ADD 1 TO WSC-COST-COUNT(WS-SC-I)
                            ADD CO-PAID-COST TO
                               WSC-SUM-ACTUAL(WS-SC-I)
                            ADD CO-PO-COST TO WSC-SUM-PO(WS-SC-I)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE COST-LOG
           END-IF.

      *    PERCENTAGES AND THE WEIGHTED SCORE. A VENDOR WITH LINES
      *    DUE BUT NOTHING RECEIVED SCORES ZERO ON TIME AND FILL
       SCORE-ONE-VENDOR.
           IF WSC-RECEIPTS(WS-SC-I) IS GREATER THAN ZERO
              COMPUTE WSC-ON-TIME-PCT(WS-SC-I) ROUNDED =
                 WSC-ON-TIME(WS-SC-I) * 100 / WSC-RECEIPTS(WS-SC-I)
           END-IF
           IF WSC-QTY-ORDERED(WS-SC-I) IS GREATER THAN ZERO
              COMPUTE WSC-FILL-PCT(WS-SC-I) ROUNDED =
                 WSC-QTY-RECEIVED(WS-SC-I) * 100 /
                 WSC-QTY-ORDERED(WS-SC-I)
           ELSE
              IF WSC-RECEIPTS(WS-SC-I) IS GREATER THAN ZERO
                 MOVE 100 TO WSC-FILL-PCT(WS-SC-I)
              END-IF
           END-IF
           MOVE 100 TO WS-PRICE-SCORE
           IF WSC-COST-COUNT(WS-SC-I) IS GREATER THAN ZERO
              COMPUTE WSC-AVG-ACTUAL(WS-SC-I) ROUNDED =
                 WSC-SUM-ACTUAL(WS-SC-I) / WSC-COST-COUNT(WS-SC-I)
              COMPUTE WSC-AVG-PO(WS-SC-I) ROUNDED =
                 WSC-SUM-PO(WS-SC-I) / WSC-COST-COUNT(WS-SC-I)
              IF WSC-SUM-PO(WS-SC-I) IS GREATER THAN ZERO
                 COMPUTE WSC-VARIANCE-PCT(WS-SC-I) ROUNDED =
                    (WSC-SUM-ACTUAL(WS-SC-I) -
                     WSC-SUM-PO(WS-SC-I)) * 100 /
                    WSC-SUM-PO(WS-SC-I)
                 IF WSC-VARIANCE-PCT(WS-SC-I) IS NEGATIVE
                    COMPUTE WS-PRICE-SCORE =
                       100 + WSC-VARIANCE-PCT(WS-SC-I)
                 ELSE
                    COMPUTE WS-PRICE-SCORE =
                       100 - WSC-VARIANCE-PCT(WS-SC-I)
                 END-IF
                 IF WS-PRICE-SCORE IS NEGATIVE
                    MOVE ZERO TO WS-PRICE-SCORE
                 END-IF
              END-IF
           END-IF
           COMPUTE WSC-SCORE(WS-SC-I) ROUNDED =
              (WSC-ON-TIME-PCT(WS-SC-I) * 0.4) +
              (WSC-FILL-PCT(WS-SC-I) * 0.4) +
              (WS-PRICE-SCORE * 0.2).

      *    BEST SCORE FIRST - A SIMPLE INSERTION INTO THE RANK LIST,
      *    THE VENDOR TABLE IS NEVER LARGE
       RANK-VENDORS.
           PERFORM VARYING WS-SC-I FROM 1 BY 1
              UNTIL WS-SC-I > WS-SC-COUNT
                   IF WSC-ACTIVE(WS-SC-I) IS EQUAL TO 'Y'
                      ADD 1 TO WS-RANKED-COUNT
                      MOVE WS-SC-I TO WRK-SC-I(WS-RANKED-COUNT)
                      MOVE WS-RANKED-COUNT TO WS-RK-I
                      PERFORM SIFT-RANK-UP
                   ELSE
                      ADD 1 TO WS-UNRANKED-COUNT
                   END-IF
           END-PERFORM.

       SIFT-RANK-UP.
           PERFORM UNTIL WS-RK-I IS LESS THAN 2
                   COMPUTE WS-RK-J = WS-RK-I - 1
                   IF WSC-SCORE(WRK-SC-I(WS-RK-I)) IS GREATER THAN
                      WSC-SCORE(WRK-SC-I(WS-RK-J))
                      MOVE WRK-SC-I(WS-RK-I) TO WS-SWAP
                      MOVE WRK-SC-I(WS-RK-J) TO WRK-SC-I(WS-RK-I)
                      MOVE WS-SWAP TO WRK-SC-I(WS-RK-J)
                      MOVE WS-RK-J TO WS-RK-I
                   ELSE
                      MOVE 1 TO WS-RK-I
                   END-IF
           END-PERFORM.

       PRINT-SCORECARD.
           OPEN OUTPUT SCORECARD-REPORT
           MOVE WS-FROM-DATE TO RH-FROM-DATE
           MOVE WS-TO-DATE TO RH-TO-DATE
           WRITE PRINT-LINE FROM REPORT-HEADING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADS
           PERFORM VARYING WS-RK-I FROM 1 BY 1
              UNTIL WS-RK-I > WS-RANKED-COUNT
                   MOVE WRK-SC-I(WS-RK-I) TO WS-SC-I
                   PERFORM PRINT-ONE-VENDOR
           END-PERFORM
           IF WS-UNRANKED-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              WRITE PRINT-LINE FROM UNRANKED-HEADING
              PERFORM VARYING WS-SC-I FROM 1 BY 1
                 UNTIL WS-SC-I > WS-SC-COUNT
                      IF WSC-ACTIVE(WS-SC-I) IS NOT EQUAL TO 'Y'
                         MOVE WSC-VENDOR-CODE(WS-SC-I) TO
                            URL-VENDOR-CODE
                         MOVE WSC-VENDOR-NAME(WS-SC-I) TO
                            URL-VENDOR-NAME
                         WRITE PRINT-LINE FROM UNRANKED-LINE
                      END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RANKED-COUNT TO RF-RANKED-COUNT
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE SCORECARD-REPORT.

       PRINT-ONE-VENDOR.
           MOVE WS-RK-I TO SDL-RANK
           MOVE WSC-VENDOR-CODE(WS-SC-I) TO SDL-VENDOR-CODE
           MOVE WSC-VENDOR-NAME(WS-SC-I) TO SDL-VENDOR-NAME
           MOVE WSC-RECEIPTS(WS-SC-I) TO SDL-RECEIPTS
           MOVE WSC-ON-TIME-PCT(WS-SC-I) TO SDL-ON-TIME-PCT
           MOVE WSC-FILL-PCT(WS-SC-I) TO SDL-FILL-PCT
           MOVE WSC-OVER-COUNT(WS-SC-I) TO SDL-OVER-COUNT
           MOVE WSC-OVER-VALUE(WS-SC-I) TO SDL-OVER-VALUE
           MOVE WSC-SHORT-COUNT(WS-SC-I) TO SDL-SHORT-COUNT
           MOVE WSC-SHORT-VALUE(WS-SC-I) TO SDL-SHORT-VALUE
           MOVE WSC-AVG-ACTUAL(WS-SC-I) TO SDL-AVG-ACTUAL
           MOVE WSC-AVG-PO(WS-SC-I) TO SDL-AVG-PO
           MOVE WSC-VARIANCE-PCT(WS-SC-I) TO SDL-VARIANCE-PCT
           MOVE WSC-SCORE(WS-SC-I) TO SDL-SCORE
           WRITE PRINT-LINE FROM SCORE-DETAIL-LINE.
