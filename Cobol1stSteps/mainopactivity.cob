       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINOPACTIVITY.

      *    OPERATOR PRODUCTIVITY AND ACTIVITY REPORT FOR THE OFFICE
      *    SUPERVISORS. EVERYTHING THE SIGNED-ON OPERATORS PRODUCED
      *    IS GATHERED FROM THE FILES THAT NOW CARRY THE OPERATOR:
      *       ORD - orderhdr.dat HEADERS, VALUED FROM THEIR
      *             orderitm.dat LINES
      *       PAY - RECEIPTS ON payment.dat (BLANK RECORD TYPE)
      *       RET - RMAS ISSUED ON rma.dat, WITH THE UNITS
      *       ADJ - CYCLE-COUNT 'ADJ' AND PHYSICAL 'PHY' LINES ON
      *             stockmove.dat, WHOSE REFERENCE IS THE OPERATOR
      *             WHO ACCEPTED THEM, WITH THE UNITS
      *       CUS - CUSTOMER CHANGES ON customer.audit
      *       OV  - CREDIT OVERRIDES GRANTED (seclog.dat)
      *       RF  - CREDIT OVERRIDES REFUSED (seclog.dat)
      *       ER  - REJECTED CUSTOMER ROWS ON customer.cexc AND
      *             customer.cexh, AND FAILED SIGN-ONS
      *    THE FIRST PART IS THE REPORT DAY, EACH OPERATOR BROKEN
      *    DOWN BY THE HOUR; THE SECOND IS THE SEVEN DAYS ENDING ON
      *    THE REPORT DAY, ONE LINE PER OPERATOR. WORK WITH NO
      *    OPERATOR - THE UNATTENDED BATCH RUNS AND LINES WRITTEN
      *    BEFORE OPERATORS WERE STAMPED - IS SHOWN AS *BATCH*, AND A
      *    LINE WITH NO TIME OF DAY FALLS IN THE 00 HOUR. THE REPORT
      *    DAY IS TODAY, OR THE BUSINESS DAY BEFORE IF TODAY IS NOT
      *    ONE ON THE CALBUSDAY CALENDAR, UNLESS opactv.ctl GIVES A
      *    YYYYMMDD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-HEADER-FILE ASSIGN TO 'orderhdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HEADER-STATUS.
           SELECT ORDER-ITEM-FILE ASSIGN TO 'orderitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ITEM-STATUS.
           SELECT PAYMENT-LOG ASSIGN TO 'payment.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYLOG-STATUS.
           SELECT RMA-FILE ASSIGN TO 'rma.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RMA-STATUS.
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO 'stockmove.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOVE-STATUS.
           SELECT CUSTOMER-AUDIT-LOG ASSIGN TO 'customer.audit'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CUSTOMER-EXCEPTION-LOG ASSIGN TO 'customer.cexc'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT EXCEPTION-HISTORY ASSIGN TO 'customer.cexh'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SECURITY-LOG ASSIGN TO 'seclog.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SECLOG-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'opactv.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ACTIVITY-REPORT ASSIGN TO 'opactv.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-HEADER-FILE.
       01 ORDER-HEADER.
          02 OH-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 OH-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 OH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 OH-STATUS         PIC X.
          02 FILLER            PIC X.
          02 OH-SHIP-TO        PIC X(4).
          02 FILLER            PIC X.
          02 OH-SHIP-FROM      PIC X(4).
          02 FILLER            PIC X.
      *       SPACES ON BATCH-LOADED ORDERS AND OLDER HEADERS
          02 OH-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 OH-ENTRY-TIME     PIC X(6).

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

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

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
          02 FILLER            PIC X.
          02 RM-QTY-EXPECTED   PIC 9(5).
          02 FILLER            PIC X.
          02 RM-QTY-RECEIVED   PIC 9(5).
          02 FILLER            PIC X.
          02 RM-STATUS         PIC X.
          02 FILLER            PIC X.
          02 RM-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 RM-ENTRY-TIME     PIC X(6).

       FD STOCK-MOVEMENT-FILE.
       01 STOCK-MOVEMENT-LINE  PIC X(60).

       FD CUSTOMER-AUDIT-LOG.
       01 AUDIT-LINE           PIC X(110).

       FD CUSTOMER-EXCEPTION-LOG.
       01 EXCEPTION-LINE       PIC X(100).

       FD EXCEPTION-HISTORY.
       01 HISTORY-LINE         PIC X(120).

       FD SECURITY-LOG.
       01 SECURITY-LOG-LINE    PIC X(70).

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD.
          02 PC-REPORT-DATE    PIC 9(8).

       FD ACTIVITY-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HEADER-STATUS     PIC XX.
       01 WS-ITEM-STATUS       PIC XX.
       01 WS-PAYLOG-STATUS     PIC XX.
       01 WS-RMA-STATUS        PIC XX.
       01 WS-MOVE-STATUS       PIC XX.
       01 WS-AUDIT-STATUS      PIC XX.
       01 WS-EXCEPTION-STATUS  PIC XX.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-SECLOG-STATUS     PIC XX.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-REPORT-DATE       PIC 9(8).
       01 WS-WEEK-START        PIC 9(8).
       01 WS-WORK-INT          PIC 9(8).
       01 WS-INSERT-AT         PIC 9(4).
       01 WS-LINE-COUNT        PIC 9(5)  VALUE ZERO.

      *    ONE PIECE OF WORK, HANDED TO RECORD-EVENT BY EACH READER.
      *    A COUNT OF ZERO ADDS ONLY THE AMOUNT OR UNITS, AS WHEN AN
      *    ORDER'S LINES ARE VALUED AFTER ITS HEADER WAS COUNTED
       01 WS-EV-OPERATOR       PIC X(8).
       01 WS-EV-DATE           PIC 9(8).
       01 WS-EV-TIME           PIC X(6).
       01 WS-EV-HOUR           PIC 9(2).
       01 WS-EV-KIND           PIC X(3).
          88 EV-ORDER                    VALUE 'ORD'.
          88 EV-PAYMENT                  VALUE 'PAY'.
          88 EV-RETURN                   VALUE 'RET'.
          88 EV-ADJUSTMENT               VALUE 'ADJ'.
          88 EV-CUSTOMER                 VALUE 'CUS'.
          88 EV-OVERRIDE                 VALUE 'OVR'.
          88 EV-REFUSAL                  VALUE 'RFS'.
          88 EV-ERROR                    VALUE 'ERR'.
       01 WS-EV-COUNT          PIC 9.
       01 WS-EV-AMOUNT         PIC 9(7)V99.
       01 WS-EV-UNITS          PIC 9(5).
       01 WS-SLOT              PIC 9(2).

      *    SAME LINE LAYOUT THE PAYMENT PROGRAMS APPEND
       01 WS-PAYMENT-DETAIL.
          02 WP-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 WP-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 WP-AMOUNT         PIC X(9).
          02 FILLER            PIC X.
          02 WP-REC-TYPE       PIC X(3).
          02 FILLER            PIC X(12).
          02 FILLER            PIC X.
          02 WP-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 WP-ENTRY-TIME     PIC X(6).
      *    SAME LINE LAYOUT STOCKLOG APPENDS
       01 WS-MOVEMENT-DETAIL.
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
      *    SAME LINE LAYOUT MAINCUSTOMERINTERACTIVE APPENDS
       01 WS-AUDIT-DETAIL.
          02 AUD-DATE          PIC 9(8).
          02 FILLER            PIC X.
          02 AUD-TIME          PIC 9(6).
          02 FILLER            PIC X.
          02 AUD-OPERATION     PIC X(6).
          02 FILLER            PIC X.
          02 AUD-ID-NUM        PIC 9(5).
          02 FILLER            PIC X.
          02 AUD-BEFORE-NAME   PIC X(31).
          02 FILLER            PIC X.
          02 AUD-AFTER-NAME    PIC X(31).
          02 FILLER            PIC X.
          02 AUD-RESULT        PIC X(7).
          02 FILLER            PIC X.
          02 AUD-OPERATOR      PIC X(8).
      *    SAME LINE LAYOUT THE WRITERS APPEND TO customer.cexc - A
      *    WORKED ENTRY ON customer.cexh STARTS WITH THE SAME LINE
       01 WS-EXCEPTION-DETAIL.
          02 EXC-DATE          PIC 9(8).
          02 FILLER            PIC X.
          02 EXC-TIME          PIC 9(6).
          02 FILLER            PIC X.
          02 EXC-OPERATION     PIC X(6).
          02 FILLER            PIC X.
          02 EXC-ID-NUM        PIC 9(5).
          02 FILLER            PIC X.
          02 EXC-REASON        PIC X(40).
          02 FILLER            PIC X.
          02 EXC-OPERATOR      PIC X(8).
      *    SAME LINE LAYOUT SECLOG APPENDS
       01 WS-SECURITY-DETAIL.
          02 SE-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 SE-TIME           PIC 9(6).
          02 FILLER            PIC X.
          02 SE-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 SE-PROGRAM        PIC X(12).
          02 FILLER            PIC X.
          02 SE-EVENT          PIC X(12).
          02 FILLER            PIC X.
          02 SE-DETAIL         PIC X(20).

      *    THE WEEK'S ORDERS, HELD SO THEIR ITEM LINES CAN BE VALUED
      *    AGAINST THE OPERATOR WHO KEYED THEM
       01 WS-ORD-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-ORD-TABLE.
          02 WS-ORD-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-ORD-COUNT.
             03 WO-ORDER-NUM          PIC 9(6).
             03 WO-OPERATOR           PIC X(8).
             03 WO-DATE               PIC 9(8).
             03 WO-ENTRY-TIME         PIC X(6).
       01 WS-ORD-I             PIC 9(4).

      *    ONE ROW PER OPERATOR, KEPT IN OPERATOR ORDER. SLOTS 1-24
      *    ARE THE HOURS 00-23 OF THE REPORT DAY, SLOT 25 THE WEEK
       01 WS-OP-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-OP-TABLE.
          02 WS-OP-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-OP-COUNT.
             03 WOP-OPERATOR          PIC X(8).
             03 WOP-SLOT OCCURS 25 TIMES.
                04 WOP-ORD-COUNT      PIC 9(5).
                04 WOP-ORD-VALUE      PIC 9(7)V99.
                04 WOP-PAY-COUNT      PIC 9(5).
                04 WOP-PAY-VALUE      PIC 9(7)V99.
                04 WOP-RET-COUNT      PIC 9(5).
                04 WOP-RET-UNITS      PIC 9(6).
                04 WOP-ADJ-COUNT      PIC 9(5).
                04 WOP-ADJ-UNITS      PIC 9(6).
                04 WOP-CUS-COUNT      PIC 9(5).
                04 WOP-OVR-COUNT      PIC 9(4).
                04 WOP-RFS-COUNT      PIC 9(4).
                04 WOP-ERR-COUNT      PIC 9(4).
       01 WS-OP-I              PIC 9(3).
       01 WS-HOUR-I            PIC 9(2).

      *    ONE PRINTED ROW, BUILT UP FROM ONE OR MORE SLOTS, AND THE
      *    TOTAL OF ALL OPERATORS FOR THE PART BEING PRINTED
       01 WS-SUM-ROW.
          02 WSR-ORD-COUNT     PIC 9(5).
          02 WSR-ORD-VALUE     PIC 9(7)V99.
          02 WSR-PAY-COUNT     PIC 9(5).
          02 WSR-PAY-VALUE     PIC 9(7)V99.
          02 WSR-RET-COUNT     PIC 9(5).
          02 WSR-RET-UNITS     PIC 9(6).
          02 WSR-ADJ-COUNT     PIC 9(5).
          02 WSR-ADJ-UNITS     PIC 9(6).
          02 WSR-CUS-COUNT     PIC 9(5).
          02 WSR-OVR-COUNT     PIC 9(4).
          02 WSR-RFS-COUNT     PIC 9(4).
          02 WSR-ERR-COUNT     PIC 9(4).
       01 WS-GRAND-ROW.
          02 WGR-ORD-COUNT     PIC 9(5).
          02 WGR-ORD-VALUE     PIC 9(7)V99.
          02 WGR-PAY-COUNT     PIC 9(5).
          02 WGR-PAY-VALUE     PIC 9(7)V99.
          02 WGR-RET-COUNT     PIC 9(5).
          02 WGR-RET-UNITS     PIC 9(6).
          02 WGR-ADJ-COUNT     PIC 9(5).
          02 WGR-ADJ-UNITS     PIC 9(6).
          02 WGR-CUS-COUNT     PIC 9(5).
          02 WGR-OVR-COUNT     PIC 9(4).
          02 WGR-RFS-COUNT     PIC 9(4).
          02 WGR-ERR-COUNT     PIC 9(4).
       01 WS-ROW-LABEL         PIC X(8).
       01 WS-HOUR-LABEL.
          02 FILLER            PIC X(2)  VALUE SPACES.
          02 WHL-HOUR          PIC 9(2).
          02 FILLER            PIC X(4)  VALUE ':00'.

      *    PARAMETERS PASSED TO THE SHARED CALBUSDAY CALENDAR
      *    SUBPROGRAM
       01 WS-CAL-FUNC          PIC X.
       01 WS-CAL-DATE-IN       PIC 9(8).
       01 WS-CAL-DATE-OUT      PIC 9(8).
       01 WS-CAL-PERIOD        PIC 9(6).
       01 WS-CAL-ANSWER        PIC X.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

       01 REPORT-HEADING.
          02 FILLER             PIC X(24) VALUE
             'OPERATOR ACTIVITY - DAY '.
          02 RH-REPORT-DATE     PIC 9(8).
          02 FILLER             PIC X(12) VALUE '  WEEK FROM '.
          02 RH-WEEK-START      PIC 9(8).
       01 SECTION-HEADING      PIC X(60).
       01 ACTIVITY-HEADS.
          02 FILLER             PIC X(8)  VALUE 'OPERATOR'.
          02 FILLER             PIC X(5)  VALUE '  ORD'.
          02 FILLER             PIC X(11) VALUE '  ORD VALUE'.
          02 FILLER             PIC X(5)  VALUE '  PAY'.
          02 FILLER             PIC X(11) VALUE '  PAY VALUE'.
          02 FILLER             PIC X(5)  VALUE '  RET'.
          02 FILLER             PIC X(6)  VALUE ' UNITS'.
          02 FILLER             PIC X(5)  VALUE '  ADJ'.
          02 FILLER             PIC X(7)  VALUE '  UNITS'.
          02 FILLER             PIC X(5)  VALUE '  CUS'.
          02 FILLER             PIC X(4)  VALUE '  OV'.
          02 FILLER             PIC X(4)  VALUE '  RF'.
          02 FILLER             PIC X(4)  VALUE '  ER'.
       01 ACTIVITY-LINE.
          02 AL-LABEL           PIC X(8).
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-ORD-COUNT       PIC ZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-ORD-VALUE       PIC ZZZZZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-PAY-COUNT       PIC ZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-PAY-VALUE       PIC ZZZZZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-RET-COUNT       PIC ZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-RET-UNITS       PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-ADJ-COUNT       PIC ZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-ADJ-UNITS       PIC ZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-CUS-COUNT       PIC ZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-OVR-COUNT       PIC ZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-RFS-COUNT       PIC ZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 AL-ERR-COUNT       PIC ZZ9.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16)  VALUE 'END OF REPORT - '.
          02 RF-OPERATORS       PIC ZZ9.
          02 FILLER             PIC X(30)  VALUE
             ' OPERATOR(S) ACTIVE IN WEEK'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM SET-REPORT-DAY.
           PERFORM FOLD-ORDER-HEADERS.
           PERFORM FOLD-ORDER-ITEMS.
           PERFORM FOLD-PAYMENTS.
           PERFORM FOLD-RETURNS.
           PERFORM FOLD-STOCK-ADJUSTMENTS.
           PERFORM FOLD-CUSTOMER-CHANGES.
           PERFORM FOLD-CUSTOMER-EXCEPTIONS.
           PERFORM FOLD-SECURITY-EVENTS.
           PERFORM PRINT-ACTIVITY-REPORT.
           MOVE 'MAINOPACTIVT' TO WS-SP-PROGRAM.
           MOVE 'opactv.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'DAY ' WS-REPORT-DATE DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'OPACTV: ' WS-OP-COUNT ' operator(s) active in '
              'the week to ' WS-REPORT-DATE ' - see opactv.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-LINE-COUNT
              ' record(s) written'.
           STOP RUN.

      *    TODAY, ROLLED BACK TO THE LAST BUSINESS DAY THE SAME WAY
      *    THE AGING DOES, UNLESS THE CONTROL FILE NAMES A DAY. THE
      *    WEEK IS THAT DAY AND THE SIX CALENDAR DAYS BEFORE IT
       SET-REPORT-DAY.
           MOVE WS-TODAY TO WS-REPORT-DATE
           MOVE '1' TO WS-CAL-FUNC
           MOVE WS-TODAY TO WS-CAL-DATE-IN
           CALL 'CALBUSDAY' USING
              BY REFERENCE WS-CAL-FUNC,
              BY REFERENCE WS-CAL-DATE-IN,
              BY REFERENCE WS-CAL-DATE-OUT,
              BY REFERENCE WS-CAL-PERIOD,
              BY REFERENCE WS-CAL-ANSWER
           END-CALL
           IF WS-CAL-ANSWER IS EQUAL TO 'N'
              MOVE '2' TO WS-CAL-FUNC
              CALL 'CALBUSDAY' USING
                 BY REFERENCE WS-CAL-FUNC,
                 BY REFERENCE WS-CAL-DATE-IN,
                 BY REFERENCE WS-CAL-DATE-OUT,
                 BY REFERENCE WS-CAL-PERIOD,
                 BY REFERENCE WS-CAL-ANSWER
              END-CALL
              MOVE WS-CAL-DATE-OUT TO WS-REPORT-DATE
           END-IF
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-CONTROL-STATUS IS EQUAL TO '00'
              READ PERIOD-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF PC-REPORT-DATE IS NUMERIC AND
                    FUNCTION TEST-DATE-YYYYMMDD(PC-REPORT-DATE)
                    IS EQUAL TO ZERO
                    MOVE PC-REPORT-DATE TO WS-REPORT-DATE
                 ELSE
                    DISPLAY 'OPACTV: opactv.ctl date not usable, '
                       WS-REPORT-DATE ' taken'
                 END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF
           COMPUTE WS-WORK-INT =
              FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 6
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
              TO WS-WEEK-START.

      *    EVERY HEADER KEYED IN THE WEEK COUNTS AS AN ORDER, WHATEVER
      *    BECAME OF IT SINCE, AND IS HELD FOR THE VALUING PASS
       FOLD-ORDER-HEADERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-HEADER-FILE
           IF WS-HEADER-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'OPACTV: orderhdr.dat not found - no orders'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      MOVE SPACES TO ORDER-HEADER
                      READ ORDER-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF OH-DATE IS NUMERIC AND
                            OH-DATE IS NOT LESS THAN WS-WEEK-START
                            AND OH-DATE IS NOT GREATER THAN
                            WS-REPORT-DATE
                            PERFORM HOLD-ONE-ORDER
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE ORDER-HEADER-FILE
           END-IF.

       HOLD-ONE-ORDER.
           IF WS-ORD-COUNT IS EQUAL TO 5000
              DISPLAY 'OPACTV: order table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ORD-COUNT
           MOVE OH-ORDER-NUM TO WO-ORDER-NUM(WS-ORD-COUNT)
           MOVE OH-OPERATOR TO WO-OPERATOR(WS-ORD-COUNT)
           MOVE OH-DATE TO WO-DATE(WS-ORD-COUNT)
           MOVE OH-ENTRY-TIME TO WO-ENTRY-TIME(WS-ORD-COUNT)
           MOVE OH-OPERATOR TO WS-EV-OPERATOR
           MOVE OH-DATE TO WS-EV-DATE
           MOVE OH-ENTRY-TIME TO WS-EV-TIME
           MOVE 'ORD' TO WS-EV-KIND
           MOVE 1 TO WS-EV-COUNT
           MOVE ZERO TO WS-EV-AMOUNT
           MOVE ZERO TO WS-EV-UNITS
           PERFORM RECORD-EVENT.

      *    EACH LINE OF A HELD ORDER ADDS ITS VALUE TO THE OPERATOR
      *    AND HOUR THE ORDER WAS ALREADY COUNTED UNDER
       FOLD-ORDER-ITEMS.
           MOVE 'N' TO WS-EOF
           IF WS-ORD-COUNT IS GREATER THAN ZERO
              OPEN INPUT ORDER-ITEM-FILE
              IF WS-ITEM-STATUS IS NOT EQUAL TO '00'
                 DISPLAY 'OPACTV: orderitm.dat not found - orders '
                    'not valued'
              ELSE
                 PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                         READ ORDER-ITEM-FILE
                         AT END
                            MOVE 'Y' TO WS-EOF
                         NOT AT END
                            PERFORM VALUE-ONE-ITEM
                         END-READ
                 END-PERFORM
                 CLOSE ORDER-ITEM-FILE
              END-IF
           END-IF.

       VALUE-ONE-ITEM.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
              UNTIL WS-ORD-I > WS-ORD-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WO-ORDER-NUM(WS-ORD-I) IS EQUAL TO
                      OI-ORDER-NUM
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-ORD-I
              MOVE WO-OPERATOR(WS-ORD-I) TO WS-EV-OPERATOR
              MOVE WO-DATE(WS-ORD-I) TO WS-EV-DATE
              MOVE WO-ENTRY-TIME(WS-ORD-I) TO WS-EV-TIME
              MOVE 'ORD' TO WS-EV-KIND
              MOVE ZERO TO WS-EV-COUNT
              MOVE FUNCTION NUMVAL(OI-LINE-TOTAL) TO WS-EV-AMOUNT
              MOVE ZERO TO WS-EV-UNITS
              PERFORM RECORD-EVENT
           END-IF.

      *    RECEIPTS ONLY - DISCOUNTS, EXCHANGE LINES, REVERSALS AND
      *    THE OTHER FLAGGED LINES ARE BOOKKEEPING, NOT CASH TAKEN
       FOLD-PAYMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYMENT-LOG
           IF WS-PAYLOG-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'OPACTV: payment.dat not found - no payments'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      MOVE SPACES TO WS-PAYMENT-DETAIL
                      READ PAYMENT-LOG INTO WS-PAYMENT-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WP-REC-TYPE IS EQUAL TO SPACES AND
                            WP-DATE IS NUMERIC
                            MOVE WP-OPERATOR TO WS-EV-OPERATOR
                            MOVE WP-DATE TO WS-EV-DATE
                            MOVE WP-ENTRY-TIME TO WS-EV-TIME
                            MOVE 'PAY' TO WS-EV-KIND
                            MOVE 1 TO WS-EV-COUNT
                            MOVE FUNCTION NUMVAL(WP-AMOUNT)
                               TO WS-EV-AMOUNT
                            MOVE ZERO TO WS-EV-UNITS
                            PERFORM RECORD-EVENT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PAYMENT-LOG
           END-IF.

       FOLD-RETURNS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RMA-FILE
           IF WS-RMA-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      MOVE SPACES TO RMA-DATA
                      READ RMA-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF RM-DATE IS NUMERIC
                            MOVE RM-OPERATOR TO WS-EV-OPERATOR
                            MOVE RM-DATE TO WS-EV-DATE
                            MOVE RM-ENTRY-TIME TO WS-EV-TIME
                            MOVE 'RET' TO WS-EV-KIND
                            MOVE 1 TO WS-EV-COUNT
                            MOVE ZERO TO WS-EV-AMOUNT
                            MOVE RM-QTY-EXPECTED TO WS-EV-UNITS
                            PERFORM RECORD-EVENT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE RMA-FILE
           END-IF.

      *    THE CYCLE COUNT AND THE PHYSICAL POSTING BOTH PUT THE
      *    ACCEPTING OPERATOR IN THE LEDGER REFERENCE
       FOLD-STOCK-ADJUSTMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STOCK-MOVEMENT-FILE
           IF WS-MOVE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ STOCK-MOVEMENT-FILE
                         INTO WS-MOVEMENT-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF (MV-MOVE-TYPE IS EQUAL TO 'ADJ' OR
                            MV-MOVE-TYPE IS EQUAL TO 'PHY') AND
                            MV-DATE IS NUMERIC
                            MOVE MV-REFERENCE(1:8) TO WS-EV-OPERATOR
                            MOVE MV-DATE TO WS-EV-DATE
                            MOVE MV-TIME TO WS-EV-TIME
                            MOVE 'ADJ' TO WS-EV-KIND
                            MOVE 1 TO WS-EV-COUNT
                            MOVE ZERO TO WS-EV-AMOUNT
                            MOVE MV-QTY TO WS-EV-UNITS
                            PERFORM RECORD-EVENT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE STOCK-MOVEMENT-FILE
           END-IF.

       FOLD-CUSTOMER-CHANGES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMER-AUDIT-LOG
           IF WS-AUDIT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      MOVE SPACES TO WS-AUDIT-DETAIL
                      READ CUSTOMER-AUDIT-LOG INTO WS-AUDIT-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF AUD-DATE IS NUMERIC
                            MOVE AUD-OPERATOR TO WS-EV-OPERATOR
                            MOVE AUD-DATE TO WS-EV-DATE
                            MOVE AUD-TIME TO WS-EV-TIME
                            MOVE 'CUS' TO WS-EV-KIND
                            MOVE 1 TO WS-EV-COUNT
                            MOVE ZERO TO WS-EV-AMOUNT
                            MOVE ZERO TO WS-EV-UNITS
                            PERFORM RECORD-EVENT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CUSTOMER-AUDIT-LOG
           END-IF.

      *    A REJECTED ROW STILL WAITING ON THE QUEUE AND ONE ALREADY
      *    WORKED OFF TO THE HISTORY BOTH COUNT AGAINST WHO KEYED IT
       FOLD-CUSTOMER-EXCEPTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMER-EXCEPTION-LOG
           IF WS-EXCEPTION-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      MOVE SPACES TO WS-EXCEPTION-DETAIL
                      READ CUSTOMER-EXCEPTION-LOG
                         INTO WS-EXCEPTION-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM COUNT-ONE-EXCEPTION
                      END-READ
              END-PERFORM
              CLOSE CUSTOMER-EXCEPTION-LOG
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT EXCEPTION-HISTORY
           IF WS-HISTORY-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      MOVE SPACES TO HISTORY-LINE
                      READ EXCEPTION-HISTORY
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE HISTORY-LINE(1:100) TO
                            WS-EXCEPTION-DETAIL
                         PERFORM COUNT-ONE-EXCEPTION
                      END-READ
              END-PERFORM
              CLOSE EXCEPTION-HISTORY
           END-IF.

       COUNT-ONE-EXCEPTION.
           IF EXC-DATE IS NUMERIC
              MOVE EXC-OPERATOR TO WS-EV-OPERATOR
              MOVE EXC-DATE TO WS-EV-DATE
              MOVE EXC-TIME TO WS-EV-TIME
              MOVE 'ERR' TO WS-EV-KIND
              MOVE 1 TO WS-EV-COUNT
              MOVE ZERO TO WS-EV-AMOUNT
              MOVE ZERO TO WS-EV-UNITS
              PERFORM RECORD-EVENT
           END-IF.

      *    CREDIT OVERRIDES GRANTED AND REFUSED AT ORDER ENTRY, AND
      *    FAILED SIGN-ONS, WHICH COUNT AS ERRORS
       FOLD-SECURITY-EVENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SECURITY-LOG
           IF WS-SECLOG-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      MOVE SPACES TO WS-SECURITY-DETAIL
                      READ SECURITY-LOG INTO WS-SECURITY-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE SPACES TO WS-EV-KIND
                         EVALUATE SE-EVENT
                         WHEN 'CREDIT-OVRD '
                              MOVE 'OVR' TO WS-EV-KIND
                         WHEN 'CREDIT-REFUS'
                              MOVE 'RFS' TO WS-EV-KIND
                         WHEN 'SIGNON-FAIL '
                              MOVE 'ERR' TO WS-EV-KIND
                         END-EVALUATE
                         IF WS-EV-KIND IS NOT EQUAL TO SPACES AND
                            SE-DATE IS NUMERIC
                            MOVE SE-OPERATOR TO WS-EV-OPERATOR
                            MOVE SE-DATE TO WS-EV-DATE
                            MOVE SE-TIME TO WS-EV-TIME
                            MOVE 1 TO WS-EV-COUNT
                            MOVE ZERO TO WS-EV-AMOUNT
                            MOVE ZERO TO WS-EV-UNITS
                            PERFORM RECORD-EVENT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SECURITY-LOG
           END-IF.

      *    WORK INSIDE THE WEEK GOES TO THE OPERATOR'S WEEK SLOT, AND
      *    WORK ON THE REPORT DAY ALSO TO THE SLOT FOR ITS HOUR
       RECORD-EVENT.
           IF WS-EV-DATE IS NOT LESS THAN WS-WEEK-START AND
              WS-EV-DATE IS NOT GREATER THAN WS-REPORT-DATE
              IF WS-EV-OPERATOR IS EQUAL TO SPACES
                 MOVE '*BATCH*' TO WS-EV-OPERATOR
              END-IF
              PERFORM FIND-OPERATOR-SLOT
              MOVE 25 TO WS-SLOT
              PERFORM ADD-EVENT-TO-SLOT
              IF WS-EV-DATE IS EQUAL TO WS-REPORT-DATE
                 MOVE ZERO TO WS-EV-HOUR
                 IF WS-EV-TIME(1:2) IS NUMERIC
                    MOVE WS-EV-TIME(1:2) TO WS-EV-HOUR
                 END-IF
                 IF WS-EV-HOUR IS GREATER THAN 23
                    MOVE ZERO TO WS-EV-HOUR
                 END-IF
                 COMPUTE WS-SLOT = WS-EV-HOUR + 1
                 PERFORM ADD-EVENT-TO-SLOT
              END-IF
           END-IF.

       ADD-EVENT-TO-SLOT.
           EVALUATE TRUE
           WHEN EV-ORDER
                ADD WS-EV-COUNT TO WOP-ORD-COUNT(WS-OP-I, WS-SLOT)
                ADD WS-EV-AMOUNT TO WOP-ORD-VALUE(WS-OP-I, WS-SLOT)
           WHEN EV-PAYMENT
                ADD WS-EV-COUNT TO WOP-PAY-COUNT(WS-OP-I, WS-SLOT)
                ADD WS-EV-AMOUNT TO WOP-PAY-VALUE(WS-OP-I, WS-SLOT)
           WHEN EV-RETURN
                ADD WS-EV-COUNT TO WOP-RET-COUNT(WS-OP-I, WS-SLOT)
                ADD WS-EV-UNITS TO WOP-RET-UNITS(WS-OP-I, WS-SLOT)
           WHEN EV-ADJUSTMENT
                ADD WS-EV-COUNT TO WOP-ADJ-COUNT(WS-OP-I, WS-SLOT)
                ADD WS-EV-UNITS TO WOP-ADJ-UNITS(WS-OP-I, WS-SLOT)
           WHEN EV-CUSTOMER
                ADD WS-EV-COUNT TO WOP-CUS-COUNT(WS-OP-I, WS-SLOT)
           WHEN EV-OVERRIDE
                ADD WS-EV-COUNT TO WOP-OVR-COUNT(WS-OP-I, WS-SLOT)
           WHEN EV-REFUSAL
                ADD WS-EV-COUNT TO WOP-RFS-COUNT(WS-OP-I, WS-SLOT)
           WHEN EV-ERROR
                ADD WS-EV-COUNT TO WOP-ERR-COUNT(WS-OP-I, WS-SLOT)
           END-EVALUATE.

      *    NEW OPERATORS ARE SLOTTED IN ORDER SO THE REPORT NEEDS NO
      *    SORT
       FIND-OPERATOR-SLOT.
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING WS-OP-I FROM 1 BY 1
              UNTIL WS-OP-I > WS-OP-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y' OR
                 WS-INSERT-AT IS GREATER THAN ZERO
                   IF WOP-OPERATOR(WS-OP-I) IS EQUAL TO
                      WS-EV-OPERATOR
                      MOVE 'Y' TO WS-FOUND
                   ELSE
                      IF WOP-OPERATOR(WS-OP-I) IS GREATER THAN
                         WS-EV-OPERATOR
                         MOVE WS-OP-I TO WS-INSERT-AT
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-OP-I
           ELSE
              IF WS-OP-COUNT IS EQUAL TO 200
                 DISPLAY 'OPACTV: operator table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-OP-COUNT
              IF WS-INSERT-AT IS EQUAL TO ZERO
                 MOVE WS-OP-COUNT TO WS-INSERT-AT
              END-IF
              PERFORM VARYING WS-OP-I FROM WS-OP-COUNT BY -1
                 UNTIL WS-OP-I IS NOT GREATER THAN WS-INSERT-AT
                      MOVE WS-OP-ENTRY(WS-OP-I - 1) TO
                         WS-OP-ENTRY(WS-OP-I)
              END-PERFORM
              MOVE WS-INSERT-AT TO WS-OP-I
              INITIALIZE WS-OP-ENTRY(WS-OP-I)
              MOVE WS-EV-OPERATOR TO WOP-OPERATOR(WS-OP-I)
           END-IF.

      *    PART ONE: EACH OPERATOR WHO DID ANYTHING ON THE REPORT DAY,
      *    HOUR BY HOUR, THEN THE DAY TOTAL. PART TWO: THE WEEK, ONE
      *    LINE PER OPERATOR
       PRINT-ACTIVITY-REPORT.
           OPEN OUTPUT ACTIVITY-REPORT
           MOVE WS-REPORT-DATE TO RH-REPORT-DATE
           MOVE WS-WEEK-START TO RH-WEEK-START
           WRITE PRINT-LINE FROM REPORT-HEADING
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'REPORT DAY BY OPERATOR AND HOUR' TO SECTION-HEADING
           WRITE PRINT-LINE FROM SECTION-HEADING
           ADD 1 TO WS-LINE-COUNT
           WRITE PRINT-LINE FROM ACTIVITY-HEADS
           ADD 1 TO WS-LINE-COUNT
           INITIALIZE WS-GRAND-ROW
           PERFORM VARYING WS-OP-I FROM 1 BY 1
              UNTIL WS-OP-I > WS-OP-COUNT
                   PERFORM PRINT-OPERATOR-DAY
           END-PERFORM
           MOVE WS-GRAND-ROW TO WS-SUM-ROW
           MOVE 'ALL DAY' TO WS-ROW-LABEL
           PERFORM PRINT-SUM-ROW

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'WEEK TO REPORT DAY BY OPERATOR' TO SECTION-HEADING
           WRITE PRINT-LINE FROM SECTION-HEADING
           ADD 1 TO WS-LINE-COUNT
           WRITE PRINT-LINE FROM ACTIVITY-HEADS
           ADD 1 TO WS-LINE-COUNT
           INITIALIZE WS-GRAND-ROW
           PERFORM VARYING WS-OP-I FROM 1 BY 1
              UNTIL WS-OP-I > WS-OP-COUNT
                   INITIALIZE WS-SUM-ROW
                   MOVE 25 TO WS-SLOT
                   PERFORM ADD-SLOT-TO-SUM
                   PERFORM ADD-SUM-TO-GRAND
                   MOVE WOP-OPERATOR(WS-OP-I) TO WS-ROW-LABEL
                   PERFORM PRINT-SUM-ROW
           END-PERFORM
           MOVE WS-GRAND-ROW TO WS-SUM-ROW
           MOVE 'ALL WEEK' TO WS-ROW-LABEL
           PERFORM PRINT-SUM-ROW

           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-OP-COUNT TO RF-OPERATORS
           WRITE PRINT-LINE FROM REPORT-FOOTING
           ADD 1 TO WS-LINE-COUNT
           CLOSE ACTIVITY-REPORT.

      *    AN OPERATOR WITH NOTHING ON THE REPORT DAY IS LEFT OUT OF
      *    PART ONE; QUIET HOURS ARE NOT PRINTED
       PRINT-OPERATOR-DAY.
           INITIALIZE WS-SUM-ROW
           PERFORM VARYING WS-SLOT FROM 1 BY 1
              UNTIL WS-SLOT > 24
                   PERFORM ADD-SLOT-TO-SUM
           END-PERFORM
           IF WS-SUM-ROW IS NOT EQUAL TO ZEROS
              PERFORM ADD-SUM-TO-GRAND
              MOVE WOP-OPERATOR(WS-OP-I) TO WS-ROW-LABEL
              PERFORM PRINT-SUM-ROW
              PERFORM VARYING WS-HOUR-I FROM 1 BY 1
                 UNTIL WS-HOUR-I > 24
                      INITIALIZE WS-SUM-ROW
                      MOVE WS-HOUR-I TO WS-SLOT
                      PERFORM ADD-SLOT-TO-SUM
                      IF WS-SUM-ROW IS NOT EQUAL TO ZEROS
                         COMPUTE WHL-HOUR = WS-HOUR-I - 1
                         MOVE WS-HOUR-LABEL TO WS-ROW-LABEL
                         PERFORM PRINT-SUM-ROW
                      END-IF
              END-PERFORM
           END-IF.

       ADD-SLOT-TO-SUM.
           ADD WOP-ORD-COUNT(WS-OP-I, WS-SLOT) TO WSR-ORD-COUNT
           ADD WOP-ORD-VALUE(WS-OP-I, WS-SLOT) TO WSR-ORD-VALUE
           ADD WOP-PAY-COUNT(WS-OP-I, WS-SLOT) TO WSR-PAY-COUNT
           ADD WOP-PAY-VALUE(WS-OP-I, WS-SLOT) TO WSR-PAY-VALUE
           ADD WOP-RET-COUNT(WS-OP-I, WS-SLOT) TO WSR-RET-COUNT
           ADD WOP-RET-UNITS(WS-OP-I, WS-SLOT) TO WSR-RET-UNITS
           ADD WOP-ADJ-COUNT(WS-OP-I, WS-SLOT) TO WSR-ADJ-COUNT
           ADD WOP-ADJ-UNITS(WS-OP-I, WS-SLOT) TO WSR-ADJ-UNITS
           ADD WOP-CUS-COUNT(WS-OP-I, WS-SLOT) TO WSR-CUS-COUNT
           ADD WOP-OVR-COUNT(WS-OP-I, WS-SLOT) TO WSR-OVR-COUNT
           ADD WOP-RFS-COUNT(WS-OP-I, WS-SLOT) TO WSR-RFS-COUNT
           ADD WOP-ERR-COUNT(WS-OP-I, WS-SLOT) TO WSR-ERR-COUNT.

       ADD-SUM-TO-GRAND.
           ADD WSR-ORD-COUNT TO WGR-ORD-COUNT
           ADD WSR-ORD-VALUE TO WGR-ORD-VALUE
           ADD WSR-PAY-COUNT TO WGR-PAY-COUNT
           ADD WSR-PAY-VALUE TO WGR-PAY-VALUE
           ADD WSR-RET-COUNT TO WGR-RET-COUNT
           ADD WSR-RET-UNITS TO WGR-RET-UNITS
           ADD WSR-ADJ-COUNT TO WGR-ADJ-COUNT
           ADD WSR-ADJ-UNITS TO WGR-ADJ-UNITS
           ADD WSR-CUS-COUNT TO WGR-CUS-COUNT
           ADD WSR-OVR-COUNT TO WGR-OVR-COUNT
           ADD WSR-RFS-COUNT TO WGR-RFS-COUNT
           ADD WSR-ERR-COUNT TO WGR-ERR-COUNT.

       PRINT-SUM-ROW.
           MOVE WS-ROW-LABEL TO AL-LABEL
           MOVE WSR-ORD-COUNT TO AL-ORD-COUNT
           MOVE WSR-ORD-VALUE TO AL-ORD-VALUE
           MOVE WSR-PAY-COUNT TO AL-PAY-COUNT
           MOVE WSR-PAY-VALUE TO AL-PAY-VALUE
           MOVE WSR-RET-COUNT TO AL-RET-COUNT
           MOVE WSR-RET-UNITS TO AL-RET-UNITS
           MOVE WSR-ADJ-COUNT TO AL-ADJ-COUNT
           MOVE WSR-ADJ-UNITS TO AL-ADJ-UNITS
           MOVE WSR-CUS-COUNT TO AL-CUS-COUNT
           MOVE WSR-OVR-COUNT TO AL-OVR-COUNT
           MOVE WSR-RFS-COUNT TO AL-RFS-COUNT
           MOVE WSR-ERR-COUNT TO AL-ERR-COUNT
           WRITE PRINT-LINE FROM ACTIVITY-LINE
           ADD 1 TO WS-LINE-COUNT.
