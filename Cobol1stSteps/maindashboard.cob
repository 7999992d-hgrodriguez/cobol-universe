      *    NIGHT'S runstream.log STEP RESULTS, COUNTS OF PENDING
      *    orders.rej REJECTS AND customer.cexc EXCEPTIONS, OPEN
      *    BACKORDERS, PRODUCTS AT OR BELOW THEIR REORDER POINT,
      *    PRODUCTS THE invtieout.sum INVENTORY TIE-OUT FOUND OUT OF
      *    STEP, AND THE LATEST DAILY SALES TOTALS - PLUS AN ATTENTION
      *    SECTION WHEN ANYTHING NEEDS A HUMAN. THE SUPERVISOR
      *    STOPS OPENING SEVEN FILES BY HAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-TOTALS-FILE ASSIGN TO 'dailytot.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOTALS-STATUS.
           SELECT INV-TIEOUT-FILE ASSIGN TO 'invtieout.sum'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVTIE-STATUS.
           SELECT DASHBOARD-REPORT ASSIGN TO 'dashboard.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
          02 JL-RETURN-CODE    PIC 9(4).
          02 FILLER            PIC X.
          02 JL-STATUS         PIC X(8).
          02 FILLER            PIC X(31).

       FD REJECT-FILE.
       01 REJECT-LINE           PIC X(60).
          02 FILLER            PIC X.
          02 DT-TAX            PIC 9(8)V99.

      *    ONE-LINE SUMMARY MAININVTIEOUT LEAVES EACH NIGHT
       FD INV-TIEOUT-FILE.
       01 INV-TIEOUT-DATA.
          02 TS-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 TS-PRODUCTS       PIC 9(5).
          02 FILLER            PIC X.
          02 TS-MISMATCHES     PIC 9(5).

       FD DASHBOARD-REPORT.
       01 PRINT-LINE            PIC X(80).

       01 WS-BACKORDER-STATUS  PIC XX.
       01 WS-PRODUCT-STATUS    PIC XX.
       01 WS-TOTALS-STATUS     PIC XX.
       01 WS-INVTIE-STATUS     PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-FAILED-STEPS      PIC 9(3)  VALUE ZERO.
       01 WS-EXCEPTION-COUNT   PIC 9(5)  VALUE ZERO.
       01 WS-OPEN-BACKORDERS   PIC 9(5)  VALUE ZERO.
       01 WS-LOW-PRODUCTS      PIC 9(5)  VALUE ZERO.
       01 WS-STOCK-MISMATCHES  PIC 9(5)  VALUE ZERO.
       01 WS-LAST-DT-DATE      PIC 9(8)  VALUE ZERO.
       01 WS-LAST-ORDERS       PIC 9(5)  VALUE ZERO.
       01 WS-LAST-UNITS        PIC 9(7)  VALUE ZERO.
           PERFORM COUNT-EXCEPTIONS.
           PERFORM COUNT-OPEN-BACKORDERS.
           PERFORM COUNT-LOW-PRODUCTS.
           PERFORM READ-INVENTORY-TIEOUT.
           PERFORM SHOW-PENDING-COUNTS.
           PERFORM SHOW-LATEST-SALES.
           PERFORM SHOW-ATTENTION-SECTION.
           DISPLAY 'END OF RUN: 1 report written'.
           STOP RUN.

      *    A CLEAN NIGHT WIPES runstream.log DOWN TO ITS SKIPPED
      *    (NOT DUE) LINES, SO AN EMPTY OR MISSING LOG MEANS ALL
      *    STEPS COMPLETED - ANYTHING ELSE STILL IN IT IS A PARTIAL
      *    NIGHT
       SHOW-STREAM-RESULTS.
           MOVE 'BATCH STREAM' TO PRINT-LINE
           WRITE PRINT-LINE
              CLOSE PRODUCT-FILE
           END-IF.

       READ-INVENTORY-TIEOUT.
           OPEN INPUT INV-TIEOUT-FILE
           IF WS-INVTIE-STATUS IS EQUAL TO '00'
              READ INV-TIEOUT-FILE
              NOT AT END
                 IF TS-MISMATCHES IS NUMERIC
                    MOVE TS-MISMATCHES TO WS-STOCK-MISMATCHES
                 END-IF
              END-READ
              CLOSE INV-TIEOUT-FILE
           END-IF.

       SHOW-PENDING-COUNTS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE '  PRODUCTS AT/BELOW REORDER     ' TO CL-LABEL
           MOVE WS-LOW-PRODUCTS TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE '  STOCK FILES OUT OF STEP       ' TO CL-LABEL
           MOVE WS-STOCK-MISMATCHES TO CL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE.

       SHOW-LATEST-SALES.
           IF WS-FAILED-STEPS IS GREATER THAN ZERO OR
              WS-REJECT-COUNT IS GREATER THAN ZERO OR
              WS-EXCEPTION-COUNT IS GREATER THAN ZERO OR
              WS-LOW-PRODUCTS IS GREATER THAN ZERO OR
              WS-STOCK-MISMATCHES IS GREATER THAN ZERO
              MOVE 'Y' TO WS-ATTENTION
           END-IF
           IF WS-ATTENTION IS EQUAL TO 'N'
                    TO PRINT-LINE
                 WRITE PRINT-LINE
              END-IF
              IF WS-STOCK-MISMATCHES IS GREATER THAN ZERO
                 MOVE '  STOCK FILES DISAGREE - SEE invtieout.rpt'
                    TO PRINT-LINE
                 WRITE PRINT-LINE
              END-IF
           END-IF.
