       PROGRAM-ID. MAINGLEXPORT.

      *    GENERAL LEDGER JOURNAL EXPORT: TURNS ONE DAY'S ACTIVITY -
      *    SALES AND TAX FROM order.dat, RECEIPTS, REVERSALS, REFUNDS
      *    AND FINANCE CHARGES FROM payment.dat, COSTED INVENTORY MOVES
      *    FROM stockmove.dat, VENDOR CHECKS FROM apcheck.dat, AND THE
      *    MONTH-END UNREALIZED EXCHANGE ENTRIES FROM fxreval.dat - INTO
      *    BALANCED DEBIT/CREDIT JOURNAL LINES ON gljournal.dat FOR THE
      *    ACCOUNTANT'S IMPORT. THE SMALL glmap.ctl MAPPING FILE NAMES
      *    THE DEBIT AND CREDIT ACCOUNT PER EVENT TYPE (SAL TAX CRM PAY
      *    NSF RFD DSC FIN WOF RBT COG RCP APP FXG FXL FXU FXV); ANY
      *    ACTIVITY WITHOUT A MAPPING LANDS ON THE glexcept.rpt
      *    EXCEPTIONS LIST INSTEAD OF BEING DROPPED. AMOUNTS ARE
      *    AGGREGATED PER EVENT SO THE JOURNAL STAYS READABLE. THE
      *    SHARED TXNVALID VALIDATOR RUNS FIRST, SO A DAMAGED LINE
      *    GOES TO txnquar.dat INSTEAD OF INTO THE JOURNAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT AP-CHECK-FILE ASSIGN TO 'apcheck.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APCHECK-STATUS.
           SELECT FX-REVAL-FILE ASSIGN TO 'fxreval.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REVAL-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO 'glmap.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAP-STATUS.
       01 ORDER-LINE         PIC X(80).

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD STOCK-MOVEMENT-FILE.
       01 STOCK-MOVEMENT-LINE  PIC X(60).
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD AP-CHECK-FILE.
       01 AP-CHECK-DATA.
          COPY AP-CHECK.

       FD FX-REVAL-FILE.
       01 FX-REVAL-DATA.
          COPY FX-REVALUATION.

       FD GL-MAP-FILE.
       01 GL-MAP-DATA.
          02 GM-EVENT          PIC X(3).
          02 FILLER            PIC X.
          02 WP-REC-TYPE       PIC X(3).
          02 FILLER            PIC X(12).
      *       OPERATOR AND ENTRY TIME - NOT USED HERE
          02 FILLER            PIC X(16).
      *    SAME LINE LAYOUT STOCKLOG APPENDS
       01 WS-MOVEMENT-DETAIL.
          02 MV-DATE           PIC 9(8).
       01 WS-LOG-STATUS        PIC XX.
       01 WS-PAYMENT-STATUS    PIC XX.
       01 WS-MOVEMENT-STATUS   PIC XX.
       01 WS-APCHECK-STATUS    PIC XX.
       01 WS-REVAL-STATUS      PIC XX.
       01 WS-MAP-STATUS        PIC XX.
       01 WS-JOURNAL-STATUS    PIC XX.
       01 WS-EOF               PIC X.
      *    THE EVENT-TO-ACCOUNT MAPPING FROM glmap.ctl
       01 WS-MAP-COUNT         PIC 9(2)  VALUE ZERO.
       01 WS-MAP-TABLE.
          02 WS-MAP-ENTRY OCCURS 1 TO 40 TIMES
             DEPENDING ON WS-MAP-COUNT.
             03 WM-EVENT              PIC X(3).
             03 WM-DEBIT-ACCT         PIC X(8).
      *    THE DAY'S ACTIVITY AGGREGATED PER EVENT TYPE
       01 WS-EVT-COUNT         PIC 9(2)  VALUE ZERO.
       01 WS-EVT-TABLE.
          02 WS-EVT-ENTRY OCCURS 1 TO 40 TIMES
             DEPENDING ON WS-EVT-COUNT.
             03 WE-EVENT              PIC X(3).
             03 WE-AMOUNT             PIC 9(9)V99.
       01 WS-EVT-I             PIC 9(2).
       01 WS-FOUND             PIC X.
      *    PARAMETERS PASSED TO THE SHARED TXNVALID SUBPROGRAM
       01 WS-TV-CALLER         PIC X(12) VALUE 'MAINGLEXPORT'.
       01 WS-TV-QUARANTINED    PIC 9(5).

       01 EXCEPT-HEADING       PIC X(50)  VALUE
             'GL EXPORT EXCEPTIONS - ACTIVITY WITHOUT A MAPPING'.
             '  NOT EXPORTED - MAP THE EVENT'.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           CALL 'TXNVALID' USING
              BY REFERENCE WS-TV-CALLER,
              BY REFERENCE WS-TV-QUARANTINED
           END-CALL.
           IF WS-TV-QUARANTINED IS GREATER THAN ZERO
              DISPLAY 'GLEXP: ' WS-TV-QUARANTINED ' damaged '
                 'transaction line(s) moved to txnquar.dat - they '
                 'are left out of the journal'
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY 'GLEXP: Export which date (YYYYMMDD, 0 = '
              'today): ' WITH NO ADVANCING
           PERFORM FOLD-ORDER-ACTIVITY
           PERFORM FOLD-PAYMENT-ACTIVITY
           PERFORM FOLD-STOCK-ACTIVITY
           PERFORM FOLD-AP-DISBURSEMENTS
           PERFORM FOLD-REVALUATION-ACTIVITY
           IF WS-EVT-COUNT IS EQUAL TO ZERO
              DISPLAY 'GLEXP: no activity dated ' WS-EXPORT-DATE
           ELSE
              PERFORM UNTIL WS-MAP-STATUS IS NOT EQUAL TO '00'
                      READ GL-MAP-FILE
                      NOT AT END
                         IF WS-MAP-COUNT IS LESS THAN 40
                            ADD 1 TO WS-MAP-COUNT
                            MOVE GM-EVENT TO
                               WM-EVENT(WS-MAP-COUNT)
              END-EVALUATE
           END-IF.

      *    EVERY VENDOR CHECK THE AP CHECK RUN CUT THAT DAY IS AN
      *    'APP' DISBURSEMENT - RELIEVES PAYABLES, SPENDS CASH
       FOLD-AP-DISBURSEMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AP-CHECK-FILE
           IF WS-APCHECK-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AP-CHECK-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF AK-DATE IS EQUAL TO WS-EXPORT-DATE
                            MOVE 'APP' TO WS-EVENT
                            MOVE AK-AMOUNT TO WS-AMOUNT
                            PERFORM FOLD-INTO-EVENT-TABLE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE AP-CHECK-FILE
           END-IF.

      *    THE MONTH-END FOREIGN RECEIVABLES REVALUATION - 'FXU' AND
      *    'FXV' ENTRIES, EACH REVERSED BY ITS OPPOSITE THE NEXT DAY
       FOLD-REVALUATION-ACTIVITY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT FX-REVAL-FILE
           IF WS-REVAL-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ FX-REVAL-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF FR-DATE IS EQUAL TO WS-EXPORT-DATE
                            MOVE FR-EVENT TO WS-EVENT
                            MOVE FR-AMOUNT TO WS-AMOUNT
                            PERFORM FOLD-INTO-EVENT-TABLE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE FX-REVAL-FILE
           END-IF.

       FOLD-INTO-EVENT-TABLE.
           IF WS-AMOUNT IS EQUAL TO ZERO
              CONTINUE
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'N'
                 IF WS-EVT-COUNT IS EQUAL TO 40
                    DISPLAY 'GLEXP: event table full, run aborted'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
