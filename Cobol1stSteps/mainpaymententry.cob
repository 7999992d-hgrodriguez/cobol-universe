      *    SUBTRACTED FROM THE CUSTOMER'S BALANCE IN arbal.dat, AND
      *    WRITTEN TO THE aropen.dat SUBLEDGER AS ON-ACCOUNT CASH SO
      *    THE AGING AND DUNNING SEE THE RECEIPT - SPREADING IT TO
      *    SPECIFIC INVOICES IS MAINCASHAPPLY'S JOB. A CUSTOMER
      *    BILLED IN A FOREIGN CURRENCY IS TURNED AWAY HERE - ITS
      *    CHECK MUST GO THROUGH MAINCASHAPPLY, WHICH VALUES IT AT
      *    THE DAY'S RATE AND BOOKS THE EXCHANGE GAIN OR LOSS. THE
      *    CLERK SIGNS ON FIRST SO EACH RECEIPT ON THE LOG CARRIES WHO
      *    TOOK IT AND WHEN; A VIEW-ONLY SIGN-ON CANNOT POST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          02 AR-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
       01 WS-MORE-PAYMENTS     PIC X     VALUE 'Y'.
       01 WS-EDIT-BALANCE      PIC -Z,ZZZ,ZZ9.99.
       01 WS-EDIT-AMOUNT       PIC ZZZZZ9.99.
      *    FXRATE ANSWER - ONLY A BASE-CURRENCY CUSTOMER IS TAKEN
       01 WS-FX-CURRENCY       PIC X(3).
       01 WS-FX-RATE           PIC 9(3)V9(6).
       01 WS-FX-FOREIGN        PIC X     VALUE 'N'.
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.

       01 PAYMENT-DETAIL.
          02 PY-DATE           PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-AMOUNT         PIC X(9).
          02 FILLER            PIC X(16) VALUE SPACES.
      *       OPERATOR SIGNED ON WHEN THE LINE WAS POSTED AND THE
      *       TIME OF DAY - SPACES FROM THE UNATTENDED BATCH RUNS
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-OPERATOR       PIC X(8)  VALUE SPACES.
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-ENTRY-TIME     PIC X(6)  VALUE SPACES.

       PROCEDURE DIVISION .
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           IF OPER-VIEW-ONLY
              DISPLAY 'PAYMENT: your sign-on is view-only, receipts '
                 'need update rights'
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM OPEN-AR-BALANCE-FILE.
      *    FIRST EVER PAYMENT HAS NO LOG FILE YET - START ONE

       TAKE-PAYMENT.
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE 'N' TO WS-FX-FOREIGN
           DISPLAY 'PAYMENT: Enter Customer ID: ' WITH NO ADVANCING
           ACCEPT ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              CALL 'FXRATE' USING ID-NUM WS-TODAY WS-FX-CURRENCY
                 WS-FX-RATE WS-FX-FOREIGN
           END-IF
           EVALUATE TRUE
           WHEN WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
                DISPLAY 'PAYMENT: Customer with this ID does not '
                   'exist'
           WHEN WS-FX-FOREIGN IS EQUAL TO 'Y'
                DISPLAY 'PAYMENT: customer pays in ' WS-FX-CURRENCY
                   ' - take the check through MAINCASHAPPLY'
           WHEN OTHER
                DISPLAY 'PAYMENT: Enter Amount: ' WITH NO ADVANCING
                ACCEPT WS-PAYMENT-AMOUNT
                IF WS-PAYMENT-AMOUNT IS EQUAL TO ZERO
                   DISPLAY 'PAYMENT: amount must not be zero'
                ELSE
                   PERFORM POST-PAYMENT
                END-IF
           END-EVALUATE.

       POST-PAYMENT.
           MOVE 'Y' TO WS-BALANCE-EXISTS
           MOVE ID-NUM TO PY-ID-NUM
           MOVE WS-PAYMENT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PY-AMOUNT
           MOVE WS-OPERATOR-ID TO PY-OPERATOR
           MOVE FUNCTION CURRENT-DATE(9:6) TO PY-ENTRY-TIME
           WRITE PAYMENT-LINE FROM PAYMENT-DETAIL
           PERFORM WRITE-ON-ACCOUNT-ITEM

           MOVE ZERO TO AO-INVOICE-NUM
           MOVE ID-NUM TO AO-ID-NUM
           MOVE WS-TODAY TO AO-DATE
           MOVE WS-TODAY TO AO-DUE-DATE
           MOVE 'ONA' TO AO-ITEM-TYPE
           COMPUTE AO-AMOUNT = 0 - WS-PAYMENT-AMOUNT
           MOVE ZERO TO AO-PAID
