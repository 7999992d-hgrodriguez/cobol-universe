       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINPAYMENTBATCH.

      *    BATCH PAYMENT ENTRY WITH CONTROL TOTALS: THE CLERK FIRST KEYS
      *    THE CHECK COUNT AND DEPOSIT TOTAL FROM THE BANK SLIP, THEN
      *    KEYS THE RECEIPTS INTO THE PENDING paybatch.dat FILE. NOTHING
      *    TOUCHES arbal.dat OR payment.dat UNTIL THE KEYED ENTRIES
      *    AGREE WITH THE CONTROL TOTALS - A BATCH THAT DOES NOT BALANCE
      *    STAYS PENDING AND IS LISTED WITH THE DIFFERENCE ON
      *    paybatch.rpt FOR CORRECTION. BESIDES ADDING ENTRIES THE CLERK
      *    CAN CORRECT OR DELETE A KEYED ENTRY AND RE-KEY THE SLIP'S
      *    CONTROL TOTALS, SO A MIS-KEY ON EITHER SIDE OF THE PROOF IS
      *    FIXABLE BEFORE POSTING. A BALANCED BATCH POSTS ONE RECEIPT AT
      *    A TIME - TO payment.dat, TO THE NET BALANCE, AND AS AN
      *    ON-ACCOUNT ITEM ON THE aropen.dat SUBLEDGER THE AGING AND
      *    DUNNING READ - AND THE PENDING FILE IS CLEARED. SPREADING THE
      *    CASH ACROSS SPECIFIC INVOICES IS MAINCASHAPPLY'S JOB. EACH
      *    POSTED BATCH IS ONE BANK DEPOSIT, SO ITS SLIP TOTAL IS
      *    APPENDED TO depositreg.dat FOR THE BANK RECONCILIATION. A
      *    RECEIPT FROM A CUSTOMER WHOSE TERMS OFFER AN EARLY-PAY
      *    DISCOUNT THAT EXACTLY MATCHES AN OPEN INVOICE LESS THE
      *    DISCOUNT, AND ARRIVES INSIDE THE WINDOW, ALSO POSTS THE
      *    DISCOUNT AS ITS OWN 'DSC' CREDIT ITEM SO THE SHORT PAYMENT
      *    DOES NOT LEAVE A DISPUTED REMAINDER AGING ON THE ACCOUNT.
      *    A CUSTOMER BILLED IN A FOREIGN CURRENCY IS NOT BATCHED - ITS
      *    CHECK GOES THROUGH MAINCASHAPPLY AT THE DAY'S RATE. EACH
      *    PENDING ENTRY REMEMBERS THE CLERK WHO KEYED IT, AND THAT
      *    CLERK IS STAMPED ON THE payment.dat LINE WHEN IT POSTS.
      *    ONCE A BATCH POSTS THE SHARED PROMCHECK SUBPROGRAM JUDGES
      *    THE COLLECTORS' OPEN PROMISES TO PAY AGAINST THE NEW CASH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AROPEN-STATUS.
           SELECT DEPOSIT-REGISTER ASSIGN TO 'depositreg.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT BATCH-REPORT ASSIGN TO 'paybatch.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
          02 AR-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

      *    FIRST LINE IS THE 'CTL' CONTROL RECORD FROM THE DEPOSIT
      *    SLIP, THEN ONE 'PAY' LINE PER KEYED RECEIPT
          02 PB-AMOUNT         PIC 9(8)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 PB-COUNT          PIC 9(4).
          02 FILLER            PIC X     VALUE SPACE.
      *       CLERK WHO KEYED THE RECEIPT, OR THE SLIP TOTALS ON THE
      *       CONTROL RECORD - CARRIED ONTO payment.dat AT POSTING
          02 PB-OPERATOR       PIC X(8).

       FD DEPOSIT-REGISTER.
       01 DEPOSIT-REGISTER-DATA.
          02 DR-DATE           PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 DR-AMOUNT         PIC 9(8)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 DR-COUNT          PIC 9(4).
          02 FILLER            PIC X     VALUE SPACE.
          02 DR-OPERATOR       PIC X(8).

       FD BATCH-REPORT.
       01 PRINT-LINE            PIC X(80).
       01 WS-PAYLOG-STATUS     PIC XX.
       01 WS-BATCH-STATUS      PIC XX.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-DEPOSIT-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-SHIFT-I           PIC 9(4).
       01 WS-ENTER-ID          PIC 9(5).
       01 WS-ENTER-AMOUNT      PIC 9(6)V99.
      *    FXRATE ANSWER - ONLY A BASE-CURRENCY CUSTOMER IS BATCHED
       01 WS-FX-CURRENCY       PIC X(3).
       01 WS-FX-RATE           PIC 9(3)V9(6).
       01 WS-FX-FOREIGN        PIC X     VALUE 'N'.
       01 WS-CONTROL-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-CONTROL-TOTAL     PIC 9(8)V99 VALUE ZERO.
       01 WS-KEYED-COUNT       PIC 9(4)  VALUE ZERO.
          02 PY-ID-NUM         PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-AMOUNT         PIC X(9).
          02 FILLER            PIC X     VALUE SPACE.
      *       BLANK ON A RECEIPT, 'DSC' ON AN EARLY-PAY DISCOUNT
          02 PY-REC-TYPE       PIC X(3).
          02 FILLER            PIC X(12) VALUE SPACES.
      *       OPERATOR SIGNED ON WHEN THE LINE WAS POSTED AND THE
      *       TIME OF DAY - SPACES FROM THE UNATTENDED BATCH RUNS
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-OPERATOR       PIC X(8)  VALUE SPACES.
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-ENTRY-TIME     PIC X(6)  VALUE SPACES.

      *    THE PENDING BATCH, HELD HERE FOR THE BALANCE TEST AND THE
      *    POSTING PASS
             DEPENDING ON WS-ENTRY-COUNT.
             03 WE-ID-NUM             PIC 9(5).
             03 WE-AMOUNT             PIC 9(6)V99.
             03 WE-OPERATOR           PIC X(8).
       01 WS-ENTRY-I           PIC 9(4).

      *    OPEN INVOICES ON THE SUBLEDGER, HELD SO A RECEIPT CAN BE
      *    RECOGNISED AS AN EARLY PAYMENT NET OF THE TERMS DISCOUNT
       01 WS-INV-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-INV-TABLE.
          02 WS-INV-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-INV-COUNT.
             03 WV-INVOICE-NUM        PIC 9(6).
             03 WV-ID-NUM             PIC 9(5).
             03 WV-DATE               PIC 9(8).
             03 WV-AMOUNT             PIC S9(7)V99.
             03 WV-RESIDUE            PIC S9(7)V99.
             03 WV-USED               PIC X.
       01 WS-INV-I             PIC 9(4).
       01 WS-FOUND             PIC X.
       01 WS-DISCOUNT          PIC 9(6)V99.
       01 WS-NET-DUE           PIC S9(7)V99.
       01 WS-DISC-INVOICE      PIC 9(6).
       01 WS-DISCOUNT-COUNT    PIC 9(4)  VALUE ZERO.
      *    PARAMETERS PASSED TO THE SHARED CUSTTERMS SUBPROGRAM
       01 WS-TERMS-CODE        PIC X(10).
       01 WS-DUE-DATE          PIC 9(8).
       01 WS-DISC-DATE         PIC 9(8).
       01 WS-DISC-PCT          PIC 9(2)V99.
      *    PARAMETERS PASSED TO THE SHARED PROMCHECK SUBPROGRAM
       01 WS-KEPT-COUNT        PIC 9(5).
       01 WS-BROKEN-COUNT      PIC 9(5).
       01 WS-CHECK-OK          PIC X.

       01 REPORT-HEADING       PIC X(40)  VALUE
             'PAYMENT BATCH OUT OF BALANCE'.
       01 CONTROL-LINE.
              WS-KEYED-TOTAL IS EQUAL TO WS-CONTROL-TOTAL
              PERFORM POST-BALANCED-BATCH
              PERFORM CLEAR-BATCH-FILE
              PERFORM CHECK-PROMISES
              DISPLAY 'BATCH: in balance - ' WS-POSTED-COUNT
                 ' receipt(s) posted, batch cleared'
              IF WS-DISCOUNT-COUNT IS GREATER THAN ZERO
                 DISPLAY 'BATCH: ' WS-DISCOUNT-COUNT ' early-pay '
                    'discount(s) taken'
              END-IF
           ELSE
              PERFORM SAVE-PENDING-BATCH
              PERFORM PRINT-OUT-OF-BALANCE
           CLOSE CUSTOMER-FILE.
           STOP RUN.

      *    CASH JUST POSTED MAY KEEP A PROMISE; ONE NOW PAST ITS
      *    DATE UNPAID IS BROKEN AND GOES BACK TO THE COLLECTOR
       CHECK-PROMISES.
           CALL 'PROMCHECK' USING
              BY REFERENCE WS-KEPT-COUNT,
              BY REFERENCE WS-BROKEN-COUNT,
              BY REFERENCE WS-CHECK-OK
           END-CALL
           IF WS-CHECK-OK IS EQUAL TO 'N'
              DISPLAY 'BATCH: promise check could not run - it will '
                 'run again with the collector worklist'
           ELSE
              IF WS-KEPT-COUNT + WS-BROKEN-COUNT IS GREATER THAN ZERO
                 DISPLAY 'BATCH: ' WS-KEPT-COUNT ' promise(s) kept, '
                    WS-BROKEN-COUNT ' broken'
              END-IF
           END-IF.

      *    A BATCH LEFT PENDING BY AN EARLIER OUT-OF-BALANCE RUN IS
      *    PICKED UP WITH ITS CONTROL TOTALS SO THE CLERK CAN ADD
      *    THE MISSING CHECKS OR RE-PROVE THE SLIP
                               WE-ID-NUM(WS-ENTRY-COUNT)
                            MOVE PB-AMOUNT TO
                               WE-AMOUNT(WS-ENTRY-COUNT)
                            MOVE PB-OPERATOR TO
                               WE-OPERATOR(WS-ENTRY-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
                 ELSE
                    MOVE WS-ENTER-ID TO WE-ID-NUM(WS-ENTRY-I)
                    MOVE WS-ENTER-AMOUNT TO WE-AMOUNT(WS-ENTRY-I)
                    MOVE WS-OPERATOR-ID TO WE-OPERATOR(WS-ENTRY-I)
                    DISPLAY 'BATCH: entry ' WS-ENTRY-I ' corrected'
                 END-IF
              END-IF
                         WE-ID-NUM(WS-SHIFT-I)
                      MOVE WE-AMOUNT(WS-SHIFT-I + 1) TO
                         WE-AMOUNT(WS-SHIFT-I)
                      MOVE WE-OPERATOR(WS-SHIFT-I + 1) TO
                         WE-OPERATOR(WS-SHIFT-I)
              END-PERFORM
              SUBTRACT 1 FROM WS-ENTRY-COUNT
              DISPLAY 'BATCH: entry ' WS-FIX-ENTRY ' deleted, '

       KEY-ONE-ENTRY.
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE 'N' TO WS-FX-FOREIGN
           DISPLAY 'BATCH: Enter Customer ID: ' WITH NO ADVANCING
           ACCEPT WS-ENTER-ID
           MOVE WS-ENTER-ID TO ID-NUM
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
              CALL 'FXRATE' USING WS-ENTER-ID WS-TODAY WS-FX-CURRENCY
                 WS-FX-RATE WS-FX-FOREIGN
           END-IF
           EVALUATE TRUE
           WHEN WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
                DISPLAY 'BATCH: Customer with this ID does not exist'
           WHEN WS-FX-FOREIGN IS EQUAL TO 'Y'
                DISPLAY 'BATCH: customer pays in ' WS-FX-CURRENCY
                   ' - take the check through MAINCASHAPPLY'
           WHEN OTHER
                DISPLAY 'BATCH: Enter Amount: ' WITH NO ADVANCING
                ACCEPT WS-ENTER-AMOUNT
                IF WS-ENTER-AMOUNT IS EQUAL TO ZERO
                   DISPLAY 'BATCH: amount must not be zero'
                ELSE
                   IF WS-ENTRY-COUNT IS EQUAL TO 500
                      DISPLAY 'BATCH: batch is full, post or clear '
                         'it first'
                   ELSE
                      ADD 1 TO WS-ENTRY-COUNT
                      MOVE WS-ENTER-ID TO WE-ID-NUM(WS-ENTRY-COUNT)
                      MOVE WS-ENTER-AMOUNT TO
                         WE-AMOUNT(WS-ENTRY-COUNT)
                      MOVE WS-OPERATOR-ID TO
                         WE-OPERATOR(WS-ENTRY-COUNT)
                      DISPLAY 'BATCH: entry ' WS-ENTRY-COUNT
                         ' held for posting'
                   END-IF
                END-IF
           END-EVALUATE.

       TOTAL-KEYED-ENTRIES.
           MOVE WS-ENTRY-COUNT TO WS-KEYED-COUNT
           END-PERFORM.

       POST-BALANCED-BATCH.
           PERFORM LOAD-OPEN-INVOICES
           PERFORM OPEN-AR-BALANCE-FILE
           OPEN EXTEND PAYMENT-LOG
           IF WS-PAYLOG-STATUS IS NOT EQUAL TO '00'
           END-PERFORM
           CLOSE AR-BALANCE-FILE
           CLOSE PAYMENT-LOG
           CLOSE AR-OPEN-FILE
           PERFORM WRITE-DEPOSIT-RECORD.

      *    THE PROVEN BATCH IS THE DEPOSIT THE BANK WILL CREDIT -
      *    ONE REGISTER LINE PER SLIP, MATCHED BY MAINBANKREC
       WRITE-DEPOSIT-RECORD.
           OPEN EXTEND DEPOSIT-REGISTER
           IF WS-DEPOSIT-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT DEPOSIT-REGISTER
           END-IF
           MOVE SPACES TO DEPOSIT-REGISTER-DATA
           MOVE WS-TODAY TO DR-DATE
           MOVE WS-KEYED-TOTAL TO DR-AMOUNT
           MOVE WS-KEYED-COUNT TO DR-COUNT
           MOVE WS-OPERATOR-ID TO DR-OPERATOR
           WRITE DEPOSIT-REGISTER-DATA
           CLOSE DEPOSIT-REGISTER.

       LOAD-OPEN-INVOICES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF AO-STATUS IS EQUAL TO 'O' AND
                            AO-ITEM-TYPE IS EQUAL TO 'INV' AND
                            WS-INV-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-INV-COUNT
                            MOVE AO-INVOICE-NUM TO
                               WV-INVOICE-NUM(WS-INV-COUNT)
                            MOVE AO-ID-NUM TO WV-ID-NUM(WS-INV-COUNT)
                            MOVE AO-DATE TO WV-DATE(WS-INV-COUNT)
                            MOVE AO-AMOUNT TO WV-AMOUNT(WS-INV-COUNT)
                            COMPUTE WV-RESIDUE(WS-INV-COUNT) =
                               AO-AMOUNT - AO-PAID
                            MOVE 'N' TO WV-USED(WS-INV-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE AR-OPEN-FILE
           END-IF.

      *    CREATES THE BALANCE FILE ON FIRST EVER USE, SAME WAY
      *    MAINCUSTOMERADD BOOTSTRAPS THE CUSTOMER INDEX
           END-IF.

       POST-ONE-RECEIPT.
           PERFORM FIND-EARLY-PAY-DISCOUNT
           MOVE 'Y' TO WS-BALANCE-EXISTS
           MOVE WE-ID-NUM(WS-ENTRY-I) TO AR-ID-NUM
           READ AR-BALANCE-FILE
              MOVE WE-ID-NUM(WS-ENTRY-I) TO AR-ID-NUM
              MOVE ZERO TO AR-BALANCE
              SUBTRACT WE-AMOUNT(WS-ENTRY-I) FROM AR-BALANCE
              SUBTRACT WS-DISCOUNT FROM AR-BALANCE
              WRITE AR-BALANCE-DATA
              INVALID KEY
                      DISPLAY 'BATCH: balance record not written'
              END-WRITE
           ELSE
              SUBTRACT WE-AMOUNT(WS-ENTRY-I) FROM AR-BALANCE
              SUBTRACT WS-DISCOUNT FROM AR-BALANCE
              REWRITE AR-BALANCE-DATA
              INVALID KEY
                      DISPLAY 'BATCH: balance record not updated'
           MOVE WE-ID-NUM(WS-ENTRY-I) TO PY-ID-NUM
           MOVE WE-AMOUNT(WS-ENTRY-I) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PY-AMOUNT
           MOVE WE-OPERATOR(WS-ENTRY-I) TO PY-OPERATOR
           MOVE FUNCTION CURRENT-DATE(9:6) TO PY-ENTRY-TIME
           WRITE PAYMENT-LINE FROM PAYMENT-DETAIL
           PERFORM WRITE-ON-ACCOUNT-ITEM
           IF WS-DISCOUNT IS GREATER THAN ZERO
              PERFORM POST-DISCOUNT-RECORDS
           END-IF
           ADD 1 TO WS-POSTED-COUNT.

      *    THE RECEIPT IS AN EARLY PAYMENT WHEN IT IS EXACTLY ONE OF
      *    THE CUSTOMER'S OPEN INVOICES LESS THE TERMS DISCOUNT AND
      *    TODAY IS STILL INSIDE THAT INVOICE'S DISCOUNT WINDOW
       FIND-EARLY-PAY-DISCOUNT.
           MOVE ZERO TO WS-DISCOUNT
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-INV-I FROM 1 BY 1
              UNTIL WS-INV-I > WS-INV-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WV-ID-NUM(WS-INV-I) IS EQUAL TO
                      WE-ID-NUM(WS-ENTRY-I) AND
                      WV-USED(WS-INV-I) IS EQUAL TO 'N'
                      PERFORM TEST-ONE-OPEN-INVOICE
                   END-IF
           END-PERFORM.

       TEST-ONE-OPEN-INVOICE.
           CALL 'CUSTTERMS' USING
              BY REFERENCE WV-ID-NUM(WS-INV-I),
              BY REFERENCE WV-DATE(WS-INV-I),
              BY REFERENCE WS-TERMS-CODE,
              BY REFERENCE WS-DUE-DATE,
              BY REFERENCE WS-DISC-DATE,
              BY REFERENCE WS-DISC-PCT
           END-CALL
           IF WS-DISC-PCT IS GREATER THAN ZERO AND
              WS-TODAY IS LESS THAN OR EQUAL TO WS-DISC-DATE
              COMPUTE WS-DISCOUNT ROUNDED =
                 WV-AMOUNT(WS-INV-I) * WS-DISC-PCT / 100
              COMPUTE WS-NET-DUE =
                 WV-RESIDUE(WS-INV-I) - WS-DISCOUNT
              IF WS-NET-DUE IS EQUAL TO WE-AMOUNT(WS-ENTRY-I)
                 MOVE 'Y' TO WS-FOUND
                 MOVE 'Y' TO WV-USED(WS-INV-I)
                 MOVE WV-INVOICE-NUM(WS-INV-I) TO WS-DISC-INVOICE
              ELSE
                 MOVE ZERO TO WS-DISCOUNT
              END-IF
           END-IF.

      *    THE DISCOUNT GETS ITS OWN LOG LINE FOR THE GL EXPORT AND
      *    ITS OWN CREDIT ITEM, REFERENCING THE INVOICE IT RELIEVES
       POST-DISCOUNT-RECORDS.
           MOVE SPACES TO PAYMENT-DETAIL
           MOVE WS-TODAY TO PY-DATE
           MOVE WE-ID-NUM(WS-ENTRY-I) TO PY-ID-NUM
           MOVE WS-DISCOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PY-AMOUNT
           MOVE 'DSC' TO PY-REC-TYPE
           MOVE WE-OPERATOR(WS-ENTRY-I) TO PY-OPERATOR
           MOVE FUNCTION CURRENT-DATE(9:6) TO PY-ENTRY-TIME
           WRITE PAYMENT-LINE FROM PAYMENT-DETAIL
           MOVE SPACES TO AR-OPEN-DATA
           MOVE WS-DISC-INVOICE TO AO-INVOICE-NUM
           MOVE WE-ID-NUM(WS-ENTRY-I) TO AO-ID-NUM
           MOVE WS-TODAY TO AO-DATE
           MOVE WS-TODAY TO AO-DUE-DATE
           MOVE 'DSC' TO AO-ITEM-TYPE
           COMPUTE AO-AMOUNT = 0 - WS-DISCOUNT
           MOVE ZERO TO AO-PAID
           MOVE 'O' TO AO-STATUS
           WRITE AR-OPEN-DATA
           ADD 1 TO WS-DISCOUNT-COUNT
           DISPLAY 'BATCH: early-pay discount of ' WS-EDIT-AMOUNT
              ' taken for customer ' WE-ID-NUM(WS-ENTRY-I)
              ' on invoice ' WS-DISC-INVOICE.

      *    A BATCH RECEIPT IS NOT SPREAD ACROSS INVOICES HERE, SO IT
      *    GOES ON THE SUBLEDGER AS ON-ACCOUNT CASH - THE AGING,
      *    DUNNING AND CREDIT HOLD ALL READ aropen.dat, AND WITHOUT
           MOVE ZERO TO AO-INVOICE-NUM
           MOVE WE-ID-NUM(WS-ENTRY-I) TO AO-ID-NUM
           MOVE WS-TODAY TO AO-DATE
           MOVE WS-TODAY TO AO-DUE-DATE
           MOVE 'ONA' TO AO-ITEM-TYPE
           COMPUTE AO-AMOUNT = 0 - WE-AMOUNT(WS-ENTRY-I)
           MOVE ZERO TO AO-PAID
           MOVE ZERO TO PB-ID-NUM
           MOVE WS-CONTROL-TOTAL TO PB-AMOUNT
           MOVE WS-CONTROL-COUNT TO PB-COUNT
           MOVE WS-OPERATOR-ID TO PB-OPERATOR
           WRITE PAYMENT-BATCH-DATA
           PERFORM VARYING WS-ENTRY-I FROM 1 BY 1
              UNTIL WS-ENTRY-I > WS-ENTRY-COUNT
                   MOVE WE-ID-NUM(WS-ENTRY-I) TO PB-ID-NUM
                   MOVE WE-AMOUNT(WS-ENTRY-I) TO PB-AMOUNT
                   MOVE ZERO TO PB-COUNT
                   MOVE WE-OPERATOR(WS-ENTRY-I) TO PB-OPERATOR
                   WRITE PAYMENT-BATCH-DATA
           END-PERFORM
           CLOSE PAYMENT-BATCH-FILE.
