      *    (NEGATIVE) ITEM. THE RECEIPT IS STILL APPENDED TO
      *    payment.dat AND SUBTRACTED FROM arbal.dat SO STATEMENTS
      *    AND THE NET BALANCE KEEP WORKING, BUT THE SUBLEDGER NOW
      *    ANSWERS 'WHICH INVOICE DID THAT PAYMENT COVER'. WHEN THE
      *    CUSTOMER'S TERMS OFFER AN EARLY-PAY DISCOUNT AND THE CASH
      *    ARRIVES INSIDE THE WINDOW, A SHORT PAYMENT THAT COVERS THE
      *    INVOICE LESS THE DISCOUNT CLOSES IT: THE DISCOUNT IS
      *    POSTED AS ITS OWN 'DSC' ITEM, TO THE NET BALANCE AND AS A
      *    'DSC' LINE ON payment.dat FOR THE GL EXPORT. A CHECK FROM
      *    A PARENT ACCOUNT (custprof.dat) MAY BE SPREAD ACROSS THE
      *    OPEN ITEMS OF THE PARENT AND ALL ITS CHILD ACCOUNTS: EACH
      *    MEMBER'S SHARE POSTS TO THAT MEMBER'S NET BALANCE AND
      *    payment.dat LINE, AND ANY REMAINDER STAYS ON ACCOUNT WITH
      *    THE PARENT THAT PAID. A CUSTOMER BILLED IN ITS OWN
      *    CURRENCY (FXRATE) PAYS IN IT: THE RECEIPT AND EACH SHARE
      *    ARE KEYED IN THAT CURRENCY, AN ITEM IS RELIEVED AT THE
      *    RATE IT WAS BOOKED AT (arfx.dat) WHILE THE CASH IS WORTH
      *    TODAY'S RATE, AND THE DIFFERENCE IS THE REALIZED EXCHANGE
      *    GAIN OR LOSS - AN 'FXG' OR 'FXL' LINE ON payment.dat FOR
      *    THE STATEMENT AND THE GL EXPORT. SUCH A CHECK COVERS THE
      *    PAYER'S OWN ITEMS ONLY. ONCE THE CASH IS POSTED THE SHARED
      *    PROMCHECK SUBPROGRAM JUDGES THE COLLECTORS' OPEN PROMISES
      *    TO PAY AGAINST IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AROPEN-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'custprof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
           SELECT AR-FX-FILE ASSIGN TO 'arfx.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARFX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
          02 AR-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          COPY AR-OPEN-ITEM.

       FD PROFILE-FILE.
       01 PROFILE-DATA.
          COPY CUSTOMER-PROFILE.

       FD AR-FX-FILE.
       01 AR-FX-DATA.
          COPY AR-FX-ITEM.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-BALANCE-EXISTS    PIC X.
       01 WS-ARBAL-STATUS      PIC XX.
       01 WS-PAYLOG-STATUS     PIC XX.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-MORE-PAYMENTS     PIC X     VALUE 'Y'.
       01 WS-EDIT-AMOUNT       PIC ZZZZZ9.99.
       01 WS-EDIT-BALANCE      PIC -Z,ZZZ,ZZ9.99.
       01 WS-EDIT-RESIDUE      PIC -ZZZZZZ9.99.
      *    EARLY-PAY DISCOUNT ON THE ITEM BEING APPLIED, AND THE
      *    TOTAL TAKEN AGAINST THE CURRENT RECEIPT
       01 WS-DISCOUNT          PIC 9(6)V99.
       01 WS-DISCOUNT-TOTAL    PIC 9(7)V99.
      *    PARAMETERS PASSED TO THE SHARED CUSTTERMS SUBPROGRAM
       01 WS-TERMS-CODE        PIC X(10).
       01 WS-DUE-DATE          PIC 9(8).
       01 WS-DISC-DATE         PIC 9(8).
       01 WS-DISC-PCT          PIC 9(2)V99.
      *    SIGNED-ON OPERATOR - APPLYING CASH NEEDS UPDATE RIGHTS
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          02 PY-ID-NUM         PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-AMOUNT         PIC X(9).
          02 FILLER            PIC X     VALUE SPACE.
      *       BLANK ON A RECEIPT, 'DSC' ON AN EARLY-PAY DISCOUNT,
      *       'FXG'/'FXL' ON A REALIZED EXCHANGE GAIN/LOSS
          02 PY-REC-TYPE       PIC X(3).
      *       ON A FOREIGN-CURRENCY RECEIPT THE CURRENCY AND THE
      *       AMOUNT IN IT - PY-AMOUNT IS ALWAYS THE BASE VALUE
          02 PY-CURRENCY       PIC X(3)  VALUE SPACES.
          02 PY-FC-AMOUNT      PIC X(9)  VALUE SPACES.
      *       OPERATOR SIGNED ON WHEN THE LINE WAS POSTED AND THE
      *       TIME OF DAY - SPACES FROM THE UNATTENDED BATCH RUNS
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-OPERATOR       PIC X(8)  VALUE SPACES.
          02 FILLER            PIC X     VALUE SPACE.
          02 PY-ENTRY-TIME     PIC X(6)  VALUE SPACES.

      *    THE WHOLE SUBLEDGER, HELD HERE SO THE TOUCHED ITEMS CAN BE
      *    UPDATED AND THE FILE REWRITTEN AS ONE UNIT
             03 WI-INVOICE-NUM        PIC 9(6).
             03 WI-ID-NUM             PIC 9(5).
             03 WI-DATE               PIC 9(8).
             03 WI-DUE-DATE           PIC 9(8).
             03 WI-ITEM-TYPE          PIC X(3).
             03 WI-AMOUNT             PIC S9(7)V99.
             03 WI-PAID               PIC S9(7)V99.
             03 WI-STATUS             PIC X.
       01 WS-ITEM-I            PIC 9(4).

      *    CHILD ACCOUNTS AND THE PARENT EACH IS BILLED TO, FROM
      *    custprof.dat
       01 WS-LINK-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-LINK-TABLE.
          02 WS-LINK-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-LINK-COUNT.
             03 WL-ID-NUM             PIC 9(5).
             03 WL-PARENT-ID          PIC 9(5).
       01 WS-LINK-I            PIC 9(4).
      *    THE CUSTOMER WHO SENT THE CHECK, AND WHETHER IT IS A
      *    PARENT WHOSE CHECK MAY COVER ITS CHILDREN'S ITEMS
       01 WS-PAYER-ID          PIC 9(5).
       01 WS-FAMILY-MODE       PIC X.
       01 WS-TEST-ID           PIC 9(5).
       01 WS-IS-MEMBER         PIC X.
      *    HOW MUCH OF THE CURRENT CHECK (AND DISCOUNT) LANDED ON
      *    EACH ACCOUNT - THE PAYER IS ALWAYS THE FIRST ROW
       01 WS-SHARE-COUNT       PIC 9(3)  VALUE ZERO.
       01 WS-SHARE-TABLE.
          02 WS-SHARE-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-SHARE-COUNT.
             03 WSH-ID-NUM            PIC 9(5).
             03 WSH-APPLIED           PIC 9(7)V99.
             03 WSH-DISCOUNT          PIC 9(7)V99.
       01 WS-SHARE-I           PIC 9(3).
       01 WS-SHARE-AMOUNT      PIC 9(7)V99.
       01 WS-SHARE-DISCOUNT    PIC 9(7)V99.

      *    FOREIGN-CURRENCY RECEIPT. WS-UNAPPLIED AND THE KEYED
      *    SHARES ARE THEN IN THE CUSTOMER'S CURRENCY; THE ITEMS
      *    ARE RELIEVED IN BASE AT THEIR BOOKED RATE
       01 WS-ARFX-STATUS       PIC XX.
       01 WS-FX-CURRENCY       PIC X(3).
       01 WS-FX-RATE           PIC 9(3)V9(6).
       01 WS-FX-FOREIGN        PIC X     VALUE 'N'.
       01 WS-ITEM-RATE         PIC 9(3)V9(6).
       01 WS-ITEM-FC-OPEN      PIC S9(7)V99.
       01 WS-APPLY-BASE        PIC 9(7)V99.
      *    BASE VALUE OF THE CHECK AT TODAY'S RATE AGAINST THE BASE
      *    IT RELIEVED - THE DIFFERENCE IS THE REALIZED GAIN/LOSS
       01 WS-CASH-BASE         PIC 9(7)V99.
       01 WS-FX-DIFFERENCE     PIC S9(7)V99.
       01 WS-AFX-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-AFX-TABLE.
          02 WS-AFX-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-AFX-COUNT.
             03 WAX-INVOICE-NUM       PIC 9(6).
             03 WAX-FC-AMOUNT         PIC S9(7)V99.
             03 WAX-BASE-AMOUNT       PIC S9(7)V99.
       01 WS-AFX-I             PIC 9(4).
      *    PARAMETERS PASSED TO THE SHARED PROMCHECK SUBPROGRAM
       01 WS-KEPT-COUNT        PIC 9(5).
       01 WS-BROKEN-COUNT      PIC 9(5).
       01 WS-CHECK-OK          PIC X.

       PROCEDURE DIVISION .
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              OPEN OUTPUT PAYMENT-LOG
           END-IF.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-PARENT-LINKS.
           PERFORM LOAD-FOREIGN-ITEMS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM UNTIL WS-MORE-PAYMENTS IS EQUAL TO 'N' OR
           CLOSE CUSTOMER-FILE.
           CLOSE AR-BALANCE-FILE.
           CLOSE PAYMENT-LOG.
           PERFORM CHECK-PROMISES.
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
              DISPLAY 'APPLY: promise check could not run - it will '
                 'run again with the collector worklist'
           ELSE
              IF WS-KEPT-COUNT + WS-BROKEN-COUNT IS GREATER THAN ZERO
                 DISPLAY 'APPLY: ' WS-KEPT-COUNT ' promise(s) kept, '
                    WS-BROKEN-COUNT ' broken'
              END-IF
           END-IF.

      *    CREATES THE BALANCE FILE ON FIRST EVER USE, SAME WAY
      *    MAINCUSTOMERADD BOOTSTRAPS THE CUSTOMER INDEX
       OPEN-AR-BALANCE-FILE.
                            WI-INVOICE-NUM(WS-ITEM-COUNT)
                         MOVE AO-ID-NUM TO WI-ID-NUM(WS-ITEM-COUNT)
                         MOVE AO-DATE TO WI-DATE(WS-ITEM-COUNT)
                         IF AO-DUE-DATE IS NUMERIC AND
                            AO-DUE-DATE IS GREATER THAN ZERO
                            MOVE AO-DUE-DATE TO
                               WI-DUE-DATE(WS-ITEM-COUNT)
                         ELSE
                            MOVE AO-DATE TO WI-DUE-DATE(WS-ITEM-COUNT)
                         END-IF
                         MOVE AO-ITEM-TYPE TO
                            WI-ITEM-TYPE(WS-ITEM-COUNT)
                         MOVE AO-AMOUNT TO WI-AMOUNT(WS-ITEM-COUNT)
              CLOSE AR-OPEN-FILE
           END-IF.

       LOAD-FOREIGN-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-FX-FILE
           IF WS-ARFX-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-FX-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-AFX-COUNT IS EQUAL TO 5000
                            DISPLAY 'APPLY: foreign item table '
                               'full, run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-AFX-COUNT
                         MOVE AX-INVOICE-NUM TO
                            WAX-INVOICE-NUM(WS-AFX-COUNT)
                         MOVE AX-FC-AMOUNT TO
                            WAX-FC-AMOUNT(WS-AFX-COUNT)
                         MOVE AX-BASE-AMOUNT TO
                            WAX-BASE-AMOUNT(WS-AFX-COUNT)
                      END-READ
              END-PERFORM
              CLOSE AR-FX-FILE
           END-IF.

       LOAD-PARENT-LINKS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROFILE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF CP-PARENT-ID IS NUMERIC AND
                            CP-PARENT-ID IS GREATER THAN ZERO AND
                            WS-LINK-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-LINK-COUNT
                            MOVE CP-ID-NUM TO WL-ID-NUM(WS-LINK-COUNT)
                            MOVE CP-PARENT-ID TO
                               WL-PARENT-ID(WS-LINK-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       TAKE-AND-APPLY-PAYMENT.
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           DISPLAY 'APPLY: Enter Customer ID: ' WITH NO ADVANCING
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
              CALL 'FXRATE' USING ID-NUM WS-TODAY WS-FX-CURRENCY
                 WS-FX-RATE WS-FX-FOREIGN
           END-IF
           EVALUATE TRUE
           WHEN WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
                DISPLAY 'APPLY: Customer with this ID does not exist'
           WHEN WS-FX-RATE IS EQUAL TO ZERO
                DISPLAY 'APPLY: customer pays in ' WS-FX-CURRENCY
                   ' and no exchange rate is on file for today'
           WHEN OTHER
                IF WS-FX-FOREIGN IS EQUAL TO 'Y'
                   DISPLAY 'APPLY: Enter Payment Amount in '
                      WS-FX-CURRENCY ': ' WITH NO ADVANCING
                ELSE
                   DISPLAY 'APPLY: Enter Payment Amount: '
                      WITH NO ADVANCING
                END-IF
                ACCEPT WS-PAYMENT-AMOUNT
                IF WS-PAYMENT-AMOUNT IS EQUAL TO ZERO
                   DISPLAY 'APPLY: amount must not be zero'
                ELSE
                   MOVE ID-NUM TO WS-PAYER-ID
                   PERFORM CHECK-FAMILY-MODE
                   MOVE 1 TO WS-SHARE-COUNT
                   MOVE WS-PAYER-ID TO WSH-ID-NUM(1)
                   MOVE ZERO TO WSH-APPLIED(1)
                   MOVE ZERO TO WSH-DISCOUNT(1)
                   PERFORM SHOW-CUSTOMER-OPEN-ITEMS
                   MOVE WS-PAYMENT-AMOUNT TO WS-UNAPPLIED
                   MOVE ZERO TO WS-DISCOUNT-TOTAL
                   PERFORM SPREAD-PAYMENT
                   IF WS-UNAPPLIED IS GREATER THAN ZERO
      *               A FOREIGN REMAINDER GOES ON ACCOUNT AT TODAY'S
      *               BASE VALUE, SO IT CARRIES NO GAIN OR LOSS
                      IF WS-FX-FOREIGN IS EQUAL TO 'Y'
                         COMPUTE WS-UNAPPLIED ROUNDED =
                            WS-UNAPPLIED * WS-FX-RATE
                      END-IF
                      PERFORM WRITE-ON-ACCOUNT-ITEM
                      ADD WS-UNAPPLIED TO WSH-APPLIED(1)
                   END-IF
                   PERFORM POST-PAYMENT-RECORDS
                END-IF
           END-EVALUATE.

      *    A PAYER THAT OTHER ACCOUNTS ARE BILLED TO MAY SPREAD ITS
      *    CHECK OVER THE WHOLE FAMILY
       CHECK-FAMILY-MODE.
           MOVE 'N' TO WS-FAMILY-MODE
           PERFORM VARYING WS-LINK-I FROM 1 BY 1
              UNTIL WS-LINK-I > WS-LINK-COUNT
                   IF WL-PARENT-ID(WS-LINK-I) IS EQUAL TO WS-PAYER-ID
                      MOVE 'Y' TO WS-FAMILY-MODE
                   END-IF
           END-PERFORM
      *    A FOREIGN CHECK IS TIED TO THE PAYER'S OWN ITEMS AND
      *    RATES, SO IT IS NEVER SPREAD OVER THE FAMILY
           IF WS-FAMILY-MODE IS EQUAL TO 'Y' AND
              WS-FX-FOREIGN IS EQUAL TO 'Y'
              MOVE 'N' TO WS-FAMILY-MODE
              DISPLAY 'APPLY: foreign-currency check - only the '
                 'parent''s own items may be paid'
           END-IF
           IF WS-FAMILY-MODE IS EQUAL TO 'Y'
              DISPLAY 'APPLY: parent account - open items of its '
                 'child accounts are listed too'
           END-IF.

      *    IS WS-TEST-ID THE PAYER, OR (ON A PARENT'S CHECK) ONE OF
      *    THE PAYER'S CHILD ACCOUNTS?
       CHECK-FAMILY-MEMBER.
           MOVE 'N' TO WS-IS-MEMBER
           IF WS-TEST-ID IS EQUAL TO WS-PAYER-ID
              MOVE 'Y' TO WS-IS-MEMBER
           END-IF
           IF WS-FAMILY-MODE IS EQUAL TO 'Y'
              PERFORM VARYING WS-LINK-I FROM 1 BY 1
                 UNTIL WS-LINK-I > WS-LINK-COUNT OR
                    WS-IS-MEMBER IS EQUAL TO 'Y'
                      IF WL-ID-NUM(WS-LINK-I) IS EQUAL TO WS-TEST-ID
                         AND WL-PARENT-ID(WS-LINK-I) IS EQUAL TO
                         WS-PAYER-ID
                         MOVE 'Y' TO WS-IS-MEMBER
                      END-IF
              END-PERFORM
           END-IF.

       SHOW-CUSTOMER-OPEN-ITEMS.
           MOVE ZERO TO WS-SHOWN-COUNT
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-ITEM-COUNT
                   MOVE WI-ID-NUM(WS-ITEM-I) TO WS-TEST-ID
                   PERFORM CHECK-FAMILY-MEMBER
                   IF WS-IS-MEMBER IS EQUAL TO 'Y' AND
                      WI-STATUS(WS-ITEM-I) IS EQUAL TO 'O'
                      COMPUTE WS-ITEM-RESIDUE =
                         WI-AMOUNT(WS-ITEM-I) - WI-PAID(WS-ITEM-I)
                      IF WS-FX-FOREIGN IS EQUAL TO 'Y'
                         PERFORM FIND-ITEM-RATE
                         COMPUTE WS-ITEM-RESIDUE ROUNDED =
                            WS-ITEM-RESIDUE / WS-ITEM-RATE
                      END-IF
                      MOVE WS-ITEM-RESIDUE TO WS-EDIT-RESIDUE
                      IF WS-FAMILY-MODE IS EQUAL TO 'Y'
                         DISPLAY 'APPLY: ' WI-INVOICE-NUM(WS-ITEM-I)
                            ' ' WI-DATE(WS-ITEM-I) ' '
                            WI-ITEM-TYPE(WS-ITEM-I) ' open '
                            WS-EDIT-RESIDUE ' acct '
                            WI-ID-NUM(WS-ITEM-I)
                      ELSE
                         DISPLAY 'APPLY: ' WI-INVOICE-NUM(WS-ITEM-I)
                            ' ' WI-DATE(WS-ITEM-I) ' '
                            WI-ITEM-TYPE(WS-ITEM-I) ' open '
                            WS-EDIT-RESIDUE
                      END-IF
                      ADD 1 TO WS-SHOWN-COUNT
                   END-IF
           END-PERFORM
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-ITEM-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WI-INVOICE-NUM(WS-ITEM-I) IS EQUAL TO
                      WS-APPLY-INVOICE AND
                      WI-STATUS(WS-ITEM-I) IS EQUAL TO 'O'
                      MOVE WI-ID-NUM(WS-ITEM-I) TO WS-TEST-ID
                      PERFORM CHECK-FAMILY-MEMBER
                      IF WS-IS-MEMBER IS EQUAL TO 'Y'
                         MOVE 'Y' TO WS-FOUND
                         SUBTRACT 1 FROM WS-ITEM-I
                      END-IF
                   END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN WS-FOUND IS EQUAL TO 'N'
                DISPLAY 'APPLY: no open item with that invoice '
                   'number for this customer'
           WHEN WS-FX-FOREIGN IS EQUAL TO 'Y'
                PERFORM APPLY-FOREIGN-AMOUNT
           WHEN OTHER
                COMPUTE WS-ITEM-RESIDUE =
                   WI-AMOUNT(WS-ITEM-I) - WI-PAID(WS-ITEM-I)
                MOVE WS-ITEM-RESIDUE TO WS-EDIT-RESIDUE
                DISPLAY 'APPLY: item is open for ' WS-EDIT-RESIDUE
                   ', Amount to apply: ' WITH NO ADVANCING
                ACCEPT WS-APPLY-AMOUNT
                IF WS-APPLY-AMOUNT IS EQUAL TO ZERO
                   DISPLAY 'APPLY: nothing applied'
                ELSE
                   IF WS-APPLY-AMOUNT IS GREATER THAN WS-UNAPPLIED
                      DISPLAY 'APPLY: more than the unapplied '
                         'remainder, nothing applied'
                   ELSE
                      IF WS-APPLY-AMOUNT IS GREATER THAN
                         WS-ITEM-RESIDUE
                         DISPLAY 'APPLY: more than the item is '
                            'open for, nothing applied'
                      ELSE
                         ADD WS-APPLY-AMOUNT TO WI-PAID(WS-ITEM-I)
                         SUBTRACT WS-APPLY-AMOUNT FROM WS-UNAPPLIED
                         PERFORM FIND-MEMBER-SHARE
                         ADD WS-APPLY-AMOUNT TO WSH-APPLIED(WS-SHARE-I)
                         IF WI-ITEM-TYPE(WS-ITEM-I) IS EQUAL TO 'INV'
                            AND WI-PAID(WS-ITEM-I) IS LESS THAN
                            WI-AMOUNT(WS-ITEM-I)
                            PERFORM CHECK-EARLY-PAY-DISCOUNT
                         END-IF
                         IF WI-PAID(WS-ITEM-I) IS GREATER THAN OR
                            EQUAL TO WI-AMOUNT(WS-ITEM-I)
                            MOVE 'C' TO WI-STATUS(WS-ITEM-I)
                            DISPLAY 'APPLY: item '
                               WI-INVOICE-NUM(WS-ITEM-I)
                               ' is now fully paid'
                         END-IF
                      END-IF
                   END-IF
                END-IF
           END-EVALUATE.

      *    THE OPERATOR KEYS THE SHARE IN THE CUSTOMER'S CURRENCY.
      *    THE ITEM IS RELIEVED AT ITS BOOKED RATE - ALL OF ITS BASE
      *    RESIDUE WHEN THE SHARE CLEARS IT, SO NO ROUNDING CENT IS
      *    LEFT OPEN
       APPLY-FOREIGN-AMOUNT.
           COMPUTE WS-ITEM-RESIDUE =
              WI-AMOUNT(WS-ITEM-I) - WI-PAID(WS-ITEM-I)
           PERFORM FIND-ITEM-RATE
           COMPUTE WS-ITEM-FC-OPEN ROUNDED =
              WS-ITEM-RESIDUE / WS-ITEM-RATE
           MOVE WS-ITEM-FC-OPEN TO WS-EDIT-RESIDUE
           DISPLAY 'APPLY: item is open for ' WS-EDIT-RESIDUE ' '
              WS-FX-CURRENCY ', Amount to apply: ' WITH NO ADVANCING
           ACCEPT WS-APPLY-AMOUNT
           EVALUATE TRUE
           WHEN WS-APPLY-AMOUNT IS EQUAL TO ZERO
                DISPLAY 'APPLY: nothing applied'
           WHEN WS-APPLY-AMOUNT IS GREATER THAN WS-UNAPPLIED
                DISPLAY 'APPLY: more than the unapplied '
                   'remainder, nothing applied'
           WHEN WS-APPLY-AMOUNT IS GREATER THAN WS-ITEM-FC-OPEN
                DISPLAY 'APPLY: more than the item is '
                   'open for, nothing applied'
           WHEN OTHER
                IF WS-APPLY-AMOUNT IS EQUAL TO WS-ITEM-FC-OPEN
                   MOVE WS-ITEM-RESIDUE TO WS-APPLY-BASE
                ELSE
                   COMPUTE WS-APPLY-BASE ROUNDED =
                      WS-APPLY-AMOUNT * WS-ITEM-RATE
                   IF WS-APPLY-BASE IS GREATER THAN WS-ITEM-RESIDUE
                      MOVE WS-ITEM-RESIDUE TO WS-APPLY-BASE
                   END-IF
                END-IF
                ADD WS-APPLY-BASE TO WI-PAID(WS-ITEM-I)
                SUBTRACT WS-APPLY-AMOUNT FROM WS-UNAPPLIED
                PERFORM FIND-MEMBER-SHARE
                ADD WS-APPLY-BASE TO WSH-APPLIED(WS-SHARE-I)
                IF WI-ITEM-TYPE(WS-ITEM-I) IS EQUAL TO 'INV'
                   AND WI-PAID(WS-ITEM-I) IS LESS THAN
                   WI-AMOUNT(WS-ITEM-I)
                   PERFORM CHECK-EARLY-PAY-DISCOUNT
                END-IF
                IF WI-PAID(WS-ITEM-I) IS GREATER THAN OR
                   EQUAL TO WI-AMOUNT(WS-ITEM-I)
                   MOVE 'C' TO WI-STATUS(WS-ITEM-I)
                   DISPLAY 'APPLY: item '
                      WI-INVOICE-NUM(WS-ITEM-I)
                      ' is now fully paid'
                END-IF
           END-EVALUATE.

      *    THE RATE THE CURRENT ITEM WAS BOOKED AT - ITS INVOICE'S
      *    arfx.dat ROW, OR TODAY'S RATE FOR AN ITEM WITHOUT ONE
       FIND-ITEM-RATE.
           MOVE WS-FX-RATE TO WS-ITEM-RATE
           PERFORM VARYING WS-AFX-I FROM 1 BY 1
              UNTIL WS-AFX-I > WS-AFX-COUNT
                   IF WAX-INVOICE-NUM(WS-AFX-I) IS EQUAL TO
                      WI-INVOICE-NUM(WS-ITEM-I) AND
                      WI-INVOICE-NUM(WS-ITEM-I) IS GREATER THAN ZERO
                      AND WAX-FC-AMOUNT(WS-AFX-I) IS NOT EQUAL TO
                      ZERO
                      COMPUTE WS-ITEM-RATE ROUNDED =
                         WAX-BASE-AMOUNT(WS-AFX-I) /
                         WAX-FC-AMOUNT(WS-AFX-I)
                   END-IF
           END-PERFORM.

      *    INSIDE THE TERMS' DISCOUNT WINDOW, CASH THAT LEAVES NO
      *    MORE OPEN THAN THE DISCOUNT IS A FULL EARLY PAYMENT - THE
      *    REST OF THE INVOICE IS RELIEVED BY A DISCOUNT ITEM
      *    INSTEAD OF HANGING ON AS A DISPUTED SHORT PAYMENT
       CHECK-EARLY-PAY-DISCOUNT.
           CALL 'CUSTTERMS' USING
              BY REFERENCE WI-ID-NUM(WS-ITEM-I),
              BY REFERENCE WI-DATE(WS-ITEM-I),
              BY REFERENCE WS-TERMS-CODE,
              BY REFERENCE WS-DUE-DATE,
              BY REFERENCE WS-DISC-DATE,
              BY REFERENCE WS-DISC-PCT
           END-CALL
           IF WS-DISC-PCT IS GREATER THAN ZERO AND
              WS-TODAY IS LESS THAN OR EQUAL TO WS-DISC-DATE
              COMPUTE WS-DISCOUNT ROUNDED =
                 WI-AMOUNT(WS-ITEM-I) * WS-DISC-PCT / 100
              COMPUTE WS-ITEM-RESIDUE =
                 WI-AMOUNT(WS-ITEM-I) - WI-PAID(WS-ITEM-I)
              IF WS-ITEM-RESIDUE IS LESS THAN OR EQUAL TO
                 WS-DISCOUNT
                 MOVE WS-ITEM-RESIDUE TO WS-DISCOUNT
                 ADD WS-DISCOUNT TO WI-PAID(WS-ITEM-I)
                 ADD WS-DISCOUNT TO WS-DISCOUNT-TOTAL
                 ADD WS-DISCOUNT TO WSH-DISCOUNT(WS-SHARE-I)
                 PERFORM WRITE-DISCOUNT-ITEM
              END-IF
           END-IF.

      *    THE SHARE ROW OF THE ACCOUNT OWNING THE CURRENT ITEM,
      *    ADDED ON FIRST USE - LEAVES WS-SHARE-I POINTING AT IT
       FIND-MEMBER-SHARE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SHARE-I FROM 1 BY 1
              UNTIL WS-SHARE-I > WS-SHARE-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WSH-ID-NUM(WS-SHARE-I) IS EQUAL TO
                      WI-ID-NUM(WS-ITEM-I)
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-SHARE-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-SHARE-COUNT IS EQUAL TO 200
                 DISPLAY 'APPLY: share table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SHARE-COUNT
              MOVE WS-SHARE-COUNT TO WS-SHARE-I
              MOVE WI-ID-NUM(WS-ITEM-I) TO WSH-ID-NUM(WS-SHARE-I)
              MOVE ZERO TO WSH-APPLIED(WS-SHARE-I)
              MOVE ZERO TO WSH-DISCOUNT(WS-SHARE-I)
           END-IF.

      *    THE DISCOUNT IS ITS OWN (ALREADY APPLIED) CREDIT ITEM
      *    AGAINST THE INVOICE IT RELIEVED
       WRITE-DISCOUNT-ITEM.
           IF WS-ITEM-COUNT IS EQUAL TO 5000
              DISPLAY 'APPLY: open-item table full, discount '
                 'item not recorded'
           ELSE
              ADD 1 TO WS-ITEM-COUNT
              MOVE WI-INVOICE-NUM(WS-ITEM-I) TO
                 WI-INVOICE-NUM(WS-ITEM-COUNT)
              MOVE WI-ID-NUM(WS-ITEM-I) TO WI-ID-NUM(WS-ITEM-COUNT)
              MOVE WS-TODAY TO WI-DATE(WS-ITEM-COUNT)
              MOVE WS-TODAY TO WI-DUE-DATE(WS-ITEM-COUNT)
              MOVE 'DSC' TO WI-ITEM-TYPE(WS-ITEM-COUNT)
              COMPUTE WI-AMOUNT(WS-ITEM-COUNT) = 0 - WS-DISCOUNT
              MOVE WI-AMOUNT(WS-ITEM-COUNT) TO
                 WI-PAID(WS-ITEM-COUNT)
              MOVE 'C' TO WI-STATUS(WS-ITEM-COUNT)
              MOVE WS-DISCOUNT TO WS-EDIT-AMOUNT
              DISPLAY 'APPLY: early-pay discount of '
                 WS-EDIT-AMOUNT ' (' WS-TERMS-CODE ') taken on '
                 'invoice ' WI-INVOICE-NUM(WS-ITEM-I)
           END-IF.

      *    CASH THE OPERATOR DID NOT SPREAD STAYS WITH THE ACCOUNT AS
              MOVE ZERO TO WI-INVOICE-NUM(WS-ITEM-COUNT)
              MOVE ID-NUM TO WI-ID-NUM(WS-ITEM-COUNT)
              MOVE WS-TODAY TO WI-DATE(WS-ITEM-COUNT)
              MOVE WS-TODAY TO WI-DUE-DATE(WS-ITEM-COUNT)
              MOVE 'ONA' TO WI-ITEM-TYPE(WS-ITEM-COUNT)
              COMPUTE WI-AMOUNT(WS-ITEM-COUNT) = 0 - WS-UNAPPLIED
              MOVE ZERO TO WI-PAID(WS-ITEM-COUNT)

      *    THE RECEIPT ITSELF POSTS EXACTLY AS MAINPAYMENTENTRY
      *    WOULD - TO THE PAYMENT LOG AND THE NET BALANCE - SO THE
      *    REST OF THE REPORTING CHAIN SEES NOTHING NEW. A PARENT'S
      *    CHECK POSTS ONE SUCH RECEIPT PER FAMILY MEMBER IT COVERED
       POST-PAYMENT-RECORDS.
           PERFORM VARYING WS-SHARE-I FROM 1 BY 1
              UNTIL WS-SHARE-I > WS-SHARE-COUNT
                   IF WSH-APPLIED(WS-SHARE-I) IS GREATER THAN ZERO OR
                      WSH-DISCOUNT(WS-SHARE-I) IS GREATER THAN ZERO
                      PERFORM POST-ONE-SHARE
                   END-IF
           END-PERFORM.

       POST-ONE-SHARE.
           MOVE WSH-APPLIED(WS-SHARE-I) TO WS-SHARE-AMOUNT
           MOVE WSH-DISCOUNT(WS-SHARE-I) TO WS-SHARE-DISCOUNT
           MOVE 'Y' TO WS-BALANCE-EXISTS
           MOVE WSH-ID-NUM(WS-SHARE-I) TO AR-ID-NUM
           READ AR-BALANCE-FILE
           INVALID KEY
                   MOVE 'N' TO WS-BALANCE-EXISTS
           END-READ
           IF WS-BALANCE-EXISTS IS EQUAL TO 'N'
              MOVE WSH-ID-NUM(WS-SHARE-I) TO AR-ID-NUM
              MOVE ZERO TO AR-BALANCE
              SUBTRACT WS-SHARE-AMOUNT FROM AR-BALANCE
              SUBTRACT WS-SHARE-DISCOUNT FROM AR-BALANCE
              WRITE AR-BALANCE-DATA
              INVALID KEY
                      DISPLAY 'APPLY: balance record not written'
              END-WRITE
           ELSE
              SUBTRACT WS-SHARE-AMOUNT FROM AR-BALANCE
              SUBTRACT WS-SHARE-DISCOUNT FROM AR-BALANCE
              REWRITE AR-BALANCE-DATA
              INVALID KEY
                      DISPLAY 'APPLY: balance record not updated'
              END-REWRITE
           END-IF
           IF WS-SHARE-AMOUNT IS GREATER THAN ZERO
              MOVE SPACES TO PAYMENT-DETAIL
              MOVE WS-TODAY TO PY-DATE
              MOVE WSH-ID-NUM(WS-SHARE-I) TO PY-ID-NUM
              MOVE WS-SHARE-AMOUNT TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO PY-AMOUNT
              IF WS-FX-FOREIGN IS EQUAL TO 'Y'
                 PERFORM MARK-FOREIGN-RECEIPT
              END-IF
              MOVE WS-OPERATOR-ID TO PY-OPERATOR
              MOVE FUNCTION CURRENT-DATE(9:6) TO PY-ENTRY-TIME
              WRITE PAYMENT-LINE FROM PAYMENT-DETAIL
              IF WS-FX-FOREIGN IS EQUAL TO 'Y'
                 PERFORM WRITE-EXCHANGE-DIFFERENCE
              END-IF
           END-IF
           IF WS-SHARE-DISCOUNT IS GREATER THAN ZERO
              MOVE SPACES TO PAYMENT-DETAIL
              MOVE WS-TODAY TO PY-DATE
              MOVE WSH-ID-NUM(WS-SHARE-I) TO PY-ID-NUM
              MOVE WS-SHARE-DISCOUNT TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO PY-AMOUNT
              MOVE 'DSC' TO PY-REC-TYPE
              MOVE WS-OPERATOR-ID TO PY-OPERATOR
              MOVE FUNCTION CURRENT-DATE(9:6) TO PY-ENTRY-TIME
              WRITE PAYMENT-LINE FROM PAYMENT-DETAIL
           END-IF
           MOVE AR-BALANCE TO WS-EDIT-BALANCE
           IF WS-FAMILY-MODE IS EQUAL TO 'Y'
              DISPLAY 'APPLY: posted to ' WSH-ID-NUM(WS-SHARE-I)
                 ', open balance is now ' WS-EDIT-BALANCE
           ELSE
              DISPLAY 'APPLY: posted, open balance is now '
                 WS-EDIT-BALANCE
           END-IF.

      *    THE RECEIPT LINE CARRIES WHAT THE CHECK IS WORTH IN BASE
      *    TODAY, PLUS ITS CURRENCY AND FACE AMOUNT
       MARK-FOREIGN-RECEIPT.
           COMPUTE WS-CASH-BASE ROUNDED =
              WS-PAYMENT-AMOUNT * WS-FX-RATE
           MOVE WS-CASH-BASE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PY-AMOUNT
           MOVE WS-FX-CURRENCY TO PY-CURRENCY
           MOVE WS-PAYMENT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PY-FC-AMOUNT.

      *    CASH WORTH MORE THAN THE BASE IT RELIEVED IS A REALIZED
      *    GAIN ('FXG', PUTS BACK ON THE BALANCE WHAT THE RECEIPT
      *    LINE TOOK OFF BEYOND THE RELIEF); LESS IS A LOSS ('FXL',
      *    TAKES OFF THE REST). EITHER WAY THE RECEIPT AND ITS
      *    ADJUSTMENT NET TO THE RELIEF POSTED TO arbal.dat
       WRITE-EXCHANGE-DIFFERENCE.
           COMPUTE WS-FX-DIFFERENCE = WS-CASH-BASE - WS-SHARE-AMOUNT
           IF WS-FX-DIFFERENCE IS NOT EQUAL TO ZERO
              MOVE SPACES TO PAYMENT-DETAIL
              MOVE WS-TODAY TO PY-DATE
              MOVE WSH-ID-NUM(WS-SHARE-I) TO PY-ID-NUM
              IF WS-FX-DIFFERENCE IS GREATER THAN ZERO
                 MOVE 'FXG' TO PY-REC-TYPE
                 MOVE WS-FX-DIFFERENCE TO WS-EDIT-AMOUNT
                 DISPLAY 'APPLY: realized exchange gain '
                    WS-EDIT-AMOUNT
              ELSE
                 MOVE 'FXL' TO PY-REC-TYPE
                 COMPUTE WS-EDIT-AMOUNT = 0 - WS-FX-DIFFERENCE
                 DISPLAY 'APPLY: realized exchange loss '
                    WS-EDIT-AMOUNT
              END-IF
              MOVE WS-EDIT-AMOUNT TO PY-AMOUNT
              MOVE WS-OPERATOR-ID TO PY-OPERATOR
              MOVE FUNCTION CURRENT-DATE(9:6) TO PY-ENTRY-TIME
              WRITE PAYMENT-LINE FROM PAYMENT-DETAIL
           END-IF.

       REWRITE-OPEN-ITEMS.
           OPEN OUTPUT AR-OPEN-FILE
                   MOVE WI-INVOICE-NUM(WS-ITEM-I) TO AO-INVOICE-NUM
                   MOVE WI-ID-NUM(WS-ITEM-I) TO AO-ID-NUM
                   MOVE WI-DATE(WS-ITEM-I) TO AO-DATE
                   MOVE WI-DUE-DATE(WS-ITEM-I) TO AO-DUE-DATE
                   MOVE WI-ITEM-TYPE(WS-ITEM-I) TO AO-ITEM-TYPE
                   MOVE WI-AMOUNT(WS-ITEM-I) TO AO-AMOUNT
                   MOVE WI-PAID(WS-ITEM-I) TO AO-PAID
