       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINFINCHARGE.

      *    MONTH-END FINANCE CHARGE RUN: SCANS THE aropen.dat
      *    SUBLEDGER FOR ISSUED INVOICES STILL OPEN PAST THEIR DUE
      *    DATE (PLUS THE GRACE DAYS) AND BILLS EACH SLOW PAYER ONE
      *    'FIN' OPEN ITEM AT THE MONTHLY RATE ON finchg.ctl, NEVER
      *    LESS THAN ITS MINIMUM CHARGE. OPEN CREDIT ON THE ACCOUNT
      *    IS NETTED OFF THE OVERDUE TOTAL FIRST. A CUSTOMER FLAGGED
      *    EXEMPT ON custprof.dat IS PASSED OVER, AND AN INVOICE IN
      *    DISPUTE ON ardispute.dat OR COVERING AN ORDER WITH A
      *    RETURN AUTHORIZATION STILL OPEN ON rma.dat IS LEFT OUT OF
      *    THE BASE. THE CHARGE RAISES arbal.dat AND GOES TO
      *    payment.dat AS A 'FIN' LINE SO THE STATEMENT AND THE GL
      *    EXPORT SEE IT. A CUSTOMER ALREADY CHARGED THIS MONTH IS
      *    NOT CHARGED AGAIN, SO A RERUN IS HARMLESS. EVERY CHARGE
      *    LISTS ON THE finchg.rpt REGISTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINCHG-CONTROL-FILE ASSIGN TO 'finchg.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AROPEN-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'custprof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'ardispute.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT RMA-FILE ASSIGN TO 'rma.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RMA-STATUS.
           SELECT INVOICE-REGISTER ASSIGN TO 'invoicereg.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVREG-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
           SELECT AR-BALANCE-FILE ASSIGN TO 'arbal.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS AR-ID-NUM
              FILE STATUS IS WS-ARBAL-STATUS.
           SELECT PAYMENT-LOG ASSIGN TO 'payment.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYLOG-STATUS.
           SELECT FINCHG-REPORT ASSIGN TO 'finchg.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE: MONTHLY RATE PERCENT, MINIMUM CHARGE AND GRACE
      *    DAYS AFTER THE DUE DATE, RAW DIGITS ('0150 000500 010' =
      *    1.50% A MONTH, 5.00 MINIMUM, 10 DAYS' GRACE)
       FD FINCHG-CONTROL-FILE.
       01 FINCHG-CONTROL-DATA.
          02 FC-RATE-PCT       PIC 9(2)V99.
          02 FILLER            PIC X.
          02 FC-MIN-CHARGE     PIC 9(4)V99.
          02 FILLER            PIC X.
          02 FC-GRACE-DAYS     PIC 9(3).

       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          COPY AR-OPEN-ITEM.

       FD PROFILE-FILE.
       01 PROFILE-DATA.
          COPY CUSTOMER-PROFILE.

       FD DISPUTE-FILE.
       01 DISPUTE-DATA.
          COPY AR-DISPUTE.

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
      *       OPERATOR AND ENTRY TIME - NOT USED HERE
          02 FILLER            PIC X(16).

       FD INVOICE-REGISTER.
       01 INVOICE-REGISTER-DATA.
          02 IR-INVOICE-NUM    PIC 9(6).
          02 FILLER            PIC X.
          02 IR-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 IR-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 IR-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 IR-AMOUNT         PIC X(12).

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

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD FINCHG-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-DISPUTE-STATUS    PIC XX.
       01 WS-RMA-STATUS        PIC XX.
       01 WS-INVREG-STATUS     PIC XX.
       01 WS-ARBAL-STATUS      PIC XX.
       01 WS-PAYLOG-STATUS     PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-HELD              PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-DUE-DATE          PIC 9(8).
       01 WS-DUE-INT           PIC 9(8).
       01 WS-ITEM-RESIDUE      PIC S9(7)V99.
       01 WS-BASE              PIC S9(7)V99.
       01 WS-CHARGE            PIC 9(6)V99.
       01 WS-CHARGE-TOTAL      PIC 9(8)V99 VALUE ZERO.
       01 WS-CHARGED-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-EXEMPT-SKIPPED    PIC 9(4)  VALUE ZERO.
       01 WS-REPEAT-SKIPPED    PIC 9(4)  VALUE ZERO.
       01 WS-HELD-ITEMS        PIC 9(5)  VALUE ZERO.
       01 WS-ITEMS-READ        PIC 9(5)  VALUE ZERO.
       01 WS-BALANCE-EXISTS    PIC X.
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-EDIT-AMOUNT       PIC ZZZZZ9.99.
       01 WS-EDIT-TOTAL        PIC Z,ZZZ,ZZ9.99.
       01 WS-RATE-PCT          PIC 9(2)V99.
       01 WS-MIN-CHARGE        PIC 9(4)V99.
       01 WS-GRACE-DAYS        PIC 9(3).
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    SAME LINE LAYOUT MAINPAYMENTENTRY APPENDS - THE RECORD
      *    TYPE IS 'FIN' ON A FINANCE CHARGE
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

      *    ONE ROW PER CUSTOMER WITH ANYTHING OPEN: THE OVERDUE
      *    INVOICE TOTAL THAT MAY BE CHARGED, THE OPEN CREDIT TO NET
      *    AGAINST IT, AND WHETHER A CHARGE WAS ALREADY RAISED THIS
      *    MONTH
       01 WS-CUST-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-CUST-TABLE.
          02 WS-CUST-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-CUST-COUNT.
             03 WC-ID-NUM             PIC 9(5).
             03 WC-OVERDUE            PIC 9(7)V99.
             03 WC-CREDIT             PIC 9(7)V99.
             03 WC-ITEM-COUNT         PIC 9(4).
             03 WC-CHARGED            PIC X.
       01 WS-CUST-I            PIC 9(5).
      *    CUSTOMERS FLAGGED EXEMPT ON custprof.dat
       01 WS-EXEMPT-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-EXEMPT-TABLE.
          02 WS-EXEMPT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-EXEMPT-COUNT.
             03 WX-ID-NUM             PIC 9(5).
       01 WS-EXEMPT-I          PIC 9(4).
      *    INVOICES THAT MAY NOT BE CHARGED ON - IN DISPUTE, OR
      *    BILLING AN ORDER WITH AN OPEN RETURN AUTHORIZATION
       01 WS-HOLD-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-HOLD-TABLE.
          02 WS-HOLD-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-HOLD-COUNT.
             03 WH-INVOICE-NUM        PIC 9(6).
       01 WS-HOLD-I            PIC 9(4).
      *    ORDERS WITH A RETURN AUTHORIZATION STILL OPEN
       01 WS-RMA-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-RMA-TABLE.
          02 WS-RMA-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-RMA-COUNT.
             03 WR-ORDER-NUM          PIC 9(6).
       01 WS-RMA-I             PIC 9(4).
       01 WS-HOLD-INVOICE      PIC 9(6).

       01 REPORT-HEADING.
          02 FILLER             PIC X(28) VALUE
             'FINANCE CHARGE REGISTER FOR '.
          02 RH-DATE            PIC 9(8).
          02 FILLER             PIC X(8)  VALUE '  RATE '.
          02 RH-RATE            PIC Z9.99.
          02 FILLER             PIC X(15) VALUE '%  MINIMUM '.
          02 RH-MIN             PIC ZZZ9.99.
       01 COLUMN-HEADS.
          02 FILLER             PIC X(7)  VALUE 'ID'.
          02 FILLER             PIC X(31) VALUE 'NAME'.
          02 FILLER             PIC X(6)  VALUE 'ITEMS'.
          02 FILLER             PIC X(14) VALUE '  OVERDUE NET'.
          02 FILLER             PIC X(12) VALUE '      CHARGE'.
       01 REGISTER-DETAIL-LINE.
          02 RDL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RDL-NAME           PIC X(30).
          02 FILLER             PIC X     VALUE SPACE.
          02 RDL-ITEMS          PIC ZZZ9.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RDL-BASE           PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RDL-CHARGE         PIC ZZZ,ZZ9.99.
       01 REGISTER-TOTAL-LINE.
          02 FILLER             PIC X(58) VALUE 'TOTAL ASSESSED'.
          02 RTL-CHARGE         PIC Z,ZZZ,ZZ9.99.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-CHARGED         PIC ZZZ9.
          02 FILLER             PIC X(14) VALUE ' CHARGED, '.
          02 RF-EXEMPT          PIC ZZZ9.
          02 FILLER             PIC X(10) VALUE ' EXEMPT, '.
          02 RF-HELD            PIC ZZZZ9.
          02 FILLER             PIC X(16) VALUE ' ITEM(S) HELD'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           PERFORM LOAD-FINCHG-CONTROL.
           PERFORM LOAD-EXEMPT-TABLE.
           PERFORM LOAD-DISPUTE-HOLDS.
           PERFORM LOAD-RMA-HOLDS.
           PERFORM LOAD-OPEN-ITEMS.
           IF WS-CUST-COUNT IS EQUAL TO ZERO
              DISPLAY 'FINCHG: no open items, nothing to charge'
              STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT FINCHG-REPORT.
           MOVE WS-TODAY TO RH-DATE.
           MOVE WS-RATE-PCT TO RH-RATE.
           MOVE WS-MIN-CHARGE TO RH-MIN.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           WRITE PRINT-LINE FROM COLUMN-HEADS.
           PERFORM OPEN-AR-BALANCE-FILE.
           OPEN EXTEND PAYMENT-LOG.
           IF WS-PAYLOG-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT PAYMENT-LOG
           END-IF.
           OPEN EXTEND AR-OPEN-FILE.
           IF WS-AROPEN-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT AR-OPEN-FILE
           END-IF.
           PERFORM VARYING WS-CUST-I FROM 1 BY 1
              UNTIL WS-CUST-I > WS-CUST-COUNT
                   PERFORM CONSIDER-ONE-CUSTOMER
           END-PERFORM.
           CLOSE AR-BALANCE-FILE.
           CLOSE PAYMENT-LOG.
           CLOSE AR-OPEN-FILE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-CHARGE-TOTAL TO RTL-CHARGE.
           WRITE PRINT-LINE FROM REGISTER-TOTAL-LINE.
           MOVE WS-CHARGED-COUNT TO RF-CHARGED.
           MOVE WS-EXEMPT-SKIPPED TO RF-EXEMPT.
           MOVE WS-HELD-ITEMS TO RF-HELD.
           WRITE PRINT-LINE FROM REPORT-FOOTING.
           CLOSE CUSTOMER-FILE.
           CLOSE FINCHG-REPORT.
           MOVE 'MAINFINCHRG ' TO WS-SP-PROGRAM.
           MOVE 'finchg.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'AS OF ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           MOVE WS-CHARGE-TOTAL TO WS-EDIT-TOTAL.
           DISPLAY 'FINCHG: ' WS-CHARGED-COUNT ' charge(s) totalling '
              WS-EDIT-TOTAL ' on finchg.rpt, ' WS-REPEAT-SKIPPED
              ' already charged this month'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-ITEMS-READ ' open item(s) '
              'read, ' WS-CHARGED-COUNT ' charge(s) written'.
           IF WS-REPEAT-SKIPPED IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    WITHOUT A RATE THERE IS NOTHING TO CHARGE - REFUSE TO RUN
      *    RATHER THAN GUESS
       LOAD-FINCHG-CONTROL.
           OPEN INPUT FINCHG-CONTROL-FILE
           IF WS-CONTROL-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'FINCHG: finchg.ctl not found, nothing charged'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           READ FINCHG-CONTROL-FILE
           AT END
              DISPLAY 'FINCHG: finchg.ctl is empty, nothing charged'
              CLOSE FINCHG-CONTROL-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-READ
           MOVE FC-RATE-PCT TO WS-RATE-PCT
           MOVE FC-MIN-CHARGE TO WS-MIN-CHARGE
           MOVE FC-GRACE-DAYS TO WS-GRACE-DAYS
           CLOSE FINCHG-CONTROL-FILE.

       LOAD-EXEMPT-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROFILE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF CP-FINCHG-EXEMPT IS EQUAL TO 'Y' AND
                            WS-EXEMPT-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-EXEMPT-COUNT
                            MOVE CP-ID-NUM TO
                               WX-ID-NUM(WS-EXEMPT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       LOAD-DISPUTE-HOLDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DISPUTE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE AD-INVOICE-NUM TO WS-HOLD-INVOICE
                         PERFORM ADD-HOLD-INVOICE
                      END-READ
              END-PERFORM
              CLOSE DISPUTE-FILE
           END-IF.

      *    AN RMA NAMES THE ORDER, NOT THE INVOICE - THE INVOICE
      *    REGISTER SAYS WHICH INVOICES BILLED THAT ORDER
       LOAD-RMA-HOLDS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RMA-FILE
           IF WS-RMA-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ RMA-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF RM-STATUS IS EQUAL TO 'O' AND
                            WS-RMA-COUNT IS LESS THAN 2000
                            ADD 1 TO WS-RMA-COUNT
                            MOVE RM-ORDER-NUM TO
                               WR-ORDER-NUM(WS-RMA-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE RMA-FILE
           END-IF
           IF WS-RMA-COUNT IS GREATER THAN ZERO
              MOVE 'N' TO WS-EOF
              OPEN INPUT INVOICE-REGISTER
              IF WS-INVREG-STATUS IS EQUAL TO '00'
                 PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                         READ INVOICE-REGISTER
                         AT END
                            MOVE 'Y' TO WS-EOF
                         NOT AT END
                            PERFORM CHECK-REGISTER-FOR-RMA
                         END-READ
                 END-PERFORM
                 CLOSE INVOICE-REGISTER
              END-IF
           END-IF.

       CHECK-REGISTER-FOR-RMA.
           PERFORM VARYING WS-RMA-I FROM 1 BY 1
              UNTIL WS-RMA-I > WS-RMA-COUNT
                   IF WR-ORDER-NUM(WS-RMA-I) IS EQUAL TO IR-ORDER-NUM
                      MOVE IR-INVOICE-NUM TO WS-HOLD-INVOICE
                      PERFORM ADD-HOLD-INVOICE
                   END-IF
           END-PERFORM.

       ADD-HOLD-INVOICE.
           IF WS-HOLD-COUNT IS EQUAL TO 5000
              DISPLAY 'FINCHG: hold table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-HOLD-INVOICE TO WH-INVOICE-NUM(WS-HOLD-COUNT).

       LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'FINCHG: aropen.dat not found - no invoices '
                 'have been issued yet'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-ITEMS-READ
                         PERFORM LOAD-ONE-OPEN-ITEM
                      END-READ
              END-PERFORM
              CLOSE AR-OPEN-FILE
           END-IF.

      *    A FINANCE CHARGE ALREADY RAISED THIS MONTH MARKS THE
      *    CUSTOMER DONE; OPEN CREDIT NETS; AN OPEN INVOICE PAST DUE
      *    PLUS GRACE ADDS ITS RESIDUE TO THE BASE UNLESS HELD
       LOAD-ONE-OPEN-ITEM.
           IF AO-ITEM-TYPE IS EQUAL TO 'FIN' AND
              AO-DATE(1:6) IS EQUAL TO WS-TODAY(1:6)
              PERFORM FIND-OR-ADD-CUSTOMER
              MOVE 'Y' TO WC-CHARGED(WS-CUST-I)
           END-IF
           IF AO-STATUS IS EQUAL TO 'O'
              COMPUTE WS-ITEM-RESIDUE = AO-AMOUNT - AO-PAID
              IF WS-ITEM-RESIDUE IS LESS THAN ZERO
                 PERFORM FIND-OR-ADD-CUSTOMER
                 SUBTRACT WS-ITEM-RESIDUE FROM WC-CREDIT(WS-CUST-I)
              END-IF
              IF WS-ITEM-RESIDUE IS GREATER THAN ZERO AND
                 AO-ITEM-TYPE IS EQUAL TO 'INV'
                 PERFORM TEST-ONE-INVOICE
              END-IF
           END-IF.

       TEST-ONE-INVOICE.
      *    ITEMS WRITTEN BEFORE TERMS EXISTED ARE DUE ON THE
      *    INVOICE DATE
           IF AO-DUE-DATE IS NUMERIC AND
              AO-DUE-DATE IS GREATER THAN ZERO
              MOVE AO-DUE-DATE TO WS-DUE-DATE
           ELSE
              MOVE AO-DATE TO WS-DUE-DATE
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) TO WS-DUE-INT
           ADD WS-GRACE-DAYS TO WS-DUE-INT
           IF WS-TODAY-INT IS GREATER THAN WS-DUE-INT
              MOVE 'N' TO WS-HELD
              PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                 UNTIL WS-HOLD-I > WS-HOLD-COUNT OR
                    WS-HELD IS EQUAL TO 'Y'
                      IF WH-INVOICE-NUM(WS-HOLD-I) IS EQUAL TO
                         AO-INVOICE-NUM
                         MOVE 'Y' TO WS-HELD
                      END-IF
              END-PERFORM
              IF WS-HELD IS EQUAL TO 'Y'
                 ADD 1 TO WS-HELD-ITEMS
              ELSE
                 PERFORM FIND-OR-ADD-CUSTOMER
                 ADD WS-ITEM-RESIDUE TO WC-OVERDUE(WS-CUST-I)
                 ADD 1 TO WC-ITEM-COUNT(WS-CUST-I)
              END-IF
           END-IF.

       FIND-OR-ADD-CUSTOMER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CUST-I FROM 1 BY 1
              UNTIL WS-CUST-I > WS-CUST-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WC-ID-NUM(WS-CUST-I) IS EQUAL TO AO-ID-NUM
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-CUST-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-CUST-COUNT IS EQUAL TO 5000
                 DISPLAY 'FINCHG: customer table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CUST-COUNT
              MOVE WS-CUST-COUNT TO WS-CUST-I
              MOVE AO-ID-NUM TO WC-ID-NUM(WS-CUST-I)
              MOVE ZERO TO WC-OVERDUE(WS-CUST-I)
              MOVE ZERO TO WC-CREDIT(WS-CUST-I)
              MOVE ZERO TO WC-ITEM-COUNT(WS-CUST-I)
              MOVE 'N' TO WC-CHARGED(WS-CUST-I)
           END-IF.

       CONSIDER-ONE-CUSTOMER.
           IF WC-ITEM-COUNT(WS-CUST-I) IS EQUAL TO ZERO
              CONTINUE
           ELSE
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-EXEMPT-I FROM 1 BY 1
                 UNTIL WS-EXEMPT-I > WS-EXEMPT-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WX-ID-NUM(WS-EXEMPT-I) IS EQUAL TO
                         WC-ID-NUM(WS-CUST-I)
                         MOVE 'Y' TO WS-FOUND
                      END-IF
              END-PERFORM
              EVALUATE TRUE
              WHEN WS-FOUND IS EQUAL TO 'Y'
                   ADD 1 TO WS-EXEMPT-SKIPPED
              WHEN WC-CHARGED(WS-CUST-I) IS EQUAL TO 'Y'
                   ADD 1 TO WS-REPEAT-SKIPPED
              WHEN OTHER
                   COMPUTE WS-BASE = WC-OVERDUE(WS-CUST-I) -
                      WC-CREDIT(WS-CUST-I)
                   IF WS-BASE IS GREATER THAN ZERO
                      PERFORM ASSESS-ONE-CHARGE
                   END-IF
              END-EVALUATE
           END-IF.

       ASSESS-ONE-CHARGE.
           COMPUTE WS-CHARGE ROUNDED = WS-BASE * WS-RATE-PCT / 100
           IF WS-CHARGE IS LESS THAN WS-MIN-CHARGE
              MOVE WS-MIN-CHARGE TO WS-CHARGE
           END-IF
           IF WS-CHARGE IS GREATER THAN ZERO
              PERFORM POST-ONE-CHARGE
              PERFORM PRINT-REGISTER-LINE
              ADD WS-CHARGE TO WS-CHARGE-TOTAL
              ADD 1 TO WS-CHARGED-COUNT
           END-IF.

      *    THE CHARGE IS AN OPEN ITEM OF ITS OWN, DUE AT ONCE, SO THE
      *    AGING AND THE DUNNING RUN CHASE IT LIKE ANY OTHER DEBT
       POST-ONE-CHARGE.
           MOVE 'Y' TO WS-BALANCE-EXISTS
           MOVE WC-ID-NUM(WS-CUST-I) TO AR-ID-NUM
           READ AR-BALANCE-FILE
           INVALID KEY
                   MOVE 'N' TO WS-BALANCE-EXISTS
           END-READ
           IF WS-BALANCE-EXISTS IS EQUAL TO 'N'
              MOVE WC-ID-NUM(WS-CUST-I) TO AR-ID-NUM
              MOVE WS-CHARGE TO AR-BALANCE
              WRITE AR-BALANCE-DATA
              INVALID KEY
                      DISPLAY 'FINCHG: balance record not written'
              END-WRITE
           ELSE
              ADD WS-CHARGE TO AR-BALANCE
              REWRITE AR-BALANCE-DATA
              INVALID KEY
                      DISPLAY 'FINCHG: balance record not updated'
              END-REWRITE
           END-IF
           MOVE SPACES TO PAYMENT-DETAIL
           MOVE WS-TODAY TO PY-DATE
           MOVE WC-ID-NUM(WS-CUST-I) TO PY-ID-NUM
           MOVE WS-CHARGE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PY-AMOUNT
           MOVE 'FIN' TO PY-REC-TYPE
           WRITE PAYMENT-LINE FROM PAYMENT-DETAIL
           MOVE SPACES TO AR-OPEN-DATA
           MOVE ZERO TO AO-INVOICE-NUM
           MOVE WC-ID-NUM(WS-CUST-I) TO AO-ID-NUM
           MOVE WS-TODAY TO AO-DATE
           MOVE WS-TODAY TO AO-DUE-DATE
           MOVE 'FIN' TO AO-ITEM-TYPE
           MOVE WS-CHARGE TO AO-AMOUNT
           MOVE ZERO TO AO-PAID
           MOVE 'O' TO AO-STATUS
           WRITE AR-OPEN-DATA.

       PRINT-REGISTER-LINE.
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE WC-ID-NUM(WS-CUST-I) TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           MOVE WC-ID-NUM(WS-CUST-I) TO RDL-ID-NUM
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
              MOVE SPACES TO RDL-NAME
              STRING FUNCTION TRIM(LAST-NAME) DELIMITED BY SIZE
                 ', ' DELIMITED BY SIZE
                 FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
                 INTO RDL-NAME
           ELSE
              MOVE '** NOT ON FILE **' TO RDL-NAME
           END-IF
           MOVE WC-ITEM-COUNT(WS-CUST-I) TO RDL-ITEMS
           MOVE WS-BASE TO RDL-BASE
           MOVE WS-CHARGE TO RDL-CHARGE
           WRITE PRINT-LINE FROM REGISTER-DETAIL-LINE.

      *    CREATES THE BALANCE FILE ON FIRST EVER USE, SAME WAY
      *    MAINCUSTOMERADD BOOTSTRAPS THE CUSTOMER INDEX
       OPEN-AR-BALANCE-FILE.
           OPEN I-O AR-BALANCE-FILE
           IF WS-ARBAL-STATUS IS EQUAL TO '35'
              OPEN OUTPUT AR-BALANCE-FILE
              CLOSE AR-BALANCE-FILE
              OPEN I-O AR-BALANCE-FILE
           END-IF.
