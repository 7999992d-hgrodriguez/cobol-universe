       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINWRITEOFF.

      *    RECEIVABLES WRITE-OFF, TWO WAYS:
      *      1) SMALL-BALANCE SWEEP - EVERY OPEN ITEM ON aropen.dat
      *         LEFT OWING NO MORE THAN THE TOLERANCE ON wof.ctl (THE
      *         FEW CENTS A SHORT PAYMENT LEAVES BEHIND) IS CLOSED SO
      *         IT STOPS AGING AND DRAWING DUNNING LETTERS. SMALL
      *         CREDITS ARE LEFT ALONE - THAT IS THE CUSTOMER'S MONEY.
      *      2) BAD DEBT - A SUPERVISOR CLOSES A CUSTOMER'S WHOLE OPEN
      *         BALANCE WITH ONE OF THE REASON CODES ON wof.ctl.
      *    EITHER WAY EACH CLOSED ITEM IS MATCHED BY A CLOSED 'WOF'
      *    ITEM, arbal.dat COMES DOWN BY THE SAME AMOUNT, A 'WOF' LINE
      *    GOES TO payment.dat SO THE STATEMENT AND MAINGLEXPORT SEE
      *    IT, THE WRITE-OFF IS LOGGED TO seclog.dat, AND THE
      *    AUDITORS' REGISTER PRINTS TO wof.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WOF-CONTROL-FILE ASSIGN TO 'wof.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AROPEN-STATUS.
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
           SELECT WOF-REPORT ASSIGN TO 'wof.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    'TOL' ROW: THE SMALL-BALANCE TOLERANCE AS RAW CENTS
      *    DIGITS ('TOL 000100' = 1.00). 'RSN' ROWS: THE BAD-DEBT
      *    REASON CODES A SUPERVISOR MAY CHOOSE FROM.
       FD WOF-CONTROL-FILE.
       01 WOF-CONTROL-DATA.
          02 WF-REC-TYPE       PIC X(3).
          02 FILLER            PIC X.
          02 WF-BODY           PIC X(36).
          02 WF-TOLERANCE-ROW REDEFINES WF-BODY.
             03 WF-TOLERANCE      PIC 9(4)V99.
             03 FILLER            PIC X(30).
          02 WF-REASON-ROW REDEFINES WF-BODY.
             03 WF-REASON-CODE    PIC X(8).
             03 FILLER            PIC X.
             03 WF-REASON-DESC    PIC X(25).
             03 FILLER            PIC X(2).

       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          COPY AR-OPEN-ITEM.

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

       FD WOF-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-ARBAL-STATUS      PIC XX.
       01 WS-PAYLOG-STATUS     PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-BALANCE-EXISTS    PIC X.
       01 WS-CONFIRM           PIC X.
       01 WS-ENTER-ID          PIC 9(5).
       01 WS-ENTER-REASON      PIC X(8).
       01 WS-TOLERANCE         PIC 9(4)V99 VALUE ZERO.
       01 WS-ITEM-RESIDUE      PIC S9(7)V99.
       01 WS-WOF-AMOUNT        PIC S9(7)V99.
       01 WS-CUST-WOF          PIC S9(7)V99.
       01 WS-RUN-WOF           PIC S9(8)V99.
       01 WS-CURRENT-ID        PIC 9(5).
       01 WS-ITEMS-CLOSED      PIC 9(5).
       01 WS-CUST-DONE         PIC 9(5).
       01 WS-REASON-CODE       PIC X(8).
       01 WS-EDIT-AMOUNT       PIC ZZZZZ9.99.
       01 WS-EDIT-TOTAL        PIC -Z,ZZZ,ZZ9.99.
      *    SIGNED-ON OPERATOR - THE SWEEP NEEDS UPDATE RIGHTS, A
      *    BAD-DEBT WRITE-OFF NEEDS A SUPERVISOR
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
          88 OPER-SUPERVISOR             VALUE 'S'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED SECLOG SUBPROGRAM - EVERY
      *    WRITE-OFF IS A PRIVILEGED EVENT
       01 WS-SE-OPERATOR       PIC X(8).
       01 WS-SE-PROGRAM        PIC X(12) VALUE 'MAINWRITEOFF'.
       01 WS-SE-EVENT          PIC X(12).
       01 WS-SE-DETAIL         PIC X(20).
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    SAME LINE LAYOUT MAINPAYMENTENTRY APPENDS - THE RECORD
      *    TYPE IS 'WOF' ON A WRITE-OFF
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

      *    THE WHOLE SUBLEDGER, HELD HERE SO THE CLOSED ITEMS CAN BE
      *    UPDATED AND THE FILE REWRITTEN AS ONE UNIT
       01 WS-ITEM-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-ITEM-TABLE.
          02 WS-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-ITEM-COUNT.
             03 WI-INVOICE-NUM        PIC 9(6).
             03 WI-ID-NUM             PIC 9(5).
             03 WI-DATE               PIC 9(8).
             03 WI-DUE-DATE           PIC 9(8).
             03 WI-ITEM-TYPE          PIC X(3).
             03 WI-AMOUNT             PIC S9(7)V99.
             03 WI-PAID               PIC S9(7)V99.
             03 WI-STATUS             PIC X.
             03 WI-TOUCHED            PIC X.
       01 WS-ITEM-I            PIC 9(4).
       01 WS-SCAN-I            PIC 9(4).
       01 WS-LOADED-COUNT      PIC 9(4).

       01 WS-REASON-COUNT      PIC 9(3)  VALUE ZERO.
       01 WS-REASON-TABLE.
          02 WS-REASON-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON WS-REASON-COUNT.
             03 WR-CODE               PIC X(8).
             03 WR-DESC               PIC X(25).
       01 WS-REASON-I          PIC 9(3).

       01 REPORT-HEADING.
          02 RH-TITLE           PIC X(32).
          02 FILLER             PIC X(4)  VALUE ' ON '.
          02 RH-DATE            PIC 9(8).
          02 FILLER             PIC X(5)  VALUE '  BY '.
          02 RH-OPERATOR        PIC X(8).
       01 REASON-HEADING.
          02 FILLER             PIC X(8)  VALUE 'REASON: '.
          02 RSH-CODE           PIC X(8).
          02 FILLER             PIC X     VALUE SPACE.
          02 RSH-DESC           PIC X(25).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(7)  VALUE 'ID'.
          02 FILLER             PIC X(8)  VALUE 'INVOICE'.
          02 FILLER             PIC X(9)  VALUE 'DATE'.
          02 FILLER             PIC X(5)  VALUE 'TYPE'.
          02 FILLER             PIC X(14) VALUE '  WRITTEN OFF'.
       01 WOF-DETAIL-LINE.
          02 WDL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 WDL-INVOICE-NUM    PIC 9(6).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 WDL-DATE           PIC 9(8).
          02 FILLER             PIC X     VALUE SPACE.
          02 WDL-ITEM-TYPE      PIC X(3).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 WDL-AMOUNT         PIC -Z,ZZZ,ZZ9.99.
       01 WOF-TOTAL-LINE.
          02 FILLER             PIC X(29) VALUE 'TOTAL WRITTEN OFF'.
          02 WTL-AMOUNT         PIC -Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 WTL-ITEMS          PIC ZZZZ9.
          02 FILLER             PIC X(9)  VALUE ' ITEM(S) '.

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           IF OPER-VIEW-ONLY
              DISPLAY 'WOF: your sign-on is view-only, write-offs '
                 'need update rights'
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-WOF-CONTROL.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Receivables Write-Off"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) Small-Balance Sweep"
                   DISPLAY "2) Bad-Debt Write-Off (supervisor)"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM SMALL-BALANCE-SWEEP
                   WHEN '2'
                        PERFORM BAD-DEBT-WRITE-OFF
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           CLOSE CUSTOMER-FILE.
           STOP RUN.

       LOAD-WOF-CONTROL.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WOF-CONTROL-FILE
           IF WS-CONTROL-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'WOF: wof.ctl not found - no tolerance and no '
                 'reason codes, nothing can be written off'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ WOF-CONTROL-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         EVALUATE WF-REC-TYPE
                         WHEN 'TOL'
                              MOVE WF-TOLERANCE TO WS-TOLERANCE
                         WHEN 'RSN'
                              IF WS-REASON-COUNT IS LESS THAN 50
                                 ADD 1 TO WS-REASON-COUNT
                                 MOVE WF-REASON-CODE TO
                                    WR-CODE(WS-REASON-COUNT)
                                 MOVE WF-REASON-DESC TO
                                    WR-DESC(WS-REASON-COUNT)
                              END-IF
                         WHEN OTHER
                              CONTINUE
                         END-EVALUATE
                      END-READ
              END-PERFORM
              CLOSE WOF-CONTROL-FILE
           END-IF.

       LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-ITEM-COUNT
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'WOF: aropen.dat not found - no invoices '
                 'have been issued yet'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-ITEM-COUNT IS EQUAL TO 5000
                            DISPLAY 'WOF: open-item table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-ITEM-COUNT
                         MOVE AO-INVOICE-NUM TO
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
                         MOVE AO-PAID TO WI-PAID(WS-ITEM-COUNT)
                         MOVE AO-STATUS TO WI-STATUS(WS-ITEM-COUNT)
                         MOVE 'N' TO WI-TOUCHED(WS-ITEM-COUNT)
                      END-READ
              END-PERFORM
              CLOSE AR-OPEN-FILE
           END-IF
           MOVE WS-ITEM-COUNT TO WS-LOADED-COUNT.

       REWRITE-OPEN-ITEMS.
           OPEN OUTPUT AR-OPEN-FILE
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-ITEM-COUNT
                   MOVE SPACES TO AR-OPEN-DATA
                   MOVE WI-INVOICE-NUM(WS-ITEM-I) TO AO-INVOICE-NUM
                   MOVE WI-ID-NUM(WS-ITEM-I) TO AO-ID-NUM
                   MOVE WI-DATE(WS-ITEM-I) TO AO-DATE
                   MOVE WI-DUE-DATE(WS-ITEM-I) TO AO-DUE-DATE
                   MOVE WI-ITEM-TYPE(WS-ITEM-I) TO AO-ITEM-TYPE
                   MOVE WI-AMOUNT(WS-ITEM-I) TO AO-AMOUNT
                   MOVE WI-PAID(WS-ITEM-I) TO AO-PAID
                   MOVE WI-STATUS(WS-ITEM-I) TO AO-STATUS
                   WRITE AR-OPEN-DATA
           END-PERFORM
           CLOSE AR-OPEN-FILE.

      *    THE SWEEP: ONE PASS OVER THE SUBLEDGER, CLOSING EVERY
      *    SMALL DEBIT RESIDUE, THEN ONE POSTING PER CUSTOMER
       SMALL-BALANCE-SWEEP.
           IF WS-TOLERANCE IS EQUAL TO ZERO
              DISPLAY 'SWEEP: no tolerance on wof.ctl, nothing to do'
           ELSE
              PERFORM LOAD-OPEN-ITEMS
              MOVE 'SMALL-BALANCE WRITE-OFF REGISTER' TO RH-TITLE
              PERFORM START-REGISTER
              MOVE ZERO TO WS-RUN-WOF WS-ITEMS-CLOSED WS-CUST-DONE
              PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                 UNTIL WS-ITEM-I > WS-LOADED-COUNT
                      IF WI-STATUS(WS-ITEM-I) IS EQUAL TO 'O'
                         COMPUTE WS-ITEM-RESIDUE =
                            WI-AMOUNT(WS-ITEM-I) - WI-PAID(WS-ITEM-I)
                         IF WS-ITEM-RESIDUE IS GREATER THAN ZERO AND
                            WS-ITEM-RESIDUE IS NOT GREATER THAN
                            WS-TOLERANCE
                            MOVE 'Y' TO WI-TOUCHED(WS-ITEM-I)
                         END-IF
                      END-IF
              END-PERFORM
              PERFORM VARYING WS-SCAN-I FROM 1 BY 1
                 UNTIL WS-SCAN-I > WS-LOADED-COUNT
                      IF WI-TOUCHED(WS-SCAN-I) IS EQUAL TO 'Y'
                         MOVE WI-ID-NUM(WS-SCAN-I) TO WS-CURRENT-ID
                         MOVE 'SMALL-BAL-WO' TO WS-SE-EVENT
                         PERFORM WRITE-OFF-ONE-CUSTOMER
                      END-IF
              END-PERFORM
              PERFORM FINISH-REGISTER
              IF WS-CUST-DONE IS GREATER THAN ZERO
                 PERFORM REWRITE-OPEN-ITEMS
              END-IF
              MOVE WS-RUN-WOF TO WS-EDIT-TOTAL
              DISPLAY 'SWEEP: ' WS-ITEMS-CLOSED ' item(s) for '
                 WS-CUST-DONE ' customer(s) written off, total '
                 WS-EDIT-TOTAL ' - see wof.rpt'
           END-IF.

      *    A SUPERVISOR WRITES OFF EVERYTHING A CUSTOMER STILL OWES -
      *    EVERY OPEN ITEM, CREDITS INCLUDED, SO THE ACCOUNT ENDS AT
      *    ZERO
       BAD-DEBT-WRITE-OFF.
           IF NOT OPER-SUPERVISOR
              DISPLAY 'BADDEBT: a bad-debt write-off needs a '
                 'supervisor sign-on'
           ELSE
              DISPLAY " "
              DISPLAY 'BADDEBT: Enter Customer ID: ' WITH NO ADVANCING
              ACCEPT WS-ENTER-ID
              MOVE 'Y' TO WS-CUSTOMER-EXISTS
              MOVE WS-ENTER-ID TO ID-NUM
              READ CUSTOMER-FILE
              INVALID KEY
                      MOVE 'N' TO WS-CUSTOMER-EXISTS
              END-READ
              IF WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
                 DISPLAY 'BADDEBT: Customer with this ID does not '
                    'exist'
              ELSE
                 PERFORM CONFIRM-BAD-DEBT
              END-IF
           END-IF.

       CONFIRM-BAD-DEBT.
           PERFORM LOAD-OPEN-ITEMS
           MOVE ZERO TO WS-CUST-WOF
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-LOADED-COUNT
                   IF WI-ID-NUM(WS-ITEM-I) IS EQUAL TO WS-ENTER-ID AND
                      WI-STATUS(WS-ITEM-I) IS EQUAL TO 'O'
                      COMPUTE WS-CUST-WOF = WS-CUST-WOF +
                         WI-AMOUNT(WS-ITEM-I) - WI-PAID(WS-ITEM-I)
                   END-IF
           END-PERFORM
           IF WS-CUST-WOF IS NOT GREATER THAN ZERO
              DISPLAY 'BADDEBT: customer ' WS-ENTER-ID
                 ' owes nothing, nothing to write off'
           ELSE
              MOVE WS-CUST-WOF TO WS-EDIT-TOTAL
              DISPLAY 'BADDEBT: open balance ' WS-EDIT-TOTAL
              PERFORM VARYING WS-REASON-I FROM 1 BY 1
                 UNTIL WS-REASON-I > WS-REASON-COUNT
                      DISPLAY 'BADDEBT:   ' WR-CODE(WS-REASON-I) ' '
                         WR-DESC(WS-REASON-I)
              END-PERFORM
              DISPLAY 'BADDEBT: Reason Code: ' WITH NO ADVANCING
              ACCEPT WS-ENTER-REASON
              MOVE FUNCTION UPPER-CASE(WS-ENTER-REASON)
                 TO WS-ENTER-REASON
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-REASON-I FROM 1 BY 1
                 UNTIL WS-REASON-I > WS-REASON-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WR-CODE(WS-REASON-I) IS EQUAL TO
                         WS-ENTER-REASON
                         MOVE 'Y' TO WS-FOUND
                         SUBTRACT 1 FROM WS-REASON-I
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'N'
                 DISPLAY 'BADDEBT: no such reason code on wof.ctl'
              ELSE
                 DISPLAY 'BADDEBT: Write off the whole balance? '
                    '(Y/N): ' WITH NO ADVANCING
                 ACCEPT WS-CONFIRM
                 IF WS-CONFIRM IS EQUAL TO 'Y' OR
                    WS-CONFIRM IS EQUAL TO 'y'
                    PERFORM POST-BAD-DEBT
                 ELSE
                    DISPLAY 'BADDEBT: nothing written off'
                 END-IF
              END-IF
           END-IF.

       POST-BAD-DEBT.
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-LOADED-COUNT
                   IF WI-ID-NUM(WS-ITEM-I) IS EQUAL TO WS-ENTER-ID AND
                      WI-STATUS(WS-ITEM-I) IS EQUAL TO 'O'
                      MOVE 'Y' TO WI-TOUCHED(WS-ITEM-I)
                   END-IF
           END-PERFORM
           MOVE 'BAD-DEBT WRITE-OFF REGISTER' TO RH-TITLE
           PERFORM START-REGISTER
           MOVE WR-CODE(WS-REASON-I) TO RSH-CODE
           MOVE WR-DESC(WS-REASON-I) TO RSH-DESC
           WRITE PRINT-LINE FROM REASON-HEADING
           MOVE ZERO TO WS-RUN-WOF WS-ITEMS-CLOSED WS-CUST-DONE
           MOVE WS-ENTER-ID TO WS-CURRENT-ID
           MOVE 'BAD-DEBT-WO ' TO WS-SE-EVENT
           PERFORM WRITE-OFF-ONE-CUSTOMER
           PERFORM FINISH-REGISTER
           PERFORM REWRITE-OPEN-ITEMS
           MOVE WS-RUN-WOF TO WS-EDIT-TOTAL
           DISPLAY 'BADDEBT: ' WS-EDIT-TOTAL ' written off for '
              'customer ' WS-ENTER-ID ' - see wof.rpt'.

      *    CLOSES EVERY TOUCHED ITEM OF WS-CURRENT-ID, MATCHES EACH
      *    WITH A CLOSED 'WOF' ITEM, AND POSTS THE CUSTOMER'S TOTAL
      *    ONCE TO THE BALANCE, THE PAYMENT LOG AND THE SECURITY LOG
       WRITE-OFF-ONE-CUSTOMER.
           MOVE ZERO TO WS-CUST-WOF
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-LOADED-COUNT
                   IF WI-ID-NUM(WS-ITEM-I) IS EQUAL TO WS-CURRENT-ID
                      AND WI-TOUCHED(WS-ITEM-I) IS EQUAL TO 'Y'
                      PERFORM CLOSE-ONE-ITEM
                   END-IF
           END-PERFORM
           IF WS-CUST-WOF IS NOT EQUAL TO ZERO
              PERFORM POST-CUSTOMER-WRITE-OFF
           END-IF
           ADD WS-CUST-WOF TO WS-RUN-WOF
           ADD 1 TO WS-CUST-DONE.

       CLOSE-ONE-ITEM.
           COMPUTE WS-WOF-AMOUNT =
              WI-AMOUNT(WS-ITEM-I) - WI-PAID(WS-ITEM-I)
           MOVE WI-AMOUNT(WS-ITEM-I) TO WI-PAID(WS-ITEM-I)
           MOVE 'C' TO WI-STATUS(WS-ITEM-I)
           MOVE 'N' TO WI-TOUCHED(WS-ITEM-I)
           ADD WS-WOF-AMOUNT TO WS-CUST-WOF
           ADD 1 TO WS-ITEMS-CLOSED
           MOVE WI-ID-NUM(WS-ITEM-I) TO WDL-ID-NUM
           MOVE WI-INVOICE-NUM(WS-ITEM-I) TO WDL-INVOICE-NUM
           MOVE WI-DATE(WS-ITEM-I) TO WDL-DATE
           MOVE WI-ITEM-TYPE(WS-ITEM-I) TO WDL-ITEM-TYPE
           MOVE WS-WOF-AMOUNT TO WDL-AMOUNT
           WRITE PRINT-LINE FROM WOF-DETAIL-LINE
           IF WS-ITEM-COUNT IS EQUAL TO 5000
              DISPLAY 'WOF: open-item table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WI-INVOICE-NUM(WS-ITEM-I) TO
              WI-INVOICE-NUM(WS-ITEM-COUNT)
           MOVE WI-ID-NUM(WS-ITEM-I) TO WI-ID-NUM(WS-ITEM-COUNT)
           MOVE WS-TODAY TO WI-DATE(WS-ITEM-COUNT)
           MOVE WS-TODAY TO WI-DUE-DATE(WS-ITEM-COUNT)
           MOVE 'WOF' TO WI-ITEM-TYPE(WS-ITEM-COUNT)
           COMPUTE WI-AMOUNT(WS-ITEM-COUNT) = 0 - WS-WOF-AMOUNT
           MOVE WI-AMOUNT(WS-ITEM-COUNT) TO WI-PAID(WS-ITEM-COUNT)
           MOVE 'C' TO WI-STATUS(WS-ITEM-COUNT)
           MOVE 'N' TO WI-TOUCHED(WS-ITEM-COUNT).

       POST-CUSTOMER-WRITE-OFF.
           PERFORM OPEN-AR-BALANCE-FILE
           MOVE 'Y' TO WS-BALANCE-EXISTS
           MOVE WS-CURRENT-ID TO AR-ID-NUM
           READ AR-BALANCE-FILE
           INVALID KEY
                   MOVE 'N' TO WS-BALANCE-EXISTS
           END-READ
           IF WS-BALANCE-EXISTS IS EQUAL TO 'N'
              MOVE WS-CURRENT-ID TO AR-ID-NUM
              MOVE ZERO TO AR-BALANCE
              SUBTRACT WS-CUST-WOF FROM AR-BALANCE
              WRITE AR-BALANCE-DATA
              INVALID KEY
                      DISPLAY 'WOF: balance record not written'
              END-WRITE
           ELSE
              SUBTRACT WS-CUST-WOF FROM AR-BALANCE
              REWRITE AR-BALANCE-DATA
              INVALID KEY
                      DISPLAY 'WOF: balance record not updated'
              END-REWRITE
           END-IF
           CLOSE AR-BALANCE-FILE
           OPEN EXTEND PAYMENT-LOG
           IF WS-PAYLOG-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT PAYMENT-LOG
           END-IF
           MOVE SPACES TO PAYMENT-DETAIL
           MOVE WS-TODAY TO PY-DATE
           MOVE WS-CURRENT-ID TO PY-ID-NUM
           MOVE WS-CUST-WOF TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PY-AMOUNT
           MOVE 'WOF' TO PY-REC-TYPE
           MOVE WS-OPERATOR-ID TO PY-OPERATOR
           MOVE FUNCTION CURRENT-DATE(9:6) TO PY-ENTRY-TIME
           WRITE PAYMENT-LINE FROM PAYMENT-DETAIL
           CLOSE PAYMENT-LOG
           MOVE WS-OPERATOR-ID TO WS-SE-OPERATOR
           MOVE SPACES TO WS-SE-DETAIL
           STRING 'CUST ' WS-CURRENT-ID ' ' WS-EDIT-AMOUNT
              DELIMITED BY SIZE INTO WS-SE-DETAIL
           CALL 'SECLOG' USING
              BY REFERENCE WS-SE-OPERATOR,
              BY REFERENCE WS-SE-PROGRAM,
              BY REFERENCE WS-SE-EVENT,
              BY REFERENCE WS-SE-DETAIL
           END-CALL.

      *    CREATES THE BALANCE FILE ON FIRST EVER USE, SAME WAY
      *    MAINCUSTOMERADD BOOTSTRAPS THE CUSTOMER INDEX
       OPEN-AR-BALANCE-FILE.
           OPEN I-O AR-BALANCE-FILE
           IF WS-ARBAL-STATUS IS EQUAL TO '35'
              OPEN OUTPUT AR-BALANCE-FILE
              CLOSE AR-BALANCE-FILE
              OPEN I-O AR-BALANCE-FILE
           END-IF.

       START-REGISTER.
           OPEN OUTPUT WOF-REPORT
           MOVE WS-TODAY TO RH-DATE
           MOVE WS-OPERATOR-ID TO RH-OPERATOR
           WRITE PRINT-LINE FROM REPORT-HEADING
           WRITE PRINT-LINE FROM COLUMN-HEADS.

      *    THE REGISTER IS KEPT RUN-STAMPED IN THE SPOOL - THE
      *    AUDITORS ASK FOR EVERY ONE OF THEM
       FINISH-REGISTER.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-RUN-WOF TO WTL-AMOUNT
           MOVE WS-ITEMS-CLOSED TO WTL-ITEMS
           WRITE PRINT-LINE FROM WOF-TOTAL-LINE
           CLOSE WOF-REPORT
           MOVE 'MAINWRITEOFF' TO WS-SP-PROGRAM
           MOVE 'wof.rpt' TO WS-SP-REPORT-NAME
           MOVE SPACES TO WS-SP-PARAMS
           STRING 'AS OF ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS
           MOVE WS-OPERATOR-ID TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
