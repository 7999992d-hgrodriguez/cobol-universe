       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINCHGAPPROVE.

      *    FOUR-EYES APPROVAL SCREEN OVER pendchg.dat: CREDIT-LIMIT
      *    RAISES, LIST-PRICE CUTS AND CONTRACT PRICES THAT FOUREYES
      *    HELD BACK FROM MAINCUSTOMERINTERACTIVE, MAINPRICEMAINT AND
      *    MAINCONTRACTMAINT WAIT HERE FOR A SECOND SUPERVISOR. ONLY
      *    A SUPERVISOR SIGN-ON GETS IN, AND NEVER THE ONE WHO RAISED
      *    THE CHANGE. AN APPROVED CHANGE IS APPLIED THEN AND THERE -
      *    THE CREDIT LIMIT REWRITTEN ON customers.txt, THE PRICE
      *    APPENDED TO pricehist.dat, THE CONTRACT SET ON
      *    contract.dat - AND EVERY APPROVAL OR REJECTION IS LOGGED ON
      *    seclog.dat AND ON customer.audit OR product.audit. THE
      *    DECIDED ROW STAYS ON pendchg.dat WITH WHO DECIDED AND WHEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-CHANGE-FILE ASSIGN TO 'pendchg.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PENDCHG-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO WS-ONLINE-PATH
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM
              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT CUSTOMER-AUDIT-LOG ASSIGN TO 'customer.audit'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRICE-HISTORY-FILE ASSIGN TO 'pricehist.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO 'contract.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTRACT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PEND-CHANGE-FILE.
       01 PEND-CHANGE-DATA      PIC X(131).

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

       FD CUSTOMER-AUDIT-LOG.
       01 AUDIT-LINE        PIC X(110).

       FD PRICE-HISTORY-FILE.
       01 PRICE-HISTORY-DATA.
          02 PH-PROD-CODE      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 PH-EFF-DATE       PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 PH-PRICE          PIC 9(4)V99.

       FD CONTRACT-FILE.
       01 CONTRACT-DATA.
          02 CT-ID-NUM         PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 CT-PROD-CODE      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 CT-START-DATE     PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 CT-END-DATE       PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 CT-PRICE          PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-PENDCHG-STATUS    PIC XX.
       01 WS-CUSTOMER-STATUS   PIC XX.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-CONTRACT-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-APPLIED           PIC X.
       01 WS-DECISION-TAG      PIC X(4).
       01 WS-TODAY             PIC 9(8).
       01 WS-ENTER-ID          PIC 9(6).
       01 WS-CONFIRM-ANSWER    PIC X.
       01 WS-LISTED-COUNT      PIC 9(4).
       01 WS-EDIT-VALUE        PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-PRICE        PIC Z,ZZ9.99.
       01 WS-CURRENT-DATE-DATA.
          02 WS-CURRENT-DATE     PIC 9(8).
          02 WS-CURRENT-TIME     PIC 9(6).
          02 FILLER              PIC X(7).
      *    SIGNED-ON OPERATOR - ONLY A SUPERVISOR MAY DECIDE, AND
      *    NOT ON A CHANGE THEY RAISED THEMSELVES
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-SUPERVISOR             VALUE 'S'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED DSNRESOLVE SUBPROGRAM,
      *    AND THE RESOLVED CUSTOMER MASTER PATH
       01 WS-DSN-LOGICAL        PIC X(12).
       01 WS-DSN-PATH           PIC X(60).
       01 WS-ONLINE-PATH        PIC X(60) VALUE 'customers.txt'.
      *    PARAMETERS PASSED TO THE SHARED SECLOG SUBPROGRAM
       01 WS-SE-OPERATOR       PIC X(8).
       01 WS-SE-PROGRAM        PIC X(12) VALUE 'MAINCHGAPPRV'.
       01 WS-SE-EVENT          PIC X(12).
       01 WS-SE-DETAIL         PIC X(20).
      *    PARAMETERS PASSED TO THE SHARED PRODAUDIT SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-PA-OPERATOR       PIC X(8).
       01 WS-PA-PROD-CODE      PIC X(10).
       01 WS-PA-FIELD          PIC X(12).
       01 WS-PA-BEFORE         PIC X(14).
       01 WS-PA-AFTER          PIC X(14).
      *    SAME customer.audit LAYOUT AS MAINCUSTOMERINTERACTIVE - A
      *    CREDIT-LIMIT DECISION IS A 'LIMIT' LINE WITH THE BEFORE
      *    AND AFTER LIMITS IN THE NAME COLUMNS
       01 AUDIT-DETAIL.
          02 AUD-DATE          PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 AUD-TIME          PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 AUD-OPERATION     PIC X(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 AUD-ID-NUM        PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 AUD-BEFORE-NAME   PIC X(31).
          02 FILLER            PIC X     VALUE SPACE.
          02 AUD-AFTER-NAME    PIC X(31).
          02 FILLER            PIC X     VALUE SPACE.
          02 AUD-RESULT        PIC X(7).
          02 FILLER            PIC X     VALUE SPACE.
          02 AUD-OPERATOR      PIC X(8).

      *    THE WHOLE OF pendchg.dat, DECIDED ROWS INCLUDED, REWRITTEN
      *    AFTER EVERY DECISION; EACH ROW IS LOOKED AT THROUGH
      *    WS-PC-WORK
       01 WS-PC-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-PC-TABLE.
          02 WS-PC-ROW OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-PC-COUNT      PIC X(131).
       01 WS-PC-I              PIC 9(4).
       01 WS-PC-WORK.
          COPY PEND-CHANGE.

      *    contract.dat, LOADED ONLY TO APPLY AN APPROVED CONTRACT
       01 WS-CONTRACT-COUNT    PIC 9(3)  VALUE ZERO.
       01 WS-CONTRACT-TABLE.
          02 WS-CONTRACT-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-CONTRACT-COUNT.
             03 WK-ID-NUM             PIC 9(5).
             03 WK-PROD-CODE          PIC X(10).
             03 WK-START-DATE         PIC 9(8).
             03 WK-END-DATE           PIC 9(8).
             03 WK-PRICE              PIC 9(4)V99.
       01 WS-CONTRACT-I        PIC 9(3).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           PERFORM RESOLVE-DATASET-PATHS.
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           IF NOT OPER-SUPERVISOR
              DISPLAY 'CHGAPPR: only a supervisor may approve or '
                 'reject held changes'
              STOP RUN
           END-IF.
           PERFORM LOAD-CHANGE-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Held Change Approval"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Pending Changes"
                   DISPLAY "2) Approve a Change"
                   DISPLAY "3) Reject a Change"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-PENDING-CHANGES
                   WHEN '2'
                        PERFORM APPROVE-CHANGE
                   WHEN '3'
                        PERFORM REJECT-CHANGE
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-CHANGE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-PC-COUNT
           OPEN INPUT PEND-CHANGE-FILE
           IF WS-PENDCHG-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'CHGAPPR: pendchg.dat not found - no changes '
                 'are waiting'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PEND-CHANGE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-PC-COUNT IS EQUAL TO 2000
                            DISPLAY 'CHGAPPR: more than 2000 rows on '
                               'pendchg.dat - table is full'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-PC-COUNT
                         MOVE PEND-CHANGE-DATA TO
                            WS-PC-ROW(WS-PC-COUNT)
                      END-READ
              END-PERFORM
              CLOSE PEND-CHANGE-FILE
           END-IF.

       SAVE-CHANGE-TABLE.
           OPEN OUTPUT PEND-CHANGE-FILE
           PERFORM VARYING WS-PC-I FROM 1 BY 1
              UNTIL WS-PC-I > WS-PC-COUNT
                   MOVE WS-PC-ROW(WS-PC-I) TO PEND-CHANGE-DATA
                   WRITE PEND-CHANGE-DATA
           END-PERFORM
           CLOSE PEND-CHANGE-FILE.

       LIST-PENDING-CHANGES.
           DISPLAY " "
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM VARYING WS-PC-I FROM 1 BY 1
              UNTIL WS-PC-I > WS-PC-COUNT
                   MOVE WS-PC-ROW(WS-PC-I) TO WS-PC-WORK
                   IF PD-PENDING
                      IF WS-LISTED-COUNT IS EQUAL TO ZERO
                         DISPLAY "CHANGE TYP CUST  PRODUCT    "
                            "        BEFORE         AFTER "
                            "RAISED BY"
                      END-IF
                      PERFORM SHOW-ONE-CHANGE
                      ADD 1 TO WS-LISTED-COUNT
                   END-IF
           END-PERFORM
           IF WS-LISTED-COUNT IS EQUAL TO ZERO
              DISPLAY "CHGAPPR: no changes are waiting for approval"
           END-IF.

       SHOW-ONE-CHANGE.
           MOVE PD-BEFORE-VALUE TO WS-EDIT-VALUE
           DISPLAY PD-CHANGE-ID " " PD-TYPE " " PD-ID-NUM " "
              PD-PROD-CODE " " WS-EDIT-VALUE " " WITH NO ADVANCING
           MOVE PD-AFTER-VALUE TO WS-EDIT-VALUE
           DISPLAY WS-EDIT-VALUE " " PD-REQUESTER
           DISPLAY "       " PD-REASON " RAISED " PD-REQ-DATE
              WITH NO ADVANCING
           IF PD-LIST-PRICE
              DISPLAY " EFFECTIVE " PD-EFF-DATE
           ELSE
              IF PD-CONTRACT-PRICE
                 DISPLAY " FROM " PD-EFF-DATE " TO " PD-END-DATE
              ELSE
                 DISPLAY " "
              END-IF
           END-IF.

      *    LOOKS UP THE KEYED CHANGE NUMBER - FOUND ONLY IF IT IS
      *    STILL PENDING AND WAS RAISED BY SOMEONE ELSE
       TAKE-CHANGE-NUMBER.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Change number: " WITH NO ADVANCING
           ACCEPT WS-ENTER-ID
           PERFORM VARYING WS-PC-I FROM 1 BY 1
              UNTIL WS-PC-I > WS-PC-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                   MOVE WS-PC-ROW(WS-PC-I) TO WS-PC-WORK
                   IF PD-CHANGE-ID IS EQUAL TO WS-ENTER-ID
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-PC-I
           END-IF
           EVALUATE TRUE
           WHEN WS-FOUND IS EQUAL TO 'N'
                DISPLAY "CHGAPPR: no such change on file"
           WHEN NOT PD-PENDING
                DISPLAY "CHGAPPR: change " PD-CHANGE-ID
                   " was already decided by " PD-DECIDER
                MOVE 'N' TO WS-FOUND
           WHEN PD-REQUESTER IS EQUAL TO WS-OPERATOR-ID
                DISPLAY "CHGAPPR: you raised change " PD-CHANGE-ID
                   " - a different supervisor must decide it"
                MOVE 'N' TO WS-FOUND
           WHEN OTHER
                PERFORM SHOW-ONE-CHANGE
                DISPLAY "Confirm (Y/N): " WITH NO ADVANCING
                ACCEPT WS-CONFIRM-ANSWER
                IF WS-CONFIRM-ANSWER IS NOT EQUAL TO 'Y' AND
                   WS-CONFIRM-ANSWER IS NOT EQUAL TO 'y'
                   DISPLAY "CHGAPPR: nothing decided"
                   MOVE 'N' TO WS-FOUND
                END-IF
           END-EVALUATE.

       APPROVE-CHANGE.
           DISPLAY " "
           DISPLAY "APPROVE: " WITH NO ADVANCING
           PERFORM TAKE-CHANGE-NUMBER
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE 'N' TO WS-APPLIED
              EVALUATE TRUE
              WHEN PD-CREDIT-LIMIT
                   PERFORM APPLY-CREDIT-LIMIT
              WHEN PD-LIST-PRICE
                   PERFORM APPLY-LIST-PRICE
              WHEN PD-CONTRACT-PRICE
                   PERFORM APPLY-CONTRACT-PRICE
              WHEN OTHER
                   DISPLAY "APPROVE: unknown change type " PD-TYPE
              END-EVALUATE
              IF WS-APPLIED IS EQUAL TO 'Y'
                 SET PD-APPROVED TO TRUE
                 MOVE 'CHG-APPROVED' TO WS-SE-EVENT
                 PERFORM RECORD-DECISION
                 DISPLAY "APPROVE: change " PD-CHANGE-ID
                    " approved and applied"
              END-IF
           END-IF.

       REJECT-CHANGE.
           DISPLAY " "
           DISPLAY "REJECT: " WITH NO ADVANCING
           PERFORM TAKE-CHANGE-NUMBER
           IF WS-FOUND IS EQUAL TO 'Y'
              EVALUATE TRUE
              WHEN PD-CREDIT-LIMIT
                   MOVE 'REJECTD' TO AUD-RESULT
                   PERFORM WRITE-LIMIT-AUDIT
              WHEN OTHER
                   MOVE 'REJ ' TO WS-DECISION-TAG
                   PERFORM SET-PRODUCT-AUDIT-FIELD
                   PERFORM CALL-PRODAUDIT
              END-EVALUATE
              SET PD-REJECTED TO TRUE
              MOVE 'CHG-REJECTED' TO WS-SE-EVENT
              PERFORM RECORD-DECISION
              DISPLAY "REJECT: change " PD-CHANGE-ID " rejected, "
                 "nothing applied"
           END-IF.

      *    STAMPS THE DECISION ON THE ROW, REWRITES pendchg.dat AND
      *    LOGS THE DECISION UNDER THE DECIDING SUPERVISOR
       RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO PD-DECIDER
           MOVE FUNCTION CURRENT-DATE(1:8) TO PD-DECIDE-DATE
           MOVE WS-PC-WORK TO WS-PC-ROW(WS-PC-I)
           PERFORM SAVE-CHANGE-TABLE
           MOVE WS-OPERATOR-ID TO WS-SE-OPERATOR
           MOVE SPACES TO WS-SE-DETAIL
           STRING PD-TYPE ' CHANGE ' PD-CHANGE-ID
              DELIMITED BY SIZE INTO WS-SE-DETAIL
           CALL 'SECLOG' USING
              BY REFERENCE WS-SE-OPERATOR,
              BY REFERENCE WS-SE-PROGRAM,
              BY REFERENCE WS-SE-EVENT,
              BY REFERENCE WS-SE-DETAIL
           END-CALL
           CONTINUE.

      *    THE LIMIT IS ONLY REWRITTEN IF IT STILL STANDS WHERE IT
      *    DID WHEN THE CHANGE WAS RAISED - OTHERWISE THE REQUEST IS
      *    STALE AND SHOULD BE REJECTED AND RE-KEYED
       APPLY-CREDIT-LIMIT.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS IS NOT EQUAL TO '00'
              DISPLAY "APPROVE: customer master is not usable, "
                 "nothing applied"
           ELSE
              MOVE PD-ID-NUM TO ID-NUM
              READ CUSTOMER-FILE
              INVALID KEY
                      DISPLAY "APPROVE: customer " PD-ID-NUM
                         " is no longer on file, nothing applied"
              NOT INVALID KEY
                      IF CREDIT-LIMIT IS NOT EQUAL TO
                         PD-BEFORE-VALUE
                         MOVE CREDIT-LIMIT TO WS-EDIT-VALUE
                         DISPLAY "APPROVE: the limit is now "
                            WS-EDIT-VALUE " - changed since the "
                            "request, reject it and re-key"
                      ELSE
                         MOVE PD-AFTER-VALUE TO CREDIT-LIMIT
                         MOVE FUNCTION CURRENT-DATE(1:14)
                            TO UPDATE-STAMP
                         REWRITE CUSTOMER-DATA
                         INVALID KEY
                                 DISPLAY "APPROVE: customer was not "
                                    "updated"
                         NOT INVALID KEY
                                 MOVE 'Y' TO WS-APPLIED
                                 MOVE 'APPROVD' TO AUD-RESULT
                                 PERFORM WRITE-LIMIT-AUDIT
                         END-REWRITE
                      END-IF
              END-READ
              CLOSE CUSTOMER-FILE
           END-IF.

      *    AN EFFECTIVE DATE THAT PASSED WHILE THE CHANGE WAITED IS
      *    BROUGHT UP TO TODAY, THE EARLIEST MAINPRICEMAINT ALLOWS
       APPLY-LIST-PRICE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN EXTEND PRICE-HISTORY-FILE
           IF WS-HISTORY-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT PRICE-HISTORY-FILE
           END-IF
           MOVE SPACES TO PRICE-HISTORY-DATA
           MOVE PD-PROD-CODE TO PH-PROD-CODE
           IF PD-EFF-DATE IS LESS THAN WS-TODAY
              MOVE WS-TODAY TO PH-EFF-DATE
           ELSE
              MOVE PD-EFF-DATE TO PH-EFF-DATE
           END-IF
           MOVE PD-AFTER-VALUE TO PH-PRICE
           WRITE PRICE-HISTORY-DATA
           CLOSE PRICE-HISTORY-FILE
           MOVE 'Y' TO WS-APPLIED
           MOVE 'APPR' TO WS-DECISION-TAG
           PERFORM SET-PRODUCT-AUDIT-FIELD
           PERFORM CALL-PRODAUDIT
           MOVE PD-AFTER-VALUE TO WS-EDIT-PRICE
           DISPLAY "APPROVE: " WS-EDIT-PRICE " takes effect "
              PH-EFF-DATE " for " PD-PROD-CODE.

      *    SETS OR REPLACES THE CUSTOMER/PRODUCT CONTRACT THE SAME WAY
      *    MAINCONTRACTMAINT'S STORE DOES
       APPLY-CONTRACT-PRICE.
           PERFORM LOAD-CONTRACT-TABLE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CONTRACT-I FROM 1 BY 1
              UNTIL WS-CONTRACT-I > WS-CONTRACT-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WK-ID-NUM(WS-CONTRACT-I) IS EQUAL TO
                      PD-ID-NUM AND
                      WK-PROD-CODE(WS-CONTRACT-I) IS EQUAL TO
                      PD-PROD-CODE
                      MOVE PD-EFF-DATE TO
                         WK-START-DATE(WS-CONTRACT-I)
                      MOVE PD-END-DATE TO WK-END-DATE(WS-CONTRACT-I)
                      MOVE PD-AFTER-VALUE TO WK-PRICE(WS-CONTRACT-I)
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-CONTRACT-COUNT IS EQUAL TO 500
                 DISPLAY "APPROVE: contract table is full, nothing "
                    "applied"
              ELSE
                 ADD 1 TO WS-CONTRACT-COUNT
                 MOVE PD-ID-NUM TO WK-ID-NUM(WS-CONTRACT-COUNT)
                 MOVE PD-PROD-CODE TO
                    WK-PROD-CODE(WS-CONTRACT-COUNT)
                 MOVE PD-EFF-DATE TO
                    WK-START-DATE(WS-CONTRACT-COUNT)
                 MOVE PD-END-DATE TO WK-END-DATE(WS-CONTRACT-COUNT)
                 MOVE PD-AFTER-VALUE TO WK-PRICE(WS-CONTRACT-COUNT)
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-IF
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM SAVE-CONTRACT-TABLE
              MOVE 'Y' TO WS-APPLIED
              MOVE 'APPR' TO WS-DECISION-TAG
              PERFORM SET-PRODUCT-AUDIT-FIELD
              PERFORM CALL-PRODAUDIT
           END-IF.

       LOAD-CONTRACT-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-CONTRACT-COUNT
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CONTRACT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-CONTRACT-COUNT
                         MOVE CT-ID-NUM TO
                            WK-ID-NUM(WS-CONTRACT-COUNT)
                         MOVE CT-PROD-CODE TO
                            WK-PROD-CODE(WS-CONTRACT-COUNT)
                         MOVE CT-START-DATE TO
                            WK-START-DATE(WS-CONTRACT-COUNT)
                         MOVE CT-END-DATE TO
                            WK-END-DATE(WS-CONTRACT-COUNT)
                         MOVE CT-PRICE TO
                            WK-PRICE(WS-CONTRACT-COUNT)
                      END-READ
              END-PERFORM
              CLOSE CONTRACT-FILE
           END-IF.

       SAVE-CONTRACT-TABLE.
           OPEN OUTPUT CONTRACT-FILE
           PERFORM VARYING WS-CONTRACT-I FROM 1 BY 1
              UNTIL WS-CONTRACT-I > WS-CONTRACT-COUNT
                   MOVE SPACES TO CONTRACT-DATA
                   MOVE WK-ID-NUM(WS-CONTRACT-I) TO CT-ID-NUM
                   MOVE WK-PROD-CODE(WS-CONTRACT-I) TO CT-PROD-CODE
                   MOVE WK-START-DATE(WS-CONTRACT-I) TO
                      CT-START-DATE
                   MOVE WK-END-DATE(WS-CONTRACT-I) TO CT-END-DATE
                   MOVE WK-PRICE(WS-CONTRACT-I) TO CT-PRICE
                   WRITE CONTRACT-DATA
           END-PERFORM
           CLOSE CONTRACT-FILE.

      *    A CREDIT-LIMIT DECISION ON customer.audit, UNDER THE
      *    DECIDING SUPERVISOR - AUD-RESULT IS SET BY THE CALLER
       WRITE-LIMIT-AUDIT.
           OPEN EXTEND CUSTOMER-AUDIT-LOG
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE WS-CURRENT-TIME TO AUD-TIME
           MOVE 'LIMIT ' TO AUD-OPERATION
           MOVE PD-ID-NUM TO AUD-ID-NUM
           MOVE PD-BEFORE-VALUE TO WS-EDIT-VALUE
           MOVE SPACES TO AUD-BEFORE-NAME
           STRING 'LIMIT ' WS-EDIT-VALUE DELIMITED BY SIZE
              INTO AUD-BEFORE-NAME
           MOVE PD-AFTER-VALUE TO WS-EDIT-VALUE
           MOVE SPACES TO AUD-AFTER-NAME
           STRING 'LIMIT ' WS-EDIT-VALUE ' CHG ' PD-CHANGE-ID
              DELIMITED BY SIZE INTO AUD-AFTER-NAME
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           WRITE AUDIT-LINE FROM AUDIT-DETAIL
           CLOSE CUSTOMER-AUDIT-LOG.

      *    THE product.audit FIELD FOR A PRICE DECISION - 'PRICE' FOR
      *    A LIST PRICE, 'CT' AND THE CUSTOMER FOR A CONTRACT, THEN
      *    'APPR' OR 'REJ'
       SET-PRODUCT-AUDIT-FIELD.
           MOVE SPACES TO WS-PA-FIELD
           IF PD-LIST-PRICE
              STRING 'PRICE ' WS-DECISION-TAG DELIMITED BY SIZE
                 INTO WS-PA-FIELD
           ELSE
              STRING 'CT' PD-ID-NUM ' ' WS-DECISION-TAG
                 DELIMITED BY SIZE INTO WS-PA-FIELD
           END-IF.

       CALL-PRODAUDIT.
           MOVE WS-OPERATOR-ID TO WS-PA-OPERATOR
           MOVE PD-PROD-CODE TO WS-PA-PROD-CODE
           MOVE PD-BEFORE-VALUE TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE TO WS-PA-BEFORE
           MOVE PD-AFTER-VALUE TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE TO WS-PA-AFTER
           CALL 'PRODAUDIT' USING
              BY REFERENCE WS-PA-OPERATOR,
              BY REFERENCE WS-PA-PROD-CODE,
              BY REFERENCE WS-PA-FIELD,
              BY REFERENCE WS-PA-BEFORE,
              BY REFERENCE WS-PA-AFTER
           END-CALL
           CONTINUE.

       RESOLVE-DATASET-PATHS.
           MOVE 'CUSTONLINE  ' TO WS-DSN-LOGICAL
           MOVE WS-ONLINE-PATH TO WS-DSN-PATH
           CALL 'DSNRESOLVE' USING
              BY REFERENCE WS-DSN-LOGICAL,
              BY REFERENCE WS-DSN-PATH
           END-CALL
           MOVE WS-DSN-PATH TO WS-ONLINE-PATH
           CONTINUE.
