      *    INSTEAD OF BEING FIXED UP AFTERWARD WITH CREDIT MEMOS.
      *    SAME WHOLE-FILE-IN-A-TABLE SHAPE AS THE OTHER REFERENCE
      *    SCREENS, PLUS AN EXPIRING-CONTRACTS REPORT FOR THE SALES
      *    DESK. A CONTRACT PRICE UNDER THE MARGIN OVER UNIT-COST SET
      *    ON foureyes.ctl IS NOT SAVED BUT QUEUED THROUGH FOUREYES
      *    FOR A SECOND SUPERVISOR ON MAINCHGAPPROVE, AND NOTED ON
      *    product.audit. CHANGES NEED AN UPDATE SIGN-ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT EXPIRY-REPORT ASSIGN TO 'contractexp.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *       OPERATORS CANNOT SILENTLY CLOBBER EACH OTHER'S CHANGE
          02 UPDATE-STAMP  PIC 9(14).

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD EXPIRY-REPORT.
       01 PRINT-LINE            PIC X(80).

                               PIC 9(4)V99.
       01 WS-EDIT-PRICE        PIC Z,ZZ9.99.
       01 WS-LISTED-COUNT      PIC 9(3).
      *    SIGNED-ON OPERATOR - A VIEW-ONLY SIGN-ON MAY ONLY LIST AND
      *    REPORT
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED FOUREYES SUBPROGRAM
       01 WS-FE-FUNC           PIC X.
       01 WS-FE-PROGRAM        PIC X(12) VALUE 'MAINCONTRACT'.
       01 WS-FE-UNIT-COST      PIC 9(4)V99.
       01 WS-FE-CHANGE.
          COPY PEND-CHANGE.
       01 WS-FE-RESULT         PIC X.
      *    PARAMETERS PASSED TO THE SHARED PRODAUDIT SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-PA-OPERATOR       PIC X(8).
       01 WS-PA-PROD-CODE      PIC X(10).
       01 WS-PA-FIELD          PIC X(12).
       01 WS-PA-BEFORE         PIC X(14).
       01 WS-PA-AFTER          PIC X(14).

       01 WS-CONTRACT-COUNT    PIC 9(3)  VALUE ZERO.
       01 WS-CONTRACT-TABLE.
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
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT PRODUCT-FILE.
           PERFORM LOAD-CONTRACT-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   WHEN '1'
                        PERFORM LIST-CONTRACTS
                   WHEN '2'
                        IF OPER-VIEW-ONLY
                           DISPLAY "Your sign-on is view-only - "
                              "list and report only"
                        ELSE
                           PERFORM SET-CONTRACT
                        END-IF
                   WHEN '3'
                        IF OPER-VIEW-ONLY
                           DISPLAY "Your sign-on is view-only - "
                              "list and report only"
                        ELSE
                           PERFORM REMOVE-CONTRACT
                        END-IF
                   WHEN '4'
                        PERFORM EXPIRING-REPORT
                   WHEN '0'
                   END-EVALUATE
           END-PERFORM.
           CLOSE CUSTOMER-FILE.
           CLOSE PRODUCT-FILE.
           STOP RUN.

       LOAD-CONTRACT-TABLE.
                    DISPLAY "SET: end date before start date, "
                       "nothing recorded"
                 ELSE
                    PERFORM TEST-CONTRACT-PRICE
                    IF WS-FE-RESULT IS EQUAL TO 'Y'
                       PERFORM QUEUE-CONTRACT-PRICE
                    ELSE
                       PERFORM STORE-CONTRACT
                    END-IF
                 END-IF
              END-IF
           END-IF.
                 WS-ENTER-ID " product " WS-ENTER-CODE
           END-IF.

      *    ASKS FOUREYES WHETHER THE CONTRACT PRICE LEAVES TOO
      *    LITTLE MARGIN OVER THE PRODUCT'S UNIT-COST - THE BEFORE
      *    VALUE IS THE CONTRACT PRICE NOW ON FILE, ZERO IF NEW
       TEST-CONTRACT-PRICE.
           MOVE SPACES TO WS-FE-CHANGE
           SET PD-CONTRACT-PRICE OF WS-FE-CHANGE TO TRUE
           MOVE ZERO TO PD-BEFORE-VALUE OF WS-FE-CHANGE
           PERFORM VARYING WS-CONTRACT-I FROM 1 BY 1
              UNTIL WS-CONTRACT-I > WS-CONTRACT-COUNT
                   IF WK-ID-NUM(WS-CONTRACT-I) IS EQUAL TO
                      WS-ENTER-ID AND
                      WK-PROD-CODE(WS-CONTRACT-I) IS EQUAL TO
                      WS-ENTER-CODE
                      MOVE WK-PRICE(WS-CONTRACT-I) TO
                         PD-BEFORE-VALUE OF WS-FE-CHANGE
                   END-IF
           END-PERFORM
           MOVE WS-ENTER-PRICE TO PD-AFTER-VALUE OF WS-FE-CHANGE
           MOVE WS-ENTER-CODE TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE ZERO TO UNIT-COST
           END-READ
           MOVE UNIT-COST TO WS-FE-UNIT-COST
           MOVE '1' TO WS-FE-FUNC
           CALL 'FOUREYES' USING
              BY REFERENCE WS-FE-FUNC,
              BY REFERENCE WS-FE-PROGRAM,
              BY REFERENCE WS-FE-UNIT-COST,
              BY REFERENCE WS-FE-CHANGE,
              BY REFERENCE WS-FE-RESULT
           END-CALL.

      *    THE HELD CONTRACT GOES TO pendchg.dat INSTEAD OF
      *    contract.dat, AND A HELD LINE TO product.audit UNDER THE
      *    CUSTOMER ('CT' AND THE ID)
       QUEUE-CONTRACT-PRICE.
           DISPLAY "SET: this contract needs a second supervisor's "
              "approval - " PD-REASON OF WS-FE-CHANGE
           MOVE WS-ENTER-ID TO PD-ID-NUM OF WS-FE-CHANGE
           MOVE WS-ENTER-CODE TO PD-PROD-CODE OF WS-FE-CHANGE
           MOVE WS-ENTER-START TO PD-EFF-DATE OF WS-FE-CHANGE
           MOVE WS-ENTER-END TO PD-END-DATE OF WS-FE-CHANGE
           MOVE WS-OPERATOR-ID TO PD-REQUESTER OF WS-FE-CHANGE
           MOVE '2' TO WS-FE-FUNC
           CALL 'FOUREYES' USING
              BY REFERENCE WS-FE-FUNC,
              BY REFERENCE WS-FE-PROGRAM,
              BY REFERENCE WS-FE-UNIT-COST,
              BY REFERENCE WS-FE-CHANGE,
              BY REFERENCE WS-FE-RESULT
           END-CALL
           IF WS-FE-RESULT IS EQUAL TO 'Y'
              MOVE WS-OPERATOR-ID TO WS-PA-OPERATOR
              MOVE WS-ENTER-CODE TO WS-PA-PROD-CODE
              MOVE SPACES TO WS-PA-FIELD
              STRING 'CT' WS-ENTER-ID ' HELD' DELIMITED BY SIZE
                 INTO WS-PA-FIELD
              MOVE PD-BEFORE-VALUE OF WS-FE-CHANGE TO WS-EDIT-PRICE
              MOVE WS-EDIT-PRICE TO WS-PA-BEFORE
              MOVE WS-ENTER-PRICE TO WS-EDIT-PRICE
              MOVE WS-EDIT-PRICE TO WS-PA-AFTER
              CALL 'PRODAUDIT' USING
                 BY REFERENCE WS-PA-OPERATOR,
                 BY REFERENCE WS-PA-PROD-CODE,
                 BY REFERENCE WS-PA-FIELD,
                 BY REFERENCE WS-PA-BEFORE,
                 BY REFERENCE WS-PA-AFTER
              END-CALL
              DISPLAY "SET: queued for approval as change "
                 PD-CHANGE-ID OF WS-FE-CHANGE ", nothing saved yet"
           END-IF.

       REMOVE-CONTRACT.
           DISPLAY " "
           DISPLAY "DEL: Enter Customer ID: " WITH NO ADVANCING
