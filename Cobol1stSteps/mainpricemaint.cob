      *    KEEPS CHARGING THE PRICE IN FORCE. THE HISTORY ALSO ANSWERS
      *    'WHAT WAS THE PRICE LAST TUESDAY' DISPUTES, WHICH THE
      *    SINGLE LIVE UNIT-PRICE ON product.dat NEVER COULD.
      *    A PRICE CUT THAT LEAVES TOO LITTLE MARGIN OVER UNIT-COST
      *    (SEE foureyes.ctl) IS NOT RECORDED BUT QUEUED THROUGH
      *    FOUREYES FOR A SECOND SUPERVISOR ON MAINCHGAPPROVE, AND
      *    NOTED ON product.audit. CHANGES NEED AN UPDATE SIGN-ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-TODAY             PIC 9(8).
       01 WS-EDIT-PRICE        PIC Z,ZZ9.99.
       01 WS-LIST-COUNT        PIC 9(3).
      *    SIGNED-ON OPERATOR - A VIEW-ONLY SIGN-ON MAY ONLY LOOK AT
      *    THE HISTORY
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED FOUREYES SUBPROGRAM
       01 WS-FE-FUNC           PIC X.
       01 WS-FE-PROGRAM        PIC X(12) VALUE 'MAINPRICEMNT'.
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
           OPEN INPUT PRODUCT-FILE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        IF OPER-VIEW-ONLY
                           DISPLAY "Your sign-on is view-only - "
                              "price history only"
                        ELSE
                           PERFORM RECORD-PRICE-CHANGE
                        END-IF
                   WHEN '2'
                        PERFORM SHOW-PRICE-HISTORY
                   WHEN '0'
                    DISPLAY "PRICE: effective date is in the past, "
                       "nothing recorded"
                 ELSE
                    PERFORM TEST-PRICE-CHANGE
                    IF WS-FE-RESULT IS EQUAL TO 'Y'
                       PERFORM QUEUE-PRICE-CHANGE
                    ELSE
                       PERFORM WRITE-PRICE-HISTORY
                    END-IF
                 END-IF
               END-IF
              END-IF
           DISPLAY "PRICE: " WS-EDIT-PRICE " takes effect "
              WS-ENTER-DATE " for " PROD-CODE.

      *    ASKS FOUREYES WHETHER THE NEW PRICE, AGAINST THE LIST
      *    PRICE AND UNIT-COST, NEEDS A SECOND SUPERVISOR
       TEST-PRICE-CHANGE.
           MOVE SPACES TO WS-FE-CHANGE
           SET PD-LIST-PRICE OF WS-FE-CHANGE TO TRUE
           MOVE UNIT-PRICE TO PD-BEFORE-VALUE OF WS-FE-CHANGE
           MOVE WS-ENTER-PRICE TO PD-AFTER-VALUE OF WS-FE-CHANGE
           MOVE UNIT-COST TO WS-FE-UNIT-COST
           MOVE '1' TO WS-FE-FUNC
           CALL 'FOUREYES' USING
              BY REFERENCE WS-FE-FUNC,
              BY REFERENCE WS-FE-PROGRAM,
              BY REFERENCE WS-FE-UNIT-COST,
              BY REFERENCE WS-FE-CHANGE,
              BY REFERENCE WS-FE-RESULT
           END-CALL.

      *    THE HELD PRICE GOES TO pendchg.dat INSTEAD OF
      *    pricehist.dat, AND A 'PRICE HELD' LINE TO product.audit
       QUEUE-PRICE-CHANGE.
           DISPLAY "PRICE: this change needs a second supervisor's "
              "approval - " PD-REASON OF WS-FE-CHANGE
           MOVE ZERO TO PD-ID-NUM OF WS-FE-CHANGE
           MOVE PROD-CODE TO PD-PROD-CODE OF WS-FE-CHANGE
           MOVE WS-ENTER-DATE TO PD-EFF-DATE OF WS-FE-CHANGE
           MOVE ZERO TO PD-END-DATE OF WS-FE-CHANGE
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
              MOVE PROD-CODE TO WS-PA-PROD-CODE
              MOVE 'PRICE HELD  ' TO WS-PA-FIELD
              MOVE UNIT-PRICE TO WS-EDIT-PRICE
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
              DISPLAY "PRICE: queued for approval as change "
                 PD-CHANGE-ID OF WS-FE-CHANGE ", nothing recorded "
                 "yet"
           END-IF.

       SHOW-PRICE-HISTORY.
           DISPLAY " "
           DISPLAY "HIST: Enter Product Code: " WITH NO ADVANCING
