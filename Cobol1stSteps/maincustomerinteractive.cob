       01 WS-ENTER-LIMIT REDEFINES WS-ENTER-LIMIT-X
                                  PIC 9(7)V99.
       01 WS-EDIT-LIMIT           PIC Z,ZZZ,ZZ9.99.
      *   A CREDIT-LIMIT RAISE OVER THE foureyes.ctl LIMIT IS NOT
      *   APPLIED HERE BUT QUEUED FOR A SECOND SUPERVISOR - THE
      *   LIMIT AS FIRST READ AND WHETHER THE KEYED ONE IS HELD
       01 WS-BEFORE-CREDIT-LIMIT  PIC 9(7)V99.
       01 WS-LIMIT-HELD           PIC X     VALUE 'N'.
      *   PARAMETERS PASSED TO THE SHARED FOUREYES SUBPROGRAM
       01 WS-FE-FUNC              PIC X.
       01 WS-FE-PROGRAM           PIC X(12) VALUE 'MAINCUSTINT '.
       01 WS-FE-UNIT-COST         PIC 9(4)V99 VALUE ZERO.
       01 WS-FE-CHANGE.
          COPY PEND-CHANGE.
       01 WS-FE-RESULT            PIC X.

       PROCEDURE DIVISION .

              "(000050000 = 500.00, 0 = cash only): "
              WITH NO ADVANCING.
           ACCEPT WS-ENTER-LIMIT-X.
           MOVE ZERO TO WS-BEFORE-CREDIT-LIMIT.
           IF WS-ENTER-LIMIT-X IS NUMERIC
              MOVE WS-ENTER-LIMIT TO CREDIT-LIMIT
              PERFORM TEST-CREDIT-LIMIT
           ELSE
              MOVE ZERO TO CREDIT-LIMIT
              MOVE 'N' TO WS-LIMIT-HELD
           END-IF.
           DISPLAY " "
           IF ID-NUM IS EQUAL TO ZERO OR ID-NUM IS EQUAL TO SPACES
                            MOVE 'OK     ' TO AUD-RESULT
                    END-WRITE
                    PERFORM WRITE-AUDIT-RECORD
                    IF AUD-RESULT IS EQUAL TO 'OK     ' AND
                       WS-LIMIT-HELD IS EQUAL TO 'Y'
                       PERFORM QUEUE-CREDIT-LIMIT
                    END-IF
                 END-IF
              END-IF
           END-IF.
                 WITH NO ADVANCING
              ACCEPT LAST-NAME
              MOVE CREDIT-LIMIT TO WS-EDIT-LIMIT
              MOVE CREDIT-LIMIT TO WS-BEFORE-CREDIT-LIMIT
              MOVE 'N' TO WS-LIMIT-HELD
              DISPLAY "UPD: Credit limit is " WS-EDIT-LIMIT
              DISPLAY "UPD: New Credit Limit, 9 digits "
                 "(blank = keep): " WITH NO ADVANCING
              ACCEPT WS-ENTER-LIMIT-X
              IF WS-ENTER-LIMIT-X IS NUMERIC
                 MOVE WS-ENTER-LIMIT TO CREDIT-LIMIT
                 PERFORM TEST-CREDIT-LIMIT
              END-IF
              MOVE SPACES TO AUD-BEFORE-NAME
              STRING WS-BEFORE-FIRST-NAME DELIMITED BY SIZE
                              MOVE 'OK     ' TO AUD-RESULT
                      END-REWRITE
                      PERFORM WRITE-AUDIT-RECORD
                      IF AUD-RESULT IS EQUAL TO 'OK     ' AND
                         WS-LIMIT-HELD IS EQUAL TO 'Y'
                         PERFORM QUEUE-CREDIT-LIMIT
                      END-IF
                   END-IF
           END-READ.

      *   ASKS FOUREYES WHETHER THE KEYED CREDIT LIMIT NEEDS A SECOND
      *   SUPERVISOR - IF SO THE RECORD KEEPS ITS OLD LIMIT AND THE
      *   NEW ONE IS QUEUED ONCE THE REST OF THE CHANGE IS SAVED
       TEST-CREDIT-LIMIT.
           MOVE SPACES TO WS-FE-CHANGE
           SET PD-CREDIT-LIMIT OF WS-FE-CHANGE TO TRUE
           MOVE WS-BEFORE-CREDIT-LIMIT TO
              PD-BEFORE-VALUE OF WS-FE-CHANGE
           MOVE CREDIT-LIMIT TO PD-AFTER-VALUE OF WS-FE-CHANGE
           MOVE '1' TO WS-FE-FUNC
           CALL 'FOUREYES' USING
              BY REFERENCE WS-FE-FUNC,
              BY REFERENCE WS-FE-PROGRAM,
              BY REFERENCE WS-FE-UNIT-COST,
              BY REFERENCE WS-FE-CHANGE,
              BY REFERENCE WS-FE-RESULT
           END-CALL
           MOVE WS-FE-RESULT TO WS-LIMIT-HELD
           IF WS-LIMIT-HELD IS EQUAL TO 'Y'
              MOVE WS-BEFORE-CREDIT-LIMIT TO CREDIT-LIMIT
              DISPLAY "Credit limit needs a second supervisor's "
                 "approval - "
                 PD-REASON OF WS-FE-CHANGE
           END-IF.

      *   QUEUES THE HELD CREDIT LIMIT ON pendchg.dat AND NOTES IT ON
      *   customer.audit AS A 'LIMIT' LINE WITH THE BEFORE AND AFTER
      *   LIMITS IN THE NAME COLUMNS
       QUEUE-CREDIT-LIMIT.
           MOVE ID-NUM TO PD-ID-NUM OF WS-FE-CHANGE
           MOVE ZERO TO PD-EFF-DATE OF WS-FE-CHANGE
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
              MOVE 'LIMIT ' TO AUD-OPERATION
              MOVE PD-BEFORE-VALUE OF WS-FE-CHANGE TO WS-EDIT-LIMIT
              MOVE SPACES TO AUD-BEFORE-NAME
              STRING 'LIMIT ' WS-EDIT-LIMIT DELIMITED BY SIZE
                 INTO AUD-BEFORE-NAME
              MOVE PD-AFTER-VALUE OF WS-FE-CHANGE TO WS-EDIT-LIMIT
              MOVE SPACES TO AUD-AFTER-NAME
              STRING 'LIMIT ' WS-EDIT-LIMIT ' CHG '
                 PD-CHANGE-ID OF WS-FE-CHANGE
                 DELIMITED BY SIZE INTO AUD-AFTER-NAME
              MOVE 'HELD   ' TO AUD-RESULT
              PERFORM WRITE-AUDIT-RECORD
              DISPLAY "Credit limit queued for approval as change "
                 PD-CHANGE-ID OF WS-FE-CHANGE
           END-IF.


       GET-CUSTOMER.
           MOVE 'Y' TO CUSTOMER-EXISTS.
