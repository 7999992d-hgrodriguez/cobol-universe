      *    THINKING AS THE RECONCILE CHECKPOINT, LIFTED TO THE WHOLE
      *    STREAM. A FULLY SUCCESSFUL RUN CLEARS THE LOG SO THE NEXT
      *    NIGHT STARTS FRESH.
      *    EACH runstream.ctl LINE ALSO CARRIES A FREQUENCY CODE
      *    (SEE STEPDUE: EVERY NIGHT, BUSINESS DAYS, WEEKLY ON A
      *    WEEKDAY, LAST OR FIRST BUSINESS DAY OF THE PERIOD) AND
      *    ONLY THE STEPS DUE ON THE RUN DATE ARE RUN - THE REST ARE
      *    LOGGED 'SKIPPED' WITH THE REASON, AND THOSE LINES ARE ALL
      *    A CLEAN NIGHT LEAVES IN THE LOG. THE RUN DATE IS TODAY,
      *    OR ON A RESTART THE DATE THE FAILED RUN STARTED, SO A
      *    RERUN AFTER MIDNIGHT STILL RUNS THE NIGHT IT IS FINISHING.
      *    A LINE IN THE OLD LAYOUT (A ./ OR / COMMAND STRAIGHT AFTER
      *    THE STEP NAME) RUNS EVERY NIGHT. MAINRUNPREVIEW LISTS
      *    WHAT WOULD RUN ON ANY DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
          02 RC-STEP-NAME      PIC X(12).
          02 RC-SCHEDULE.
      *          STEPDUE FREQUENCY CODE - D, B, W1-W7, LBD, FBD
             03 RC-FREQUENCY   PIC X(4).
             03 FILLER         PIC X.
             03 RC-COMMAND     PIC X(60).
      *       A LINE WITHOUT A FREQUENCY - THE COMMAND STARTS RIGHT
      *       AFTER THE STEP NAME
          02 RC-OLD-LAYOUT REDEFINES RC-SCHEDULE.
             03 RC-OLD-COMMAND PIC X(65).

       FD JOB-LOG-FILE.
       01 JOB-LOG-RECORD.
          02 FILLER            PIC X     VALUE SPACE.
          02 JL-RETURN-CODE    PIC 9(4).
          02 FILLER            PIC X     VALUE SPACE.
      *       COMPLETE, WARNING, FAILED OR SKIPPED
          02 JL-STATUS         PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
      *       WHY A SKIPPED STEP WAS NOT DUE
          02 JL-REASON         PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-STEP-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-RUN-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-SKIP-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-NOT-DUE-COUNT     PIC 9(3)  VALUE ZERO.
       01 WS-FREQUENCY         PIC X(4).
      *    THE NIGHT BEING RUN - TODAY, OR THE FIRST START DATE ON A
      *    PRIOR LOG BEING RESTARTED
       01 WS-RUN-DATE          PIC 9(8)  VALUE ZERO.
       01 WS-STEP-DUE          PIC X.
       01 WS-RESTARTING        PIC X     VALUE 'N'.
       01 WS-NOT-DUE-REASON    PIC X(30).
       01 WS-COMMAND           PIC X(60).
       01 WS-STEP-NAME         PIC X(12).
       01 WS-START-STAMP       PIC 9(14).
          02 WS-DONE-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-DONE-COUNT.
             03 WN-STEP-NAME          PIC X(12).
      *    THE SKIPPED LINES OF A CLEAN NIGHT, PUT BACK WHEN THE
      *    STEP RESULTS ARE CLEARED
       01 WS-KEPT-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-KEPT-TABLE.
          02 WS-KEPT-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-KEPT-COUNT.
             03 WK-LOG-LINE           PIC X(87).

       PROCEDURE DIVISION .
           PERFORM LOAD-PRIOR-JOB-LOG.
           IF WS-RUN-DATE IS EQUAL TO ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           DISPLAY 'STREAM: run date ' WS-RUN-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-CONTROL-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'STREAM: runstream.ctl not found, nothing run'
           ELSE
      *       ONLY A RESTART CARRIES THE OLD LOG ON - OTHERWISE IT
      *       HOLDS NOTHING BUT LAST NIGHT'S SKIPPED LINES
              IF WS-RESTARTING IS EQUAL TO 'Y'
                 OPEN EXTEND JOB-LOG-FILE
                 IF WS-JOBLOG-STATUS IS NOT EQUAL TO '00'
                    OPEN OUTPUT JOB-LOG-FILE
                 END-IF
              ELSE
                 OPEN OUTPUT JOB-LOG-FILE
              END-IF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y' OR
      *          FAILED NIGHT MUST NOT LOOK CLEAN
                 MOVE 8 TO RETURN-CODE
              ELSE
      *          A CLEAN NIGHT - WIPE THE STEP RESULTS SO THE NEXT
      *          RUN STARTS THE WHOLE STREAM OVER, KEEPING ONLY THE
      *          RECORD OF WHAT WAS NOT DUE
                 PERFORM KEEP-SKIPPED-LINES
                 DISPLAY 'STREAM: all ' WS-STEP-COUNT ' step(s) '
                    'complete (' WS-SKIP-COUNT ' skipped as '
                    'already done, ' WS-NOT-DUE-COUNT ' not due)'
              END-IF
           END-IF.
           STOP RUN.
                      NOT AT END
      *                  A WARNING STEP DID ITS WORK - RERUNNING IT
      *                  WOULD DOUBLE-POST, SO IT SKIPS LIKE COMPLETE
      *                  A STEP ALREADY FOUND NOT DUE STAYS SETTLED
      *                  TOO, SO IT IS NOT LOGGED A SECOND TIME
                         IF WS-RUN-DATE IS EQUAL TO ZERO
                            MOVE JL-START-STAMP(1:8) TO WS-RUN-DATE
                         END-IF
                         IF JL-STATUS IS NOT EQUAL TO 'SKIPPED '
                            MOVE 'Y' TO WS-RESTARTING
                         END-IF
                         IF JL-STATUS IS EQUAL TO 'COMPLETE' OR
                            JL-STATUS IS EQUAL TO 'WARNING ' OR
                            JL-STATUS IS EQUAL TO 'SKIPPED '
                            ADD 1 TO WS-DONE-COUNT
                            MOVE JL-STEP-NAME TO
                               WN-STEP-NAME(WS-DONE-COUNT)
              END-PERFORM
              CLOSE JOB-LOG-FILE
           END-IF
      *    A LOG OF NOTHING BUT SKIPPED LINES IS A CLEAN NIGHT'S
      *    RECORD, NOT A RUN TO PICK UP
           IF WS-RESTARTING IS EQUAL TO 'Y'
              DISPLAY 'STREAM: restarting - ' WS-DONE-COUNT
                 ' step(s) already complete or not due will be '
                 'skipped'
           ELSE
              MOVE ZERO TO WS-DONE-COUNT
              MOVE ZERO TO WS-RUN-DATE
           END-IF.

       RUN-ONE-STEP.
           MOVE RC-STEP-NAME TO WS-STEP-NAME
           IF RC-FREQUENCY(1:1) IS EQUAL TO '.' OR
              RC-FREQUENCY(1:1) IS EQUAL TO '/'
              MOVE 'D   ' TO WS-FREQUENCY
              MOVE RC-OLD-COMMAND TO WS-COMMAND
           ELSE
              MOVE RC-FREQUENCY TO WS-FREQUENCY
              MOVE RC-COMMAND TO WS-COMMAND
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-DONE-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              CALL 'STEPDUE' USING
                 BY REFERENCE WS-FREQUENCY,
                 BY REFERENCE WS-RUN-DATE,
                 BY REFERENCE WS-STEP-DUE,
                 BY REFERENCE WS-NOT-DUE-REASON
              END-CALL
           END-IF
           EVALUATE TRUE
           WHEN WS-FOUND IS EQUAL TO 'Y'
              ADD 1 TO WS-SKIP-COUNT
              DISPLAY 'STREAM: ' WS-STEP-NAME
                 ' already complete, skipped'
           WHEN WS-STEP-DUE IS NOT EQUAL TO 'Y'
              ADD 1 TO WS-NOT-DUE-COUNT
              DISPLAY 'STREAM: ' WS-STEP-NAME ' not due - '
                 WS-NOT-DUE-REASON
              PERFORM WRITE-SKIPPED-RECORD
           WHEN OTHER
              DISPLAY 'STREAM: running ' WS-STEP-NAME
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
              COMPUTE WS-START-STAMP =
              WHEN OTHER
                   DISPLAY 'STREAM: ' WS-STEP-NAME ' complete'
              END-EVALUATE
           END-EVALUATE.

       WRITE-JOB-LOG-RECORD.
           MOVE SPACES TO JOB-LOG-RECORD
                MOVE 'FAILED  ' TO JL-STATUS
           END-EVALUATE
           WRITE JOB-LOG-RECORD.

       WRITE-SKIPPED-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE SPACES TO JOB-LOG-RECORD
           MOVE WS-STEP-NAME TO JL-STEP-NAME
           COMPUTE JL-START-STAMP =
              (WS-CURRENT-DATE * 1000000) + WS-CURRENT-TIME
           MOVE JL-START-STAMP TO JL-END-STAMP
           MOVE ZERO TO JL-RETURN-CODE
           MOVE 'SKIPPED ' TO JL-STATUS
           MOVE WS-NOT-DUE-REASON TO JL-REASON
           WRITE JOB-LOG-RECORD.

       KEEP-SKIPPED-LINES.
           OPEN INPUT JOB-LOG-FILE
           IF WS-JOBLOG-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-JOBLOG-STATUS IS NOT EQUAL TO '00'
                      READ JOB-LOG-FILE
                      NOT AT END
                         IF JL-STATUS IS EQUAL TO 'SKIPPED ' AND
                            WS-KEPT-COUNT IS LESS THAN 200
                            ADD 1 TO WS-KEPT-COUNT
                            MOVE JOB-LOG-RECORD TO
                               WK-LOG-LINE(WS-KEPT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE JOB-LOG-FILE
           END-IF
           OPEN OUTPUT JOB-LOG-FILE
           PERFORM VARYING WS-I FROM 1 BY 1
              UNTIL WS-I > WS-KEPT-COUNT
                   MOVE WK-LOG-LINE(WS-I) TO JOB-LOG-RECORD
                   WRITE JOB-LOG-RECORD
           END-PERFORM
           CLOSE JOB-LOG-FILE.
