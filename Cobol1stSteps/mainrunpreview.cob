       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINRUNPREVIEW.

      *    PREVIEW OF THE NIGHTLY RUN STREAM: FOR A DATE THE OPERATOR
      *    KEYS (0 = TODAY) LISTS EVERY runstream.ctl STEP IN ORDER
      *    WITH ITS FREQUENCY CODE AND WHETHER MAINRUNSTREAM WOULD
      *    RUN IT THAT NIGHT OR SKIP IT, AND WHY - THE SAME STEPDUE
      *    TEST AGAINST THE SAME calendar.dat THE STREAM USES, SO
      *    THE MONTH-END NIGHT AND THE HOLIDAYS CAN BE CHECKED BEFORE
      *    THEY ARRIVE. NOTHING IS RUN AND NOTHING IS WRITTEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'runstream.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
          02 RC-STEP-NAME      PIC X(12).
          02 RC-SCHEDULE.
             03 RC-FREQUENCY   PIC X(4).
             03 FILLER         PIC X.
             03 RC-COMMAND     PIC X(60).
          02 RC-OLD-LAYOUT REDEFINES RC-SCHEDULE.
             03 RC-OLD-COMMAND PIC X(65).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-EOF               PIC X     VALUE 'N'.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-FREQUENCY         PIC X(4).
       01 WS-STEP-DUE          PIC X.
       01 WS-NOT-DUE-REASON    PIC X(30).
       01 WS-DUE-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-NOT-DUE-COUNT     PIC 9(3)  VALUE ZERO.
       01 PREVIEW-LINE.
          02 PVL-STEP-NAME      PIC X(12).
          02 FILLER             PIC X     VALUE SPACE.
          02 PVL-FREQUENCY      PIC X(4).
          02 FILLER             PIC X     VALUE SPACE.
          02 PVL-ACTION         PIC X(4).
          02 FILLER             PIC X     VALUE SPACE.
          02 PVL-REASON         PIC X(30).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'PREVIEW: Run date (YYYYMMDD, 0 = today): '
              WITH NO ADVANCING
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE IS EQUAL TO ZERO
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE)
              IS NOT EQUAL TO ZERO
              DISPLAY 'PREVIEW: ' WS-RUN-DATE ' is not a valid date'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'PREVIEW: runstream.ctl not found'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'PREVIEW: the stream on ' WS-RUN-DATE
           DISPLAY 'STEP         FREQ WHAT REASON'
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                   READ RUN-CONTROL-FILE
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      PERFORM PREVIEW-ONE-STEP
                   END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           DISPLAY 'END OF RUN: ' WS-DUE-COUNT ' step(s) would run, '
              WS-NOT-DUE-COUNT ' would be skipped'.
           STOP RUN.

      *    SAME READING OF THE CONTROL LINE AS MAINRUNSTREAM - A LINE
      *    IN THE OLD LAYOUT RUNS EVERY NIGHT
       PREVIEW-ONE-STEP.
           IF RC-FREQUENCY(1:1) IS EQUAL TO '.' OR
              RC-FREQUENCY(1:1) IS EQUAL TO '/'
              MOVE 'D   ' TO WS-FREQUENCY
           ELSE
              MOVE RC-FREQUENCY TO WS-FREQUENCY
           END-IF
           CALL 'STEPDUE' USING
              BY REFERENCE WS-FREQUENCY,
              BY REFERENCE WS-RUN-DATE,
              BY REFERENCE WS-STEP-DUE,
              BY REFERENCE WS-NOT-DUE-REASON
           END-CALL
           MOVE RC-STEP-NAME TO PVL-STEP-NAME
           MOVE WS-FREQUENCY TO PVL-FREQUENCY
           IF WS-STEP-DUE IS EQUAL TO 'Y'
              ADD 1 TO WS-DUE-COUNT
              MOVE 'RUN ' TO PVL-ACTION
              MOVE SPACES TO PVL-REASON
           ELSE
              ADD 1 TO WS-NOT-DUE-COUNT
              MOVE 'SKIP' TO PVL-ACTION
              MOVE WS-NOT-DUE-REASON TO PVL-REASON
           END-IF
           DISPLAY PREVIEW-LINE.
