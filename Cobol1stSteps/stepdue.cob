       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPDUE.

      *    SHARED RUN-STREAM SCHEDULE TEST, IN THE SPIRIT OF
      *    CALBUSDAY: MAINRUNSTREAM AND ITS PREVIEW MAINRUNPREVIEW
      *    PASS A STEP'S FREQUENCY CODE FROM runstream.ctl AND A RUN
      *    DATE, AND GET BACK WHETHER THE STEP IS DUE THAT NIGHT AND,
      *    WHEN IT IS NOT, THE REASON TO LOG. EVERY CALENDAR QUESTION
      *    GOES TO CALBUSDAY, SO HOLIDAYS AND PERIOD-ENDS COME FROM
      *    calendar.dat LIKE EVERYWHERE ELSE. FREQUENCY CODES:
      *       'D' OR BLANK  EVERY NIGHT
      *       'B'           BUSINESS DAYS ONLY
      *       'W1' - 'W7'   WEEKLY ON THAT WEEKDAY (1 = MONDAY ..
      *                     7 = SUNDAY), WHETHER OR NOT A HOLIDAY
      *       'LBD'         LAST BUSINESS DAY OF THE PERIOD
      *       'FBD'         FIRST BUSINESS DAY OF THE PERIOD
      *    THE PERIOD IS CALBUSDAY'S - THE 'E' PERIOD-END ROWS, OR
      *    THE CALENDAR MONTH WHEN NONE ARE LISTED. AN UNKNOWN CODE
      *    IS NEVER DUE, SO A MISTYPED LINE SHOWS UP IN THE LOG
      *    INSTEAD OF RUNNING A MONTH-END JOB ON A TUESDAY.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DATE-INT          PIC 9(8).
       01 WS-DAY-OF-WEEK       PIC 9.
       01 WS-RUN-PERIOD        PIC 9(6).
      *    PARAMETERS PASSED TO THE SHARED CALBUSDAY CALENDAR
      *    SUBPROGRAM
       01 WS-CAL-FUNC          PIC X.
       01 WS-CAL-DATE-IN       PIC 9(8).
       01 WS-CAL-DATE-OUT      PIC 9(8).
       01 WS-CAL-PERIOD        PIC 9(6).
       01 WS-CAL-ANSWER        PIC X.

       LINKAGE SECTION.
       01 LS-FREQUENCY       PIC X(4).
          88 FREQ-DAILY                VALUES 'D   ' SPACES.
          88 FREQ-BUSINESS-DAYS        VALUE 'B   '.
          88 FREQ-WEEKLY               VALUES 'W1  ' 'W2  ' 'W3  '
                                              'W4  ' 'W5  ' 'W6  '
                                              'W7  '.
          88 FREQ-LAST-BUSINESS-DAY    VALUE 'LBD '.
          88 FREQ-FIRST-BUSINESS-DAY   VALUE 'FBD '.
       01 LS-RUN-DATE        PIC 9(8).
       01 LS-DUE             PIC X.
       01 LS-REASON          PIC X(30).

       PROCEDURE DIVISION USING LS-FREQUENCY LS-RUN-DATE LS-DUE
           LS-REASON.

       STEPDUE-MAIN.
           MOVE 'Y' TO LS-DUE.
           MOVE SPACES TO LS-REASON.
           EVALUATE TRUE
           WHEN FREQ-DAILY
                CONTINUE
           WHEN FREQ-BUSINESS-DAYS
                PERFORM ASK-IS-BUSINESS-DAY
                IF WS-CAL-ANSWER IS NOT EQUAL TO 'Y'
                   MOVE 'N' TO LS-DUE
                   MOVE 'NOT A BUSINESS DAY' TO LS-REASON
                END-IF
           WHEN FREQ-WEEKLY
      *         INTEGER-OF-DATE DAY 1 WAS A MONDAY - REMAINDER 0 IS
      *         A SUNDAY, WHICH THE CODES CALL 7
                MOVE FUNCTION INTEGER-OF-DATE(LS-RUN-DATE)
                   TO WS-DATE-INT
                COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION MOD(WS-DATE-INT, 7)
                IF WS-DAY-OF-WEEK IS EQUAL TO ZERO
                   MOVE 7 TO WS-DAY-OF-WEEK
                END-IF
                IF LS-FREQUENCY(2:1) IS NOT EQUAL TO WS-DAY-OF-WEEK
                   MOVE 'N' TO LS-DUE
                   MOVE SPACES TO LS-REASON
                   STRING 'WEEKLY - NOT WEEKDAY '
                      LS-FREQUENCY(2:1) DELIMITED BY SIZE
                      INTO LS-REASON
                END-IF
           WHEN FREQ-LAST-BUSINESS-DAY
                PERFORM ASK-IS-BUSINESS-DAY
                IF WS-CAL-ANSWER IS NOT EQUAL TO 'Y'
                   MOVE 'N' TO LS-DUE
                   MOVE 'NOT A BUSINESS DAY' TO LS-REASON
                ELSE
                   PERFORM ASK-RUN-PERIOD
                   MOVE '4' TO WS-CAL-FUNC
                   PERFORM ASK-NEIGHBOUR-PERIOD
                   IF WS-CAL-PERIOD IS EQUAL TO WS-RUN-PERIOD
                      MOVE 'N' TO LS-DUE
                      MOVE 'NOT LAST BUS. DAY OF PERIOD'
                         TO LS-REASON
                   END-IF
                END-IF
           WHEN FREQ-FIRST-BUSINESS-DAY
                PERFORM ASK-IS-BUSINESS-DAY
                IF WS-CAL-ANSWER IS NOT EQUAL TO 'Y'
                   MOVE 'N' TO LS-DUE
                   MOVE 'NOT A BUSINESS DAY' TO LS-REASON
                ELSE
                   PERFORM ASK-RUN-PERIOD
                   MOVE '2' TO WS-CAL-FUNC
                   PERFORM ASK-NEIGHBOUR-PERIOD
                   IF WS-CAL-PERIOD IS EQUAL TO WS-RUN-PERIOD
                      MOVE 'N' TO LS-DUE
                      MOVE 'NOT FIRST BUS. DAY OF PERIOD'
                         TO LS-REASON
                   END-IF
                END-IF
           WHEN OTHER
                MOVE 'N' TO LS-DUE
                MOVE SPACES TO LS-REASON
                STRING 'UNKNOWN FREQUENCY ' LS-FREQUENCY
                   DELIMITED BY SIZE INTO LS-REASON
           END-EVALUATE.
           GOBACK.

       ASK-IS-BUSINESS-DAY.
           MOVE '1' TO WS-CAL-FUNC
           MOVE LS-RUN-DATE TO WS-CAL-DATE-IN
           PERFORM CALL-CALENDAR.

       ASK-RUN-PERIOD.
           MOVE '3' TO WS-CAL-FUNC
           MOVE LS-RUN-DATE TO WS-CAL-DATE-IN
           PERFORM CALL-CALENDAR
           MOVE WS-CAL-PERIOD TO WS-RUN-PERIOD.

      *    THE NEXT ('4') OR PREVIOUS ('2') BUSINESS DAY, AND THE
      *    PERIOD IT FALLS IN - A DIFFERENT PERIOD MEANS THE RUN DATE
      *    IS THE EDGE OF ITS OWN
       ASK-NEIGHBOUR-PERIOD.
           MOVE LS-RUN-DATE TO WS-CAL-DATE-IN
           PERFORM CALL-CALENDAR
           MOVE '3' TO WS-CAL-FUNC
           MOVE WS-CAL-DATE-OUT TO WS-CAL-DATE-IN
           PERFORM CALL-CALENDAR.

       CALL-CALENDAR.
           CALL 'CALBUSDAY' USING
              BY REFERENCE WS-CAL-FUNC,
              BY REFERENCE WS-CAL-DATE-IN,
              BY REFERENCE WS-CAL-DATE-OUT,
              BY REFERENCE WS-CAL-PERIOD,
              BY REFERENCE WS-CAL-ANSWER
           END-CALL.
