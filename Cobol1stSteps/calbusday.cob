      *           LS-PERIOD) - THE YYYYMM OF THE FIRST 'E'
      *           PERIOD-END ON OR AFTER THE DATE, OR THE DATE'S
      *           OWN YYYYMM WHEN NO PERIOD-ENDS ARE LISTED
      *       '4' NEXT BUSINESS DAY AFTER LS-DATE-IN
      *           (INTO LS-DATE-OUT)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          88 CAL-IS-BUSINESS-DAY       VALUE '1'.
          88 CAL-PREV-BUSINESS-DAY     VALUE '2'.
          88 CAL-PERIOD-OF-DATE        VALUE '3'.
          88 CAL-NEXT-BUSINESS-DAY     VALUE '4'.
       01 LS-DATE-IN         PIC 9(8).
       01 LS-DATE-OUT        PIC 9(8).
       01 LS-PERIOD          PIC 9(6).
           WHEN CAL-PERIOD-OF-DATE
                PERFORM FIND-PERIOD-OF-DATE
                MOVE 'Y' TO LS-ANSWER
           WHEN CAL-NEXT-BUSINESS-DAY
                MOVE LS-DATE-IN TO WS-WORK-DATE
                MOVE ZERO TO WS-TRIES
                MOVE 'N' TO WS-IS-BUSINESS
                PERFORM UNTIL WS-IS-BUSINESS IS EQUAL TO 'Y' OR
                   WS-TRIES IS EQUAL TO 30
                        ADD 1 TO WS-TRIES
                        MOVE FUNCTION INTEGER-OF-DATE(
                           WS-WORK-DATE) TO WS-WORK-INT
                        ADD 1 TO WS-WORK-INT
                        MOVE FUNCTION DATE-OF-INTEGER(
                           WS-WORK-INT) TO WS-WORK-DATE
                        PERFORM TEST-BUSINESS-DAY
                END-PERFORM
                MOVE WS-WORK-DATE TO LS-DATE-OUT
                MOVE WS-IS-BUSINESS TO LS-ANSWER
           WHEN OTHER
                MOVE 'N' TO LS-ANSWER
           END-EVALUATE.
