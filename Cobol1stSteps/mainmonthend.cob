      *    CLOSED FIGURES, AND PRINTS A COMPARATIVE REPORT ON
      *    monthend.rpt - THIS MONTH AGAINST LAST MONTH AND THE
      *    SAME MONTH LAST YEAR. A PERIOD ALREADY CLOSED REFUSES TO
      *    CLOSE AGAIN. A PERIOD OF 0 CLOSES THE ONE TODAY FALLS IN
      *    ON THE CALBUSDAY CALENDAR - HOW THE NIGHTLY STREAM RUNS
      *    IT ON THE PERIOD'S LAST BUSINESS DAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-YEARAGO-PARTS REDEFINES WS-YEARAGO-PERIOD.
          02 WS-YEARAGO-YEAR   PIC 9(4).
          02 WS-YEARAGO-MONTH  PIC 9(2).
      *    PARAMETERS PASSED TO THE SHARED CALBUSDAY CALENDAR
      *    SUBPROGRAM - A KEYED PERIOD OF ZERO TAKES THE PERIOD
      *    TODAY FALLS IN, SO THE RUN STREAM CAN CLOSE THE MONTH ON
      *    ITS LAST BUSINESS DAY WITHOUT ANYONE TYPING IT
       01 WS-CAL-FUNC          PIC X.
       01 WS-CAL-DATE-IN       PIC 9(8).
       01 WS-CAL-DATE-OUT      PIC 9(8).
       01 WS-CAL-PERIOD        PIC 9(6).
       01 WS-CAL-ANSWER        PIC X.
       01 WS-ALREADY-CLOSED    PIC X.
       01 WS-DAYS-ROLLED       PIC 9(3)  VALUE ZERO.

          02 CN-YEARAGO         PIC ZZZZZZZZZZZZZ9.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY 'MONTHEND: Close which period (YYYYMM, 0 = '
              'current calendar period): ' WITH NO ADVANCING
           ACCEPT WS-PERIOD
           IF WS-PERIOD IS EQUAL TO ZERO
              MOVE '3' TO WS-CAL-FUNC
              MOVE WS-TODAY TO WS-CAL-DATE-IN
              CALL 'CALBUSDAY' USING
                 BY REFERENCE WS-CAL-FUNC,
                 BY REFERENCE WS-CAL-DATE-IN,
                 BY REFERENCE WS-CAL-DATE-OUT,
                 BY REFERENCE WS-CAL-PERIOD,
                 BY REFERENCE WS-CAL-ANSWER
              END-CALL
              MOVE WS-CAL-PERIOD TO WS-PERIOD
              DISPLAY 'MONTHEND: period ' WS-PERIOD
                 ' from the business calendar'
           END-IF
           IF WS-PERIOD-MONTH IS LESS THAN 1 OR
              WS-PERIOD-MONTH IS GREATER THAN 12
              DISPLAY 'MONTHEND: period month must be 01-12, '
