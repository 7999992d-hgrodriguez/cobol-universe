      *    MONTH-END REPORTING THEN READS A HANDFUL OF SUMMARY
      *    RECORDS INSTEAD OF RE-SCANNING A YEAR OF DETAIL, AND THE
      *    LIVE ORDER LOG STAYS SMALL. CREDIT-MEMO LINES SUBTRACT
      *    FROM THE DAY'S TOTALS. THE SHARED TXNVALID VALIDATOR RUNS
      *    FIRST, SO A DAMAGED LINE GOES TO txnquar.dat INSTEAD OF
      *    INTO THE DAILY SUMMARY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-CAL-PERIOD        PIC 9(6).
       01 WS-CAL-ANSWER        PIC X.
       01 WS-SUNDAY-ANSWER     PIC X.
      *    PARAMETERS PASSED TO THE SHARED TXNVALID SUBPROGRAM
       01 WS-TV-CALLER         PIC X(12) VALUE 'MAINEODCLOSE'.
       01 WS-TV-QUARANTINED    PIC 9(5).

      *    THE WHOLE LIVE LOG, SPLIT INTO THE DAY BEING CLOSED AND
      *    THE SURVIVORS THAT STAY IN order.dat
             03 WO-ORDER-NUM          PIC 9(6).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           CALL 'TXNVALID' USING
              BY REFERENCE WS-TV-CALLER,
              BY REFERENCE WS-TV-QUARANTINED
           END-CALL.
           IF WS-TV-QUARANTINED IS GREATER THAN ZERO
              DISPLAY 'CLOSE: ' WS-TV-QUARANTINED ' damaged '
                 'transaction line(s) moved to txnquar.dat - they '
                 'are left out of the close'
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY 'CLOSE: Close which date (YYYYMMDD, 0 = today): '
              WITH NO ADVANCING
