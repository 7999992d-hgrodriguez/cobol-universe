       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTXNVALIDATE.

      *    NIGHTLY RUN-STREAM STEP FOR THE SHARED TXNVALID
      *    VALIDATOR: CHECKS EVERY LINE OF THE LINE-SEQUENTIAL
      *    TRANSACTION FILES (order.dat, orderitm.dat, payment.dat,
      *    aropen.dat, stockmove.dat, lotalloc.dat) AND MOVES ANY
      *    DAMAGED ONE TO txnquar.dat WITH THE OFFENDING FIELD NAMED,
      *    SO THE STEPS AFTER IT TOTAL CLEAN FILES. IT RUNS RIGHT
      *    AFTER THE ORDER INTAKE; MAINGLEXPORT AND MAINEODCLOSE MAKE
      *    THE SAME CALL THEMSELVES BEFORE THEY READ. ANYTHING
      *    QUARANTINED ENDS THE STEP WITH RETURN CODE 4 SO IT SHOWS
      *    ON THE RUN-STREAM LOG.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    PARAMETERS PASSED TO THE SHARED TXNVALID SUBPROGRAM
       01 WS-TV-CALLER         PIC X(12) VALUE 'MAINTXNVALID'.
       01 WS-TV-QUARANTINED    PIC 9(5).

       PROCEDURE DIVISION .
           CALL 'TXNVALID' USING
              BY REFERENCE WS-TV-CALLER,
              BY REFERENCE WS-TV-QUARANTINED
           END-CALL.
           IF WS-TV-QUARANTINED IS GREATER THAN ZERO
              DISPLAY 'TXNVAL: ' WS-TV-QUARANTINED ' damaged line(s) '
                 'quarantined - see txnquar.dat'
              MOVE 4 TO RETURN-CODE
           ELSE
              DISPLAY 'TXNVAL: every transaction line is well formed'
           END-IF.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-TV-QUARANTINED
              ' record(s) written'.
           STOP RUN.
