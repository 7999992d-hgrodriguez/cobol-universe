      *    GOES TO rma.dat WITH STATUS 'O' AND THE AUTHORIZATION
      *    PRINTS TO rma.rpt FOR THE CUSTOMER. MAINORDERRETURN
      *    MATCHES THE PHYSICAL RETURN AGAINST IT, SO WE LEARN
      *    ABOUT A RETURN BEFORE THE BOX LANDS. THE CLERK SIGNS ON
      *    FIRST AND THE RMA CARRIES WHO ISSUED IT AND WHEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          02 FILLER            PIC X     VALUE SPACE.
      *       O = OPEN, C = CLOSED (FULLY RECEIVED)
          02 RM-STATUS         PIC X.
          02 FILLER            PIC X     VALUE SPACE.
      *       OPERATOR WHO ISSUED THE RMA AND THE TIME OF DAY
          02 RM-OPERATOR       PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 RM-ENTRY-TIME     PIC X(6).

       FD RMA-SEQUENCE-FILE.
       01 RMA-SEQUENCE-LINE    PIC 9(6).
       01 WS-ORDER-ID-NUM      PIC 9(5).
       01 WS-ORDER-FOUND       PIC X     VALUE 'N'.
       01 WS-EDIT-QTY          PIC ZZZZZ9.
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.

       01 RMA-DOC-HEADING.
          02 FILLER             PIC X(23) VALUE
             'QUOTE THIS RMA NUMBER ON THE RETURNED CARTON'.

       PROCEDURE DIVISION .
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           IF OPER-VIEW-ONLY
              DISPLAY 'RMA: your sign-on is view-only, returns '
                 'need update rights'
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY 'RMA: Enter Order Number: ' WITH NO ADVANCING
           ACCEPT WS-ENTER-ORDER-NUM
           MOVE WS-QTY-AUTHORIZED TO RM-QTY-EXPECTED
           MOVE ZERO TO RM-QTY-RECEIVED
           MOVE 'O' TO RM-STATUS
           MOVE WS-OPERATOR-ID TO RM-OPERATOR
           MOVE FUNCTION CURRENT-DATE(9:6) TO RM-ENTRY-TIME
           WRITE RMA-DATA
           CLOSE RMA-FILE.

