       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMCHECK.

      *    SHARED BROKEN-PROMISE CHECK, IN THE SPIRIT OF CUSTTERMS:
      *    CALLED WHEN MAINCASHAPPLY AND MAINPAYMENTBATCH FINISH
      *    POSTING, AND BY MAINCOLLECTLIST BEFORE IT BUILDS THE DAY'S
      *    WORKLIST SO A PROMISE THAT LAPSES WITH NO CASH AT ALL IS
      *    CAUGHT TOO. EVERY OPEN PROMISE ON promise.dat IS SET
      *    AGAINST THE CASH RECEIVED FROM THE CUSTOMER ON payment.dat
      *    SINCE THE DAY IT WAS TAKEN:
      *       KEPT    - THE CASH COVERS THE PROMISED AMOUNT
      *       BROKEN  - IT DOES NOT, AND THE DUE DATE PLUS THE GRACE
      *                 DAYS ON promise.ctl HAS PASSED
      *    EITHER OUTCOME IS NOTED ON THE custnote.dat CONTACT LOG.
      *    WHEN promise.ctl SAYS SO A BROKEN PROMISE IS ALSO FLAGGED
      *    FOR MAINCREDITHOLD, WHICH PUTS THE CUSTOMER ON HOLD ON ITS
      *    NEXT RUN. NO promise.ctl MEANS NO GRACE AND NO HOLDS.
      *    RETURNS THE NUMBER KEPT AND BROKEN ON THIS CALL, AND 'N'
      *    IN LS-CHECK-OK WHEN THE FILE WAS TOO BIG TO JUDGE (NOTHING
      *    IS CHANGED THEN).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMISE-FILE ASSIGN TO 'promise.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROMISE-STATUS.
           SELECT PROMISE-CONTROL-FILE ASSIGN TO 'promise.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PAYMENT-LOG ASSIGN TO 'payment.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAYLOG-STATUS.
           SELECT CUSTOMER-NOTE-FILE ASSIGN TO 'custnote.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROMISE-FILE.
       01 PROMISE-DATA.
          COPY PROMISE-TO-PAY.

       FD PROMISE-CONTROL-FILE.
       01 PROMISE-CONTROL-RECORD.
      *       Y = FLAG A BROKEN PROMISE FOR CREDIT HOLD
          02 PC-HOLD-ON-BREAK  PIC X.
          02 FILLER            PIC X.
      *       DAYS AFTER THE PROMISED DATE BEFORE IT COUNTS AS BROKEN
      *       - ROOM FOR A CHECK IN THE POST
          02 PC-GRACE-DAYS     PIC 9(2).

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD CUSTOMER-NOTE-FILE.
       01 CUSTOMER-NOTE-DATA.
          02 CN-DATE           PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 CN-TIME           PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 CN-ID-NUM         PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 CN-OPERATOR       PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 CN-TEXT           PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-PROMISE-STATUS    PIC XX.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-PAYLOG-STATUS     PIC XX.
       01 WS-NOTE-STATUS       PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-DUE-INT           PIC 9(8).
       01 WS-HOLD-ON-BREAK     PIC X.
       01 WS-GRACE-DAYS        PIC 9(2).
       01 WS-OPEN-PROMISES     PIC 9(5).
       01 WS-PAY-AMOUNT        PIC S9(7)V99.
       01 WS-EDIT-AMOUNT       PIC ZZZZZZ9.99.
       01 WS-NOTE-TEXT         PIC X(50).
       01 WS-CURRENT-DATE-DATA.
          02 WS-CURRENT-DATE     PIC 9(8).
          02 WS-CURRENT-TIME     PIC 9(6).
          02 FILLER              PIC X(7).
      *    SAME LINE LAYOUT MAINPAYMENTENTRY APPENDS - ONLY LINES
      *    WITH A BLANK RECORD TYPE ARE CASH RECEIVED
       01 WS-PAYMENT-DETAIL.
          02 WP-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 WP-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 WP-AMOUNT         PIC X(9).
          02 FILLER            PIC X.
          02 WP-REC-TYPE       PIC X(3).
          02 FILLER            PIC X(12).
          02 FILLER            PIC X(16).

      *    THE WHOLE PROMISE FILE, REWRITTEN AS ONE UNIT
       01 WS-PR-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-PR-TABLE.
          02 WS-PR-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PR-COUNT.
             03 WPR-RECORD            PIC X(66).
       01 WS-PR-I              PIC 9(4).

       LINKAGE SECTION.
       01 LS-KEPT-COUNT      PIC 9(5).
       01 LS-BROKEN-COUNT    PIC 9(5).
       01 LS-CHECK-OK        PIC X.

       PROCEDURE DIVISION USING LS-KEPT-COUNT LS-BROKEN-COUNT
           LS-CHECK-OK.

       PROMCHECK-MAIN.
           MOVE ZERO TO LS-KEPT-COUNT.
           MOVE ZERO TO LS-BROKEN-COUNT.
           MOVE 'Y' TO LS-CHECK-OK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           PERFORM LOAD-PROMISE-CONTROL.
           PERFORM LOAD-PROMISES.
           IF LS-CHECK-OK IS EQUAL TO 'Y' AND
              WS-OPEN-PROMISES IS GREATER THAN ZERO
              PERFORM TOTAL-CASH-SINCE-PROMISE
              PERFORM JUDGE-PROMISES
              PERFORM REWRITE-PROMISES
           END-IF.
           GOBACK.

       LOAD-PROMISE-CONTROL.
           MOVE 'N' TO WS-HOLD-ON-BREAK
           MOVE ZERO TO WS-GRACE-DAYS
           OPEN INPUT PROMISE-CONTROL-FILE
           IF WS-CONTROL-STATUS IS EQUAL TO '00'
              READ PROMISE-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 MOVE PC-HOLD-ON-BREAK TO WS-HOLD-ON-BREAK
                 IF PC-GRACE-DAYS IS NUMERIC
                    MOVE PC-GRACE-DAYS TO WS-GRACE-DAYS
                 END-IF
              END-READ
              CLOSE PROMISE-CONTROL-FILE
           END-IF.

      *    THE PAID-SO-FAR FIGURE IS REBUILT FROM payment.dat ON
      *    EVERY CALL, SO OPEN PROMISES START FROM ZERO HERE
       LOAD-PROMISES.
           MOVE ZERO TO WS-PR-COUNT
           MOVE ZERO TO WS-OPEN-PROMISES
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROMISE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-PR-COUNT IS EQUAL TO 5000
                            DISPLAY 'PROMISE: promise table full, '
                               'promises not checked'
                            MOVE 'N' TO LS-CHECK-OK
                            MOVE 'Y' TO WS-EOF
                         ELSE
                            ADD 1 TO WS-PR-COUNT
                            IF PR-OPEN
                               MOVE ZERO TO PR-PAID
                               ADD 1 TO WS-OPEN-PROMISES
                            END-IF
                            MOVE PROMISE-DATA TO
                               WPR-RECORD(WS-PR-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROMISE-FILE
           END-IF.

       TOTAL-CASH-SINCE-PROMISE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PAYMENT-LOG
           IF WS-PAYLOG-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PAYMENT-LOG INTO WS-PAYMENT-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WP-REC-TYPE IS EQUAL TO SPACES AND
                            WP-DATE IS NUMERIC AND
                            WP-ID-NUM IS NUMERIC
                            PERFORM CREDIT-ONE-PAYMENT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PAYMENT-LOG
           END-IF.

       CREDIT-ONE-PAYMENT.
           COMPUTE WS-PAY-AMOUNT = FUNCTION NUMVAL(WP-AMOUNT)
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   MOVE WPR-RECORD(WS-PR-I) TO PROMISE-DATA
                   IF PR-OPEN AND PR-ID-NUM IS EQUAL TO WP-ID-NUM
                      AND WP-DATE IS NOT LESS THAN PR-TAKEN-DATE
                      ADD WS-PAY-AMOUNT TO PR-PAID
                      MOVE PROMISE-DATA TO WPR-RECORD(WS-PR-I)
                   END-IF
           END-PERFORM.

       JUDGE-PROMISES.
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   MOVE WPR-RECORD(WS-PR-I) TO PROMISE-DATA
                   IF PR-OPEN
                      PERFORM JUDGE-ONE-PROMISE
                      MOVE PROMISE-DATA TO WPR-RECORD(WS-PR-I)
                   END-IF
           END-PERFORM.

       JUDGE-ONE-PROMISE.
           MOVE FUNCTION INTEGER-OF-DATE(PR-DUE-DATE) TO WS-DUE-INT
           ADD WS-GRACE-DAYS TO WS-DUE-INT
           EVALUATE TRUE
           WHEN PR-PAID IS NOT LESS THAN PR-AMOUNT
                MOVE 'K' TO PR-STATUS
                MOVE WS-TODAY TO PR-STATUS-DATE
                ADD 1 TO LS-KEPT-COUNT
                MOVE PR-AMOUNT TO WS-EDIT-AMOUNT
                MOVE SPACES TO WS-NOTE-TEXT
                STRING 'PROMISE KEPT - ' WS-EDIT-AMOUNT
                   ' DUE ' PR-DUE-DATE DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
                PERFORM WRITE-PROMISE-NOTE
           WHEN WS-TODAY-INT IS GREATER THAN WS-DUE-INT
                MOVE 'B' TO PR-STATUS
                MOVE WS-TODAY TO PR-STATUS-DATE
                IF WS-HOLD-ON-BREAK IS EQUAL TO 'Y'
                   MOVE 'Y' TO PR-HOLD-FLAG
                END-IF
                ADD 1 TO LS-BROKEN-COUNT
                MOVE PR-AMOUNT TO WS-EDIT-AMOUNT
                MOVE SPACES TO WS-NOTE-TEXT
                STRING 'PROMISE BROKEN - ' WS-EDIT-AMOUNT
                   ' DUE ' PR-DUE-DATE DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
                PERFORM WRITE-PROMISE-NOTE
           END-EVALUATE.

       WRITE-PROMISE-NOTE.
           OPEN EXTEND CUSTOMER-NOTE-FILE
           IF WS-NOTE-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT CUSTOMER-NOTE-FILE
           END-IF
           MOVE SPACES TO CUSTOMER-NOTE-DATA
           MOVE WS-NOTE-TEXT TO CN-TEXT
           MOVE WS-CURRENT-DATE TO CN-DATE
           MOVE WS-CURRENT-TIME TO CN-TIME
           MOVE PR-ID-NUM TO CN-ID-NUM
           MOVE 'PROMCHK' TO CN-OPERATOR
           WRITE CUSTOMER-NOTE-DATA
           CLOSE CUSTOMER-NOTE-FILE.

       REWRITE-PROMISES.
           OPEN OUTPUT PROMISE-FILE
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   MOVE WPR-RECORD(WS-PR-I) TO PROMISE-DATA
                   WRITE PROMISE-DATA
           END-PERFORM
           CLOSE PROMISE-FILE.
