       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINCOLLECTCALL.

      *    COLLECTOR CALL SCREEN: WORKS DOWN THE DAY'S colwork.dat
      *    LIST FROM MAINCOLLECTLIST, OR TAKES A CUSTOMER ID KEYED
      *    DIRECTLY, SHOWS WHAT IS PAST DUE AND ANY PROMISES ON FILE,
      *    AND RECORDS THE OUTCOME OF THE CALL. EVERY CALL IS LOGGED
      *    TO custnote.dat AS A 'CALL' NOTE UNDER THE SIGNED-ON
      *    OPERATOR (WHICH IS ALSO HOW THE SCREEN KNOWS WHO HAS
      *    ALREADY BEEN RUNG TODAY). A PROMISE TO PAY IS ADDED TO
      *    promise.dat WITH ITS AMOUNT AND DATE, REPLACING ANY OPEN
      *    ONE; ANY BROKEN PROMISE FOR THE CUSTOMER IS MARKED AS
      *    FOLLOWED UP SO IT NO LONGER FORCES THEM TO THE TOP OF THE
      *    NEXT LIST. NEEDS AN UPDATE SIGN-ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO 'colwork.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORKLIST-STATUS.
           SELECT PROMISE-FILE ASSIGN TO 'promise.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROMISE-STATUS.
           SELECT CUSTOMER-NOTE-FILE ASSIGN TO 'custnote.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD WORKLIST-FILE.
       01 WORKLIST-DATA.
          COPY COLLECT-WORK.

       FD PROMISE-FILE.
       01 PROMISE-DATA.
          COPY PROMISE-TO-PAY.

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

       FD CUSTOMER-FILE.
       01 CUSTOMER-DATA.
          02 ID-NUM        PIC 9(5).
          02 FIRST-NAME    PIC X(15).
          02 LAST-NAME     PIC X(15).
          02 STATUS-CODE   PIC X.
             88 CUST-ACTIVE             VALUE 'A'.
             88 CUST-INACTIVE           VALUE 'I'.
          COPY CUSTOMER-CONTACT.
      *       HIGHEST OPEN BALANCE THE CUSTOMER MAY CARRY - ZERO
      *       MEANS A CASH-ONLY ACCOUNT
          02 CREDIT-LIMIT  PIC 9(7)V99.
      *       DATE+TIME OF THE LAST REWRITE - CHECKED SO TWO
      *       OPERATORS CANNOT SILENTLY CLOBBER EACH OTHER'S CHANGE
          02 UPDATE-STAMP  PIC 9(14).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-WORKLIST-STATUS   PIC XX.
       01 WS-PROMISE-STATUS    PIC XX.
       01 WS-NOTE-STATUS       PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-ENTER-ID          PIC 9(5).
       01 WS-ENTER-OUTCOME     PIC XX.
       01 WS-ENTER-REMARK      PIC X(27).
      *   PROMISED AMOUNT IS KEYED AS 9 DIGITS (000050000 = 500.00)
      *   AND PICKED UP THROUGH THE REDEFINES
       01 WS-ENTER-AMOUNT-X    PIC X(9).
       01 WS-ENTER-AMOUNT REDEFINES WS-ENTER-AMOUNT-X
                               PIC 9(7)V99.
       01 WS-ENTER-DATE        PIC 9(8).
       01 WS-OUTCOME-TEXT      PIC X(14).
       01 WS-EDIT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
       01 WS-NOTE-AMOUNT       PIC ZZZZZZ9.99.
       01 WS-NOTE-TEXT         PIC X(50).
       01 WS-SHOWN-COUNT       PIC 9(4).
       01 WS-CURRENT-DATE-DATA.
          02 WS-CURRENT-DATE     PIC 9(8).
          02 WS-CURRENT-TIME     PIC 9(6).
          02 FILLER              PIC X(7).
      *    SIGNED-ON OPERATOR - EVERY CALL NOTE CARRIES WHO MADE IT
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
       01 WS-SIGNON-OK         PIC X.

      *    THE DAY'S WORKLIST IN RANK ORDER, WITH A MARK FOR EACH
      *    CUSTOMER ALREADY CALLED TODAY
       01 WS-CW-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-CW-TABLE.
          02 WS-CW-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-CW-COUNT.
             03 WCW-RANK              PIC 9(4).
             03 WCW-ID-NUM            PIC 9(5).
             03 WCW-PAST-DUE          PIC 9(7)V99.
             03 WCW-DAYS-OVER         PIC 9(4).
             03 WCW-BROKEN            PIC X.
             03 WCW-CALLED            PIC X.
       01 WS-CW-I              PIC 9(4).
       01 WS-CW-FOUND-I        PIC 9(4).
       01 WS-LIST-DATE         PIC 9(8)  VALUE ZERO.

      *    WHOLE PROMISE FILE, REWRITTEN AFTER EVERY CALL
       01 WS-PR-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-PR-TABLE.
          02 WS-PR-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PR-COUNT.
             03 WPR-RECORD            PIC X(66).
       01 WS-PR-I              PIC 9(4).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y' OR
              WS-OPERATOR-PERM IS EQUAL TO 'V'
              DISPLAY 'CALL: recording calls needs an update sign-on'
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-WORKLIST.
           PERFORM MARK-CALLED-TODAY.
           PERFORM LOAD-PROMISES.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Collector Call Screen"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) Call Next Customer on the Worklist"
                   DISPLAY "2) Call a Specific Customer"
                   DISPLAY "3) List a Customer's Promises"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM CALL-NEXT-ON-LIST
                   WHEN '2'
                        PERFORM CALL-KEYED-CUSTOMER
                   WHEN '3'
                        PERFORM LIST-PROMISES
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           CLOSE CUSTOMER-FILE.
           STOP RUN.

       LOAD-WORKLIST.
           MOVE 'N' TO WS-EOF
           OPEN INPUT WORKLIST-FILE
           IF WS-WORKLIST-STATUS IS NOT EQUAL TO '00'
              DISPLAY "CALL: no worklist yet - run MAINCOLLECTLIST"
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ WORKLIST-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-CW-COUNT IS EQUAL TO 2000
                            DISPLAY "CALL: worklist table full, "
                               "rest of the list not loaded"
                            MOVE 'Y' TO WS-EOF
                         ELSE
                            ADD 1 TO WS-CW-COUNT
                            MOVE CW-LIST-DATE TO WS-LIST-DATE
                            MOVE CW-RANK TO WCW-RANK(WS-CW-COUNT)
                            MOVE CW-ID-NUM TO WCW-ID-NUM(WS-CW-COUNT)
                            MOVE CW-PAST-DUE
                               TO WCW-PAST-DUE(WS-CW-COUNT)
                            MOVE CW-DAYS-OVER
                               TO WCW-DAYS-OVER(WS-CW-COUNT)
                            MOVE CW-BROKEN TO WCW-BROKEN(WS-CW-COUNT)
                            MOVE 'N' TO WCW-CALLED(WS-CW-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE WORKLIST-FILE
              IF WS-CW-COUNT IS GREATER THAN ZERO AND
                 WS-LIST-DATE IS NOT EQUAL TO WS-TODAY
                 DISPLAY "CALL: worklist is from " WS-LIST-DATE
                    " - run MAINCOLLECTLIST for a fresh one"
              END-IF
           END-IF.

      *    A CUSTOMER WITH A 'CALL' NOTE DATED TODAY HAS BEEN RUNG
       MARK-CALLED-TODAY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CUSTOMER-NOTE-FILE
           IF WS-NOTE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CUSTOMER-NOTE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF CN-DATE IS EQUAL TO WS-TODAY AND
                            CN-TEXT(1:5) IS EQUAL TO 'CALL '
                            MOVE CN-ID-NUM TO WS-ENTER-ID
                            PERFORM MARK-ONE-CALLED
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CUSTOMER-NOTE-FILE
           END-IF.

       MARK-ONE-CALLED.
           PERFORM VARYING WS-CW-I FROM 1 BY 1
              UNTIL WS-CW-I > WS-CW-COUNT
                   IF WCW-ID-NUM(WS-CW-I) IS EQUAL TO WS-ENTER-ID
                      MOVE 'Y' TO WCW-CALLED(WS-CW-I)
                   END-IF
           END-PERFORM.

       LOAD-PROMISES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROMISE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-PR-COUNT IS EQUAL TO 5000
                            DISPLAY "CALL: promise table full, "
                               "screen closed"
                            CLOSE PROMISE-FILE
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-PR-COUNT
                         MOVE PROMISE-DATA TO WPR-RECORD(WS-PR-COUNT)
                      END-READ
              END-PERFORM
              CLOSE PROMISE-FILE
           END-IF.

       CALL-NEXT-ON-LIST.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CW-I FROM 1 BY 1
              UNTIL WS-CW-I > WS-CW-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                   IF WCW-CALLED(WS-CW-I) IS EQUAL TO 'N'
                      MOVE 'Y' TO WS-FOUND
                      MOVE WCW-ID-NUM(WS-CW-I) TO WS-ENTER-ID
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              DISPLAY "CALL: everyone on the worklist has been "
                 "called today"
           ELSE
              PERFORM WORK-ONE-CUSTOMER
           END-IF.

       CALL-KEYED-CUSTOMER.
           DISPLAY " "
           DISPLAY "CALL: Enter Customer ID: " WITH NO ADVANCING
           ACCEPT WS-ENTER-ID
           PERFORM WORK-ONE-CUSTOMER.

       WORK-ONE-CUSTOMER.
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE WS-ENTER-ID TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
              DISPLAY "CALL: Customer with this ID does not exist"
           ELSE
              PERFORM SHOW-CUSTOMER-POSITION
              PERFORM TAKE-CALL-OUTCOME
           END-IF.

       SHOW-CUSTOMER-POSITION.
           DISPLAY " "
           DISPLAY "CALL: " ID-NUM " " FUNCTION TRIM(FIRST-NAME) " "
              FUNCTION TRIM(LAST-NAME) "  PHONE " PHONE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CW-I FROM 1 BY 1
              UNTIL WS-CW-I > WS-CW-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                   IF WCW-ID-NUM(WS-CW-I) IS EQUAL TO WS-ENTER-ID
                      MOVE 'Y' TO WS-FOUND
                      MOVE WS-CW-I TO WS-CW-FOUND-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE WCW-PAST-DUE(WS-CW-FOUND-I) TO WS-EDIT-AMOUNT
              DISPLAY "CALL: rank " WCW-RANK(WS-CW-FOUND-I)
                 "  past due " WS-EDIT-AMOUNT
                 "  oldest " WCW-DAYS-OVER(WS-CW-FOUND-I)
                 " day(s) over"
              IF WCW-CALLED(WS-CW-FOUND-I) IS EQUAL TO 'Y'
                 DISPLAY "CALL: already called today"
              END-IF
           ELSE
              DISPLAY "CALL: not on today's worklist"
           END-IF
           PERFORM SHOW-LIVE-PROMISES.

       SHOW-LIVE-PROMISES.
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   MOVE WPR-RECORD(WS-PR-I) TO PROMISE-DATA
                   IF PR-ID-NUM IS EQUAL TO WS-ENTER-ID
                      IF PR-OPEN
                         MOVE PR-AMOUNT TO WS-EDIT-AMOUNT
                         DISPLAY "CALL: open promise of "
                            WS-EDIT-AMOUNT " due " PR-DUE-DATE
                      END-IF
                      IF PR-BROKEN
                         MOVE PR-AMOUNT TO WS-EDIT-AMOUNT
                         DISPLAY "CALL: ** BROKEN ** promise of "
                            WS-EDIT-AMOUNT " due " PR-DUE-DATE
                      END-IF
                   END-IF
           END-PERFORM.

       TAKE-CALL-OUTCOME.
           DISPLAY "CALL: Outcome - NA no answer, LM left message,"
           DISPLAY "      PP promise to pay, DS dispute, RF refused,"
           DISPLAY "      WN wrong number, PD says already paid"
           DISPLAY "      (blank = no call made): " WITH NO ADVANCING
           ACCEPT WS-ENTER-OUTCOME
           MOVE FUNCTION UPPER-CASE(WS-ENTER-OUTCOME)
              TO WS-ENTER-OUTCOME
           EVALUATE WS-ENTER-OUTCOME
           WHEN SPACES
                DISPLAY "CALL: nothing recorded"
           WHEN 'PP'
                PERFORM TAKE-PROMISE
           WHEN 'NA'
                MOVE 'NO ANSWER' TO WS-OUTCOME-TEXT
                PERFORM RECORD-PLAIN-CALL
           WHEN 'LM'
                MOVE 'LEFT MESSAGE' TO WS-OUTCOME-TEXT
                PERFORM RECORD-PLAIN-CALL
           WHEN 'DS'
                MOVE 'DISPUTE' TO WS-OUTCOME-TEXT
                PERFORM RECORD-PLAIN-CALL
           WHEN 'RF'
                MOVE 'REFUSED' TO WS-OUTCOME-TEXT
                PERFORM RECORD-PLAIN-CALL
           WHEN 'WN'
                MOVE 'WRONG NUMBER' TO WS-OUTCOME-TEXT
                PERFORM RECORD-PLAIN-CALL
           WHEN 'PD'
                MOVE 'SAYS PAID' TO WS-OUTCOME-TEXT
                PERFORM RECORD-PLAIN-CALL
           WHEN OTHER
                DISPLAY "CALL: unknown outcome, nothing recorded"
           END-EVALUATE.

       RECORD-PLAIN-CALL.
           DISPLAY "CALL: Remark (up to 27 characters): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-REMARK
           MOVE SPACES TO WS-NOTE-TEXT
           STRING 'CALL ' DELIMITED BY SIZE
              WS-ENTER-OUTCOME DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-OUTCOME-TEXT DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-ENTER-REMARK DELIMITED BY SIZE
              INTO WS-NOTE-TEXT
           PERFORM FINISH-CALL.

       TAKE-PROMISE.
           IF WS-PR-COUNT IS EQUAL TO 5000
              DISPLAY "CALL: promise table full, promise not taken"
           ELSE
              DISPLAY "CALL: Amount Promised, 9 digits "
                 "(000050000 = 500.00): " WITH NO ADVANCING
              ACCEPT WS-ENTER-AMOUNT-X
              DISPLAY "CALL: Promised By (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-DATE
              IF WS-ENTER-AMOUNT-X IS NOT NUMERIC OR
                 WS-ENTER-AMOUNT IS EQUAL TO ZERO
                 DISPLAY "CALL: amount must be 9 digits above zero, "
                    "promise not taken"
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-ENTER-DATE)
                    IS NOT EQUAL TO ZERO OR
                    WS-ENTER-DATE IS LESS THAN WS-TODAY
                    DISPLAY "CALL: date must be a valid date no "
                       "earlier than today, promise not taken"
                 ELSE
                    PERFORM ADD-PROMISE
                    MOVE WS-ENTER-AMOUNT TO WS-NOTE-AMOUNT
                    MOVE SPACES TO WS-NOTE-TEXT
                    STRING 'CALL PP PROMISED ' DELIMITED BY SIZE
                       FUNCTION TRIM(WS-NOTE-AMOUNT)
                          DELIMITED BY SIZE
                       ' BY ' DELIMITED BY SIZE
                       WS-ENTER-DATE DELIMITED BY SIZE
                       INTO WS-NOTE-TEXT
                    PERFORM FINISH-CALL
                 END-IF
              END-IF
           END-IF.

      *    A NEW PROMISE REPLACES ANY STILL OPEN FOR THE CUSTOMER
       ADD-PROMISE.
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   MOVE WPR-RECORD(WS-PR-I) TO PROMISE-DATA
                   IF PR-ID-NUM IS EQUAL TO WS-ENTER-ID AND PR-OPEN
                      MOVE 'X' TO PR-STATUS
                      MOVE WS-TODAY TO PR-STATUS-DATE
                      MOVE PROMISE-DATA TO WPR-RECORD(WS-PR-I)
                   END-IF
           END-PERFORM
           MOVE SPACES TO PROMISE-DATA
           MOVE WS-ENTER-ID TO PR-ID-NUM
           MOVE WS-TODAY TO PR-TAKEN-DATE
           MOVE WS-ENTER-AMOUNT TO PR-AMOUNT
           MOVE WS-ENTER-DATE TO PR-DUE-DATE
           MOVE ZERO TO PR-PAID
           MOVE 'O' TO PR-STATUS
           MOVE WS-TODAY TO PR-STATUS-DATE
           MOVE SPACE TO PR-HOLD-FLAG
           MOVE WS-OPERATOR-ID TO PR-OPERATOR
           ADD 1 TO WS-PR-COUNT
           MOVE PROMISE-DATA TO WPR-RECORD(WS-PR-COUNT).

      *    ANY CALL COUNTS AS FOLLOWING UP A BROKEN PROMISE - A HOLD
      *    ALREADY QUEUED FOR MAINCREDITHOLD STAYS QUEUED
       FINISH-CALL.
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   MOVE WPR-RECORD(WS-PR-I) TO PROMISE-DATA
                   IF PR-ID-NUM IS EQUAL TO WS-ENTER-ID AND PR-BROKEN
                      MOVE 'F' TO PR-STATUS
                      MOVE WS-TODAY TO PR-STATUS-DATE
                      MOVE PROMISE-DATA TO WPR-RECORD(WS-PR-I)
                   END-IF
           END-PERFORM
           PERFORM REWRITE-PROMISE-FILE
           PERFORM WRITE-NOTE-RECORD
           PERFORM MARK-ONE-CALLED
           DISPLAY "CALL: recorded under " WS-OPERATOR-ID.

       REWRITE-PROMISE-FILE.
           OPEN OUTPUT PROMISE-FILE
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   MOVE WPR-RECORD(WS-PR-I) TO PROMISE-DATA
                   WRITE PROMISE-DATA
           END-PERFORM
           CLOSE PROMISE-FILE.

       WRITE-NOTE-RECORD.
           OPEN EXTEND CUSTOMER-NOTE-FILE
           IF WS-NOTE-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT CUSTOMER-NOTE-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE SPACES TO CUSTOMER-NOTE-DATA
           MOVE WS-CURRENT-DATE TO CN-DATE
           MOVE WS-CURRENT-TIME TO CN-TIME
           MOVE WS-ENTER-ID TO CN-ID-NUM
           MOVE WS-OPERATOR-ID TO CN-OPERATOR
           MOVE WS-NOTE-TEXT TO CN-TEXT
           WRITE CUSTOMER-NOTE-DATA
           CLOSE CUSTOMER-NOTE-FILE.

       LIST-PROMISES.
           DISPLAY " "
           DISPLAY "CALL: Enter Customer ID: " WITH NO ADVANCING
           ACCEPT WS-ENTER-ID
           MOVE ZERO TO WS-SHOWN-COUNT
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   MOVE WPR-RECORD(WS-PR-I) TO PROMISE-DATA
                   IF PR-ID-NUM IS EQUAL TO WS-ENTER-ID
                      MOVE PR-AMOUNT TO WS-EDIT-AMOUNT
                      DISPLAY "CALL: taken " PR-TAKEN-DATE " by "
                         PR-OPERATOR " " WS-EDIT-AMOUNT " due "
                         PR-DUE-DATE " status " PR-STATUS " "
                         PR-STATUS-DATE
                      ADD 1 TO WS-SHOWN-COUNT
                   END-IF
           END-PERFORM
           IF WS-SHOWN-COUNT IS EQUAL TO ZERO
              DISPLAY "CALL: no promises for this customer"
           END-IF.
