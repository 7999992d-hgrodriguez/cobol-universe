      *    BALANCE BEFORE THE PERIOD, THE PERIOD'S ORDER LINES AND
      *    PAYMENTS, AND THE CLOSING BALANCE. THE FULL MONTHLY SWEEP
      *    AND THE SINGLE-CUSTOMER PHONE-CALL MODE SHARE ALL OF THE
      *    STATEMENT LOGIC. THE PARENT MODE PRINTS ONE CONSOLIDATED
      *    STATEMENT PER BILL-TO PARENT ACCOUNT ON custprof.dat,
      *    ADDRESSED TO THE PARENT, WITH EACH ACCOUNT IN THE FAMILY
      *    (THE PARENT'S OWN FIRST) IN ITS OWN SECTION AND THE
      *    FAMILY'S TOTAL DUE AT THE FOOT. EVERY STATEMENT PRODUCED
      *    IS HANDED TO CUSTNOTIFY SO THE CUSTOMER IS E-MAILED THAT
      *    IT IS READY (OR PUT ON THE CALL LIST).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'custprof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO 'statement.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       01 ORDER-LINE         PIC X(80).

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD DAILY-TOTALS-FILE.
       01 DAILY-TOTALS-RECORD.
       FD HISTORY-FILE.
       01 HISTORY-LINE       PIC X(80).

       FD PROFILE-FILE.
       01 PROFILE-DATA.
          COPY CUSTOMER-PROFILE.

       FD STATEMENT-REPORT.
       01 PRINT-LINE            PIC X(80).

      *    THE RECORD-TYPE COLUMN IS BLANK ON NORMAL RECEIPTS,
      *    'NSF' ON A REVERSAL AND 'FEE' ON THE RETURNED-CHECK FEE
      *    (BOTH FROM MAINPAYMENTREVERSE), AND 'RFD' ON A REFUND
      *    DISBURSED BY MAINREFUND, 'FIN' ON A LATE-PAYMENT
      *    FINANCE CHARGE FROM MAINFINCHARGE, AND 'FXG' ON THE
      *    REALIZED GAIN OF A FOREIGN-CURRENCY RECEIPT (MAINCASHAPPLY
      *    - THE RECEIPT LINE CARRIES MORE THAN IT RELIEVED) - ALL
      *    FIVE MOVE THE BALANCE UP INSTEAD OF PAYING IT DOWN. 'DSC'
      *    IS AN EARLY-PAY DISCOUNT, 'WOF' A WRITE-OFF FROM
      *    MAINWRITEOFF, 'RBT' A VOLUME REBATE CREDIT FROM
      *    MAINREBATERUN AND 'FXL' THE REALIZED LOSS ON A FOREIGN
      *    RECEIPT - ALL FOUR PAY IT DOWN LIKE A RECEIPT
       01 WS-PAYMENT-DETAIL.
          02 WP-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 FILLER            PIC X.
          02 WP-REC-TYPE       PIC X(3).
          02 FILLER            PIC X(12).
      *       OPERATOR AND ENTRY TIME - NOT USED HERE
          02 FILLER            PIC X(16).
       01 WS-LOG-STATUS        PIC XX.
       01 WS-PAYMENT-STATUS    PIC XX.
       01 WS-TOTALS-STATUS     PIC XX.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-HISTORY-FILE-NAME PIC X(20).
       01 WS-TOTALS-EOF        PIC X.
       01 WS-EOF               PIC X.
       01 WS-OPENING-BALANCE   PIC S9(8)V99.
       01 WS-CLOSING-BALANCE   PIC S9(8)V99.
       01 WS-LINE-AMOUNT       PIC S9(7)V99.
       01 WS-FAMILY-OPENING    PIC S9(8)V99.
       01 WS-FAMILY-CLOSING    PIC S9(8)V99.
       01 WS-PARENT-ID         PIC 9(5).
      *    CUSTNOTIFY PARAMETERS
       01 WS-NT-EVENT          PIC X(4).
       01 WS-NT-DOC-REF        PIC X(10).
       01 WS-NT-DOC-DATE       PIC 9(8).
       01 WS-NT-DETAIL         PIC X(50).
       01 WS-NT-BALANCE        PIC -(7)9.99.

      *    THE WHOLE ORDER LOG AND PAYMENT LOG, LOADED ONCE AND
      *    SCANNED PER CUSTOMER
             03 WY-AMOUNT             PIC 9(7)V99.
             03 WY-REC-TYPE           PIC X(3).
       01 WS-PAY-I             PIC 9(4).
      *    CHILD ACCOUNTS AND THE PARENT EACH IS BILLED TO, FROM
      *    custprof.dat, AND THE DISTINCT PARENTS IN FILE ORDER
       01 WS-LINK-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-LINK-TABLE.
          02 WS-LINK-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-LINK-COUNT.
             03 WL-ID-NUM             PIC 9(5).
             03 WL-PARENT-ID          PIC 9(5).
       01 WS-LINK-I            PIC 9(4).
       01 WS-PARENT-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-PARENT-TABLE.
          02 WS-PARENT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PARENT-COUNT.
             03 WPT-ID-NUM            PIC 9(5).
       01 WS-PARENT-I          PIC 9(4).
       01 WS-FOUND             PIC X.
      *    PARAMETERS PASSED TO THE SHARED CALBUSDAY CALENDAR
      *    SUBPROGRAM - A KEYED FROM-DATE OF ZERO TAKES THE WHOLE
      *    CURRENT CALENDAR PERIOD INSTEAD OF A HAND-TYPED RANGE
       01 BALANCE-LINE.
          02 BL-LABEL           PIC X(18).
          02 BL-AMOUNT          PIC -Z,ZZZ,ZZ9.99.
       01 ACCOUNT-SECTION-LINE.
          02 FILLER             PIC X(8)  VALUE 'ACCOUNT '.
          02 ASL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X     VALUE SPACE.
          02 ASL-FIRST-NAME     PIC X(15).
          02 FILLER             PIC X     VALUE SPACE.
          02 ASL-LAST-NAME      PIC X(15).
          02 FILLER             PIC X     VALUE SPACE.
          02 ASL-CITY           PIC X(20).
       01 ACTIVITY-DETAIL-LINE.
          02 ADL-DATE           PIC 9(8).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 ADL-AMOUNT         PIC -ZZZ,ZZ9.99.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'STMT: Period from (YYYYMMDD, 0 = current '
              'calendar period): ' WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
                 WITH NO ADVANCING
              ACCEPT WS-TO-DATE
           END-IF
           DISPLAY 'STMT: (A)ll customers, (S)ingle or (P)arent '
              'consolidated: ' WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE

           PERFORM LOAD-HISTORY-ORDERS
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT STATEMENT-REPORT

           EVALUATE WS-MODE-CHOICE
           WHEN 'S'
           WHEN 's'
              PERFORM SINGLE-CUSTOMER-STATEMENT
           WHEN 'P'
           WHEN 'p'
              PERFORM LOAD-PARENT-LINKS
              PERFORM CONSOLIDATED-STATEMENTS
           WHEN OTHER
              PERFORM ALL-CUSTOMER-STATEMENTS
           END-EVALUATE

           CLOSE CUSTOMER-FILE
           CLOSE STATEMENT-REPORT
                   END-READ
           END-PERFORM.

       LOAD-PARENT-LINKS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROFILE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF CP-PARENT-ID IS NUMERIC AND
                            CP-PARENT-ID IS GREATER THAN ZERO AND
                            WS-LINK-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-LINK-COUNT
                            MOVE CP-ID-NUM TO WL-ID-NUM(WS-LINK-COUNT)
                            MOVE CP-PARENT-ID TO
                               WL-PARENT-ID(WS-LINK-COUNT)
                            PERFORM ADD-DISTINCT-PARENT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF
           IF WS-PARENT-COUNT IS EQUAL TO ZERO
              DISPLAY 'STMT: no parent accounts on custprof.dat'
           END-IF.

       ADD-DISTINCT-PARENT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PARENT-I FROM 1 BY 1
              UNTIL WS-PARENT-I > WS-PARENT-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WPT-ID-NUM(WS-PARENT-I) IS EQUAL TO CP-PARENT-ID
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              ADD 1 TO WS-PARENT-COUNT
              MOVE CP-PARENT-ID TO WPT-ID-NUM(WS-PARENT-COUNT)
           END-IF.

      *    ONE STATEMENT PER PARENT WHOSE FAMILY THE PERIOD TOUCHED.
      *    THE CUSTOMER FILE IS READ BY KEY FOR EACH MEMBER IN TURN
       CONSOLIDATED-STATEMENTS.
           PERFORM VARYING WS-PARENT-I FROM 1 BY 1
              UNTIL WS-PARENT-I > WS-PARENT-COUNT
                   MOVE WPT-ID-NUM(WS-PARENT-I) TO WS-PARENT-ID
                   MOVE WS-PARENT-ID TO ID-NUM
                   PERFORM CHECK-PERIOD-ACTIVITY
                   PERFORM VARYING WS-LINK-I FROM 1 BY 1
                      UNTIL WS-LINK-I > WS-LINK-COUNT OR
                         WS-HAS-ACTIVITY IS EQUAL TO 'Y'
                           IF WL-PARENT-ID(WS-LINK-I) IS EQUAL TO
                              WS-PARENT-ID
                              MOVE WL-ID-NUM(WS-LINK-I) TO ID-NUM
                              PERFORM CHECK-PERIOD-ACTIVITY
                           END-IF
                   END-PERFORM
                   IF WS-HAS-ACTIVITY IS EQUAL TO 'Y'
                      PERFORM PRINT-CONSOLIDATED-STATEMENT
                   END-IF
           END-PERFORM.

       PRINT-CONSOLIDATED-STATEMENT.
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE WS-PARENT-ID TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
              DISPLAY 'STMT: parent account ' WS-PARENT-ID
                 ' not on file, consolidated statement skipped'
           ELSE
              MOVE WS-FROM-DATE TO SH-FROM-DATE
              MOVE WS-TO-DATE TO SH-TO-DATE
              WRITE PRINT-LINE FROM STATEMENT-HEADING
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE FIRST-NAME TO AN-FIRST-NAME
              MOVE LAST-NAME TO AN-LAST-NAME
              WRITE PRINT-LINE FROM ADDRESS-NAME-LINE
              MOVE STREET TO AS-STREET
              WRITE PRINT-LINE FROM ADDRESS-STREET-LINE
              MOVE CITY TO AC-CITY
              MOVE STATE TO AC-STATE
              MOVE ZIP TO AC-ZIP
              WRITE PRINT-LINE FROM ADDRESS-CITY-LINE
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE ZERO TO WS-FAMILY-OPENING
              MOVE ZERO TO WS-FAMILY-CLOSING
              PERFORM PRINT-MEMBER-SECTION
              PERFORM VARYING WS-LINK-I FROM 1 BY 1
                 UNTIL WS-LINK-I > WS-LINK-COUNT
                      IF WL-PARENT-ID(WS-LINK-I) IS EQUAL TO
                         WS-PARENT-ID
                         MOVE WL-ID-NUM(WS-LINK-I) TO ID-NUM
                         READ CUSTOMER-FILE
                         INVALID KEY
                                 DISPLAY 'STMT: child account '
                                    WL-ID-NUM(WS-LINK-I)
                                    ' not on file'
                         NOT INVALID KEY
                                 PERFORM PRINT-MEMBER-SECTION
                         END-READ
                      END-IF
              END-PERFORM
              MOVE 'TOTAL OPENING     ' TO BL-LABEL
              MOVE WS-FAMILY-OPENING TO BL-AMOUNT
              WRITE PRINT-LINE FROM BALANCE-LINE
              MOVE 'TOTAL DUE         ' TO BL-LABEL
              MOVE WS-FAMILY-CLOSING TO BL-AMOUNT
              WRITE PRINT-LINE FROM BALANCE-LINE
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              WRITE PRINT-LINE
              ADD 1 TO WS-STATEMENT-COUNT
      *       THE NOTICE GOES TO HEAD OFFICE FOR THE FAMILY TOTAL
              MOVE WS-PARENT-ID TO ID-NUM
              READ CUSTOMER-FILE
              INVALID KEY
                      CONTINUE
              END-READ
              MOVE WS-FAMILY-CLOSING TO WS-CLOSING-BALANCE
              PERFORM NOTIFY-STATEMENT
           END-IF.

      *    ONE ACCOUNT'S OPENING BALANCE, PERIOD ACTIVITY AND CLOSING
      *    BALANCE INSIDE A CONSOLIDATED STATEMENT
       PRINT-MEMBER-SECTION.
           MOVE ID-NUM TO ASL-ID-NUM
           MOVE FIRST-NAME TO ASL-FIRST-NAME
           MOVE LAST-NAME TO ASL-LAST-NAME
           MOVE CITY TO ASL-CITY
           WRITE PRINT-LINE FROM ACCOUNT-SECTION-LINE
           PERFORM COMPUTE-OPENING-BALANCE
           MOVE 'OPENING BALANCE   ' TO BL-LABEL
           MOVE WS-OPENING-BALANCE TO BL-AMOUNT
           WRITE PRINT-LINE FROM BALANCE-LINE
           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE
           PERFORM PRINT-PERIOD-ACTIVITY
           MOVE 'CLOSING BALANCE   ' TO BL-LABEL
           MOVE WS-CLOSING-BALANCE TO BL-AMOUNT
           WRITE PRINT-LINE FROM BALANCE-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           ADD WS-OPENING-BALANCE TO WS-FAMILY-OPENING
           ADD WS-CLOSING-BALANCE TO WS-FAMILY-CLOSING.

      *    A CUSTOMER IS ON THE MONTHLY SWEEP ONLY IF THE PERIOD
      *    TOUCHED THEM - AN ORDER LINE OR A PAYMENT IN RANGE
       CHECK-PERIOD-ACTIVITY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE
           ADD 1 TO WS-STATEMENT-COUNT
           PERFORM NOTIFY-STATEMENT.

      *    THE DOCUMENT IS THE PERIOD - IT RUNS FROM/TO, DATED ON
      *    THE PERIOD END
       NOTIFY-STATEMENT.
           MOVE 'STMT' TO WS-NT-EVENT
           MOVE SPACES TO WS-NT-DOC-REF
           MOVE WS-FROM-DATE TO WS-NT-DOC-REF(1:8)
           MOVE WS-TO-DATE TO WS-NT-DOC-DATE
           MOVE WS-CLOSING-BALANCE TO WS-NT-BALANCE
           MOVE SPACES TO WS-NT-DETAIL
           STRING 'STATEMENT READY, CLOSING BALANCE ' DELIMITED BY SIZE
                  WS-NT-BALANCE DELIMITED BY SIZE
              INTO WS-NT-DETAIL
           END-STRING
           CALL 'CUSTNOTIFY' USING
              BY REFERENCE ID-NUM,
              BY REFERENCE EMAIL,
              BY REFERENCE WS-NT-EVENT,
              BY REFERENCE WS-NT-DOC-REF,
              BY REFERENCE WS-NT-DOC-DATE,
              BY REFERENCE WS-NT-DETAIL
           END-CALL.

      *    EVERYTHING BEFORE THE PERIOD: CHARGES AND CREDITS LESS
      *    PAYMENTS
                      WY-DATE(WS-PAY-I) IS LESS THAN WS-FROM-DATE
                      IF WY-REC-TYPE(WS-PAY-I) IS EQUAL TO 'NSF' OR
                         WY-REC-TYPE(WS-PAY-I) IS EQUAL TO 'FEE' OR
                         WY-REC-TYPE(WS-PAY-I) IS EQUAL TO 'RFD' OR
                         WY-REC-TYPE(WS-PAY-I) IS EQUAL TO 'FIN' OR
                         WY-REC-TYPE(WS-PAY-I) IS EQUAL TO 'FXG'
                         ADD WY-AMOUNT(WS-PAY-I) TO
                            WS-OPENING-BALANCE
                      ELSE
                      MOVE WY-DATE(WS-PAY-I) TO ADL-DATE
                      IF WY-REC-TYPE(WS-PAY-I) IS EQUAL TO 'NSF' OR
                         WY-REC-TYPE(WS-PAY-I) IS EQUAL TO 'FEE' OR
                         WY-REC-TYPE(WS-PAY-I) IS EQUAL TO 'RFD' OR
                         WY-REC-TYPE(WS-PAY-I) IS EQUAL TO 'FIN' OR
                         WY-REC-TYPE(WS-PAY-I) IS EQUAL TO 'FXG'
                         EVALUATE WY-REC-TYPE(WS-PAY-I)
                         WHEN 'NSF'
                            MOVE 'NSF RETURNED CHECK  ' TO ADL-DESC
                         WHEN 'FEE'
                            MOVE 'NSF FEE ASSESSED    ' TO ADL-DESC
                         WHEN 'FIN'
                            MOVE 'FINANCE CHARGE      ' TO ADL-DESC
                         WHEN 'FXG'
                            MOVE 'EXCHANGE GAIN ADJ   ' TO ADL-DESC
                         WHEN OTHER
                            MOVE 'REFUND ISSUED       ' TO ADL-DESC
                         END-EVALUATE
                         ADD WY-AMOUNT(WS-PAY-I) TO
                            WS-CLOSING-BALANCE
                      ELSE
                         EVALUATE WY-REC-TYPE(WS-PAY-I)
                         WHEN 'DSC'
                            MOVE 'EARLY-PAY DISCOUNT  ' TO ADL-DESC
                         WHEN 'WOF'
                            MOVE 'BALANCE WRITTEN OFF ' TO ADL-DESC
                         WHEN 'RBT'
                            MOVE 'VOLUME REBATE CREDIT' TO ADL-DESC
                         WHEN 'FXL'
                            MOVE 'EXCHANGE LOSS ADJ   ' TO ADL-DESC
                         WHEN OTHER
                            MOVE 'PAYMENT - THANK YOU ' TO ADL-DESC
                         END-EVALUATE
                         COMPUTE WS-LINE-AMOUNT =
                            0 - WY-AMOUNT(WS-PAY-I)
                         MOVE WS-LINE-AMOUNT TO ADL-AMOUNT
