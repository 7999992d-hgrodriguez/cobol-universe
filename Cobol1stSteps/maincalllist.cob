       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINCALLLIST.

      *    DAILY 'NEEDS A PHONE CALL' LIST: EVERY ORDER OR STATEMENT
      *    EVENT CUSTNOTIFY COULD NOT E-MAIL - THE CUSTOMER HAS NO
      *    E-MAIL ADDRESS ON FILE, OR HAS OPTED OUT ON custprof.dat -
      *    SITS ON callq.dat. THIS PRINTS THE DAY'S ENTRIES WITH THE
      *    CUSTOMER'S NAME AND PHONE NUMBER FROM THE MASTER SO THE
      *    OFFICE CAN RING THEM, AND COUNTS THEM BY REASON SO IT IS
      *    CLEAR HOW MANY ADDRESSES ARE STILL TO BE COLLECTED. A
      *    BLANK DATE MEANS TODAY; AN EARLIER DATE REPRINTS THAT
      *    DAY'S LIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-QUEUE ASSIGN TO 'callq.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CALLQ-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
           SELECT CALL-LIST-REPORT ASSIGN TO 'callist.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CALL-QUEUE.
       01 CALL-QUEUE-DATA.
          COPY NOTIFY-EVENT.

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

       FD CALL-LIST-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CALLQ-STATUS      PIC XX.
       01 WS-EOF               PIC X.
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-ENTER-DATE        PIC X(8).
       01 WS-LIST-DATE         PIC 9(8).
       01 WS-LISTED-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-NOEMAIL-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-OPTOUT-COUNT      PIC 9(5)  VALUE ZERO.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

       01 CALL-LIST-HEADING.
          02 FILLER             PIC X(36) VALUE
             'CUSTOMERS TO TELEPHONE - EVENTS OF '.
          02 CLH-DATE           PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(6)  VALUE 'ID'.
          02 FILLER             PIC X(21) VALUE 'CUSTOMER'.
          02 FILLER             PIC X(16) VALUE 'PHONE'.
          02 FILLER             PIC X(5)  VALUE 'EVNT'.
          02 FILLER             PIC X(11) VALUE 'DOCUMENT'.
          02 FILLER             PIC X(9)  VALUE 'DOC DATE'.
          02 FILLER             PIC X(7)  VALUE 'REASON'.
       01 CALL-DETAIL-LINE.
          02 CDL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-NAME           PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-PHONE          PIC X(15).
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-EVENT          PIC X(4).
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-DOC-REF        PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-DOC-DATE       PIC 9(8).
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-REASON         PIC X(7).
       01 CALL-DETAIL-TEXT-LINE.
          02 FILLER             PIC X(6)  VALUE SPACES.
          02 CDT-DETAIL         PIC X(50).
       01 CALL-TOTAL-LINE.
          02 FILLER             PIC X(7)  VALUE 'TOTAL  '.
          02 CTL-LISTED         PIC ZZZZ9.
          02 FILLER             PIC X(14) VALUE ' CALL(S) -    '.
          02 CTL-NOEMAIL        PIC ZZZZ9.
          02 FILLER             PIC X(13) VALUE ' NO E-MAIL,  '.
          02 CTL-OPTOUT         PIC ZZZZ9.
          02 FILLER             PIC X(12) VALUE ' OPTED OUT'.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'CALLS: List Date (YYYYMMDD, blank = today): '
              WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE IS EQUAL TO SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LIST-DATE
           ELSE
              MOVE WS-ENTER-DATE TO WS-LIST-DATE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT CALL-LIST-REPORT
           MOVE WS-LIST-DATE TO CLH-DATE
           WRITE PRINT-LINE FROM CALL-LIST-HEADING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADS
           MOVE 'N' TO WS-EOF
           OPEN INPUT CALL-QUEUE
           IF WS-CALLQ-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CALL-QUEUE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF NE-DATE IS EQUAL TO WS-LIST-DATE
                            PERFORM PRINT-ONE-CALL
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CALL-QUEUE
           END-IF
           IF WS-LISTED-COUNT IS EQUAL TO ZERO
              MOVE 'NO CUSTOMERS TO CALL FOR THIS DATE' TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-LISTED-COUNT TO CTL-LISTED
           MOVE WS-NOEMAIL-COUNT TO CTL-NOEMAIL
           MOVE WS-OPTOUT-COUNT TO CTL-OPTOUT
           WRITE PRINT-LINE FROM CALL-TOTAL-LINE
           CLOSE CUSTOMER-FILE
           CLOSE CALL-LIST-REPORT
           MOVE 'MAINCALLLIST' TO WS-SP-PROGRAM
           MOVE 'callist.rpt' TO WS-SP-REPORT-NAME
           MOVE WS-LIST-DATE TO WS-SP-PARAMS
           MOVE SPACES TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           DISPLAY 'CALLS: ' WS-LISTED-COUNT ' customer call(s) '
              'on callist.rpt'
           STOP RUN.

      *    THE NAME AND PHONE COME FROM THE MASTER AS IT STANDS NOW,
      *    SO A NUMBER CORRECTED SINCE THE EVENT IS THE ONE PRINTED
       PRINT-ONE-CALL.
           MOVE SPACES TO CALL-DETAIL-LINE
           MOVE NE-ID-NUM TO CDL-ID-NUM
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE NE-ID-NUM TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
              STRING FIRST-NAME DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 LAST-NAME DELIMITED BY SIZE
                 INTO CDL-NAME
              MOVE PHONE TO CDL-PHONE
           ELSE
              MOVE '** NOT ON FILE **' TO CDL-NAME
           END-IF
           MOVE NE-EVENT TO CDL-EVENT
           MOVE NE-DOC-REF TO CDL-DOC-REF
           MOVE NE-DOC-DATE TO CDL-DOC-DATE
           MOVE NE-REASON TO CDL-REASON
           WRITE PRINT-LINE FROM CALL-DETAIL-LINE
           MOVE NE-DETAIL TO CDT-DETAIL
           WRITE PRINT-LINE FROM CALL-DETAIL-TEXT-LINE
           ADD 1 TO WS-LISTED-COUNT
           IF NE-REASON IS EQUAL TO 'OPTOUT'
              ADD 1 TO WS-OPTOUT-COUNT
           ELSE
              ADD 1 TO WS-NOEMAIL-COUNT
           END-IF.
