       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINARTIEOUT.

      *    NIGHTLY AR CONTROL REPORT: PROVES THE THREE PLACES
      *    RECEIVABLES ARE CARRIED AGREE. THE OPEN ITEMS ON aropen.dat
      *    ARE SUMMED PER CUSTOMER (AMOUNT LESS PAID, OPEN ITEMS ONLY)
      *    AND SET AGAINST THAT CUSTOMER'S RUNNING BALANCE ON
      *    arbal.dat - EVERY CUSTOMER WHOSE TWO FIGURES DIFFER IS
      *    LISTED WITH THE DIFFERENCE. THE SUBLEDGER GRAND TOTAL IS
      *    THEN SET AGAINST THE 11000AR CONTROL ACCOUNT: THE OPENING
      *    BALANCE AGREED AT THE LAST CLOSE ON artieout.ctl PLUS THE
      *    11000AR DEBITS LESS CREDITS THE GL EXPORT HAS WRITTEN TO
      *    gljournal.dat SINCE THAT DATE. WITH NO artieout.ctl THE
      *    PERIOD RUNS FROM THE FIRST JOURNAL LINE WITH A ZERO
      *    OPENING. ANY DIFFERENCE ENDS THE RUN WITH RETURN CODE 4 SO
      *    THE RUNSTREAM LOGS THE STEP AS A WARNING AND THE DASHBOARD
      *    SHOWS IT. THE REPORT IS artieout.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIEOUT-CONTROL-FILE ASSIGN TO 'artieout.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AROPEN-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO 'arbal.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS AR-ID-NUM
              FILE STATUS IS WS-ARBAL-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'gljournal.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM
              FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT TIEOUT-REPORT ASSIGN TO 'artieout.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    ONE LINE: THE DATE THE CONTROL ACCOUNT WAS LAST AGREED AND
      *    ITS BALANCE ON THAT DATE, RAW DIGITS WITH A LEADING SIGN
      *    ('20260930 +00001234500' = 12,345.00 AS AT 30 SEP 2026).
      *    JOURNAL LINES DATED AFTER IT ARE THE PERIOD'S MOVEMENT.
       FD TIEOUT-CONTROL-FILE.
       01 TIEOUT-CONTROL-DATA.
          02 TC-OPENING-DATE   PIC 9(8).
          02 FILLER            PIC X.
          02 TC-OPENING-BAL    PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          COPY AR-OPEN-ITEM.

       FD AR-BALANCE-FILE.
       01 AR-BALANCE-DATA.
          02 AR-ID-NUM         PIC 9(5).
          02 AR-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.

      *    SAME LINE LAYOUT MAINGLEXPORT APPENDS
       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-DATA.
          02 GJ-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 GJ-ACCOUNT        PIC X(8).
          02 FILLER            PIC X.
          02 GJ-DEBIT          PIC 9(9)V99.
          02 FILLER            PIC X.
          02 GJ-CREDIT         PIC 9(9)V99.
          02 FILLER            PIC X.
          02 GJ-EVENT          PIC X(3).

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

       FD TIEOUT-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-ARBAL-STATUS      PIC XX.
       01 WS-JOURNAL-STATUS    PIC XX.
       01 WS-CUSTOMER-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-CUSTOMER-EXISTS   PIC X.
      *    THE GL CONTROL ACCOUNT THE RECEIVABLES EVENTS ON glmap.ctl
      *    DEBIT AND CREDIT
       01 WS-AR-CONTROL-ACCT   PIC X(8)  VALUE '11000AR '.
       01 WS-LOOKUP-ID         PIC 9(5).
       01 WS-ITEM-RESIDUE      PIC S9(7)V99.
       01 WS-DIFFERENCE        PIC S9(9)V99.
       01 WS-OPENING-DATE      PIC 9(8)  VALUE ZERO.
       01 WS-OPENING-BAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-MOVEMENT       PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-BALANCE        PIC S9(9)V99.
       01 WS-OPEN-TOTAL        PIC S9(9)V99 VALUE ZERO.
       01 WS-BAL-TOTAL         PIC S9(9)V99 VALUE ZERO.
       01 WS-CONTROL-DIFF      PIC S9(9)V99.
       01 WS-ITEMS-READ        PIC 9(6)  VALUE ZERO.
       01 WS-BALANCES-READ     PIC 9(5)  VALUE ZERO.
       01 WS-JOURNAL-LINES     PIC 9(6)  VALUE ZERO.
       01 WS-DIFF-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-OUT-OF-BALANCE    PIC X     VALUE 'N'.
       01 WS-EDIT-TOTAL        PIC -,---,---,--9.99.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    ONE ROW PER CUSTOMER FOUND ON EITHER FILE: THE OPEN ITEM
      *    TOTAL AND THE RUNNING BALANCE
       01 WS-CUST-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-CUST-TABLE.
          02 WS-CUST-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-CUST-COUNT.
             03 WC-ID-NUM             PIC 9(5).
             03 WC-OPEN-TOTAL         PIC S9(7)V99.
             03 WC-BALANCE            PIC S9(7)V99.
       01 WS-CUST-I            PIC 9(5).

       01 REPORT-HEADING.
          02 FILLER             PIC X(30) VALUE
             'AR SUBLEDGER TIE-OUT AS AT '.
          02 RH-DATE            PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(7)  VALUE 'ID'.
          02 FILLER             PIC X(31) VALUE 'NAME'.
          02 FILLER             PIC X(14) VALUE '  OPEN ITEMS'.
          02 FILLER             PIC X(14) VALUE '    AR BALANCE'.
          02 FILLER             PIC X(14) VALUE '    DIFFERENCE'.
       01 DIFFERENCE-DETAIL-LINE.
          02 DDL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 DDL-NAME           PIC X(30).
          02 FILLER             PIC X     VALUE SPACE.
          02 DDL-OPEN-TOTAL     PIC -,---,--9.99.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 DDL-BALANCE        PIC -,---,--9.99.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 DDL-DIFFERENCE     PIC -,---,--9.99.
       01 NO-DIFFERENCE-LINE    PIC X(50) VALUE
             'EVERY CUSTOMER BALANCE AGREES WITH ITS OPEN ITEMS'.
       01 CONTROL-HEADING       PIC X(40) VALUE
             'CONTROL TOTALS'.
       01 CONTROL-LINE.
          02 CL-LABEL           PIC X(50).
          02 CL-AMOUNT          PIC -,---,---,--9.99.
       01 RESULT-LINE           PIC X(50).
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-DIFFS           PIC ZZZZ9.
          02 FILLER             PIC X(30) VALUE
             ' CUSTOMER(S) OUT OF BALANCE'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-TIEOUT-CONTROL.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-AR-BALANCES.
           PERFORM SUM-CONTROL-ACCOUNT.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT TIEOUT-REPORT.
           MOVE WS-TODAY TO RH-DATE.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADS.
           PERFORM VARYING WS-CUST-I FROM 1 BY 1
              UNTIL WS-CUST-I > WS-CUST-COUNT
                   ADD WC-OPEN-TOTAL(WS-CUST-I) TO WS-OPEN-TOTAL
                   ADD WC-BALANCE(WS-CUST-I) TO WS-BAL-TOTAL
                   IF WC-OPEN-TOTAL(WS-CUST-I) IS NOT EQUAL TO
                      WC-BALANCE(WS-CUST-I)
                      PERFORM PRINT-DIFFERENCE-LINE
                   END-IF
           END-PERFORM.
           IF WS-DIFF-COUNT IS EQUAL TO ZERO
              WRITE PRINT-LINE FROM NO-DIFFERENCE-LINE
           ELSE
              MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.
           PERFORM PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-DIFF-COUNT TO RF-DIFFS.
           WRITE PRINT-LINE FROM REPORT-FOOTING.
           CLOSE CUSTOMER-FILE.
           CLOSE TIEOUT-REPORT.
           MOVE 'MAINARTIEOUT' TO WS-SP-PROGRAM.
           MOVE 'artieout.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'AS AT ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           MOVE WS-CONTROL-DIFF TO WS-EDIT-TOTAL.
           IF WS-OUT-OF-BALANCE IS EQUAL TO 'Y'
              DISPLAY 'ARTIE: OUT OF BALANCE - ' WS-DIFF-COUNT
                 ' customer(s) differ, control difference '
                 WS-EDIT-TOTAL ', see artieout.rpt'
           ELSE
              DISPLAY 'ARTIE: subledger, balances and 11000AR agree'
           END-IF.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE - 0 IN
      *    BALANCE, 4 OUT OF BALANCE
           DISPLAY 'END OF RUN: ' WS-ITEMS-READ ' open item(s), '
              WS-BALANCES-READ ' balance(s), ' WS-JOURNAL-LINES
              ' journal line(s) read'.
           IF WS-OUT-OF-BALANCE IS EQUAL TO 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    NO CONTROL FILE YET MEANS THE LEDGER HAS NEVER BEEN
      *    CLOSED - THE WHOLE JOURNAL IS THE PERIOD
       LOAD-TIEOUT-CONTROL.
           OPEN INPUT TIEOUT-CONTROL-FILE
           IF WS-CONTROL-STATUS IS EQUAL TO '00'
              READ TIEOUT-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF TC-OPENING-DATE IS NUMERIC
                    MOVE TC-OPENING-DATE TO WS-OPENING-DATE
                 END-IF
                 IF TC-OPENING-BAL IS NUMERIC
                    MOVE TC-OPENING-BAL TO WS-OPENING-BAL
                 END-IF
              END-READ
              CLOSE TIEOUT-CONTROL-FILE
           END-IF.

       LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'ARTIE: aropen.dat not found - no invoices '
                 'have been issued yet'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-ITEMS-READ
                         IF AO-STATUS IS EQUAL TO 'O'
                            COMPUTE WS-ITEM-RESIDUE =
                               AO-AMOUNT - AO-PAID
                            MOVE AO-ID-NUM TO WS-LOOKUP-ID
                            PERFORM FIND-OR-ADD-CUSTOMER
                            ADD WS-ITEM-RESIDUE TO
                               WC-OPEN-TOTAL(WS-CUST-I)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE AR-OPEN-FILE
           END-IF.

      *    SEQUENTIAL PASS OVER THE BALANCE INDEX THE SAME WAY
      *    MAINSNAPSHOT COPIES IT
       LOAD-AR-BALANCES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-BALANCE-FILE
           IF WS-ARBAL-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'ARTIE: arbal.dat not found - no balances '
                 'have been posted yet'
           ELSE
              MOVE LOW-VALUES TO AR-ID-NUM
              START AR-BALANCE-FILE KEY IS NOT LESS THAN AR-ID-NUM
              INVALID KEY
                      MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-BALANCE-FILE NEXT RECORD
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-BALANCES-READ
                         MOVE AR-ID-NUM TO WS-LOOKUP-ID
                         PERFORM FIND-OR-ADD-CUSTOMER
                         ADD AR-BALANCE TO WC-BALANCE(WS-CUST-I)
                      END-READ
              END-PERFORM
              CLOSE AR-BALANCE-FILE
           END-IF.

       FIND-OR-ADD-CUSTOMER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CUST-I FROM 1 BY 1
              UNTIL WS-CUST-I > WS-CUST-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WC-ID-NUM(WS-CUST-I) IS EQUAL TO WS-LOOKUP-ID
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-CUST-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-CUST-COUNT IS EQUAL TO 5000
                 DISPLAY 'ARTIE: customer table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CUST-COUNT
              MOVE WS-CUST-COUNT TO WS-CUST-I
              MOVE WS-LOOKUP-ID TO WC-ID-NUM(WS-CUST-I)
              MOVE ZERO TO WC-OPEN-TOTAL(WS-CUST-I)
              MOVE ZERO TO WC-BALANCE(WS-CUST-I)
           END-IF.

      *    DEBITS RAISE THE CONTROL ACCOUNT, CREDITS RELIEVE IT -
      *    ONLY LINES DATED AFTER THE LAST AGREED CLOSE COUNT
       SUM-CONTROL-ACCOUNT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-JOURNAL-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ GL-JOURNAL-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF GJ-ACCOUNT IS EQUAL TO
                            WS-AR-CONTROL-ACCT AND
                            GJ-DATE IS GREATER THAN WS-OPENING-DATE
                            ADD 1 TO WS-JOURNAL-LINES
                            ADD GJ-DEBIT TO WS-GL-MOVEMENT
                            SUBTRACT GJ-CREDIT FROM WS-GL-MOVEMENT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE GL-JOURNAL-FILE
           END-IF
           COMPUTE WS-GL-BALANCE = WS-OPENING-BAL + WS-GL-MOVEMENT.

       PRINT-DIFFERENCE-LINE.
           ADD 1 TO WS-DIFF-COUNT
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE WC-ID-NUM(WS-CUST-I) TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           MOVE WC-ID-NUM(WS-CUST-I) TO DDL-ID-NUM
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
              MOVE SPACES TO DDL-NAME
              STRING FUNCTION TRIM(LAST-NAME) DELIMITED BY SIZE
                 ', ' DELIMITED BY SIZE
                 FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
                 INTO DDL-NAME
           ELSE
              MOVE '** NOT ON FILE **' TO DDL-NAME
           END-IF
           COMPUTE WS-DIFFERENCE = WC-OPEN-TOTAL(WS-CUST-I) -
              WC-BALANCE(WS-CUST-I)
           MOVE WC-OPEN-TOTAL(WS-CUST-I) TO DDL-OPEN-TOTAL
           MOVE WC-BALANCE(WS-CUST-I) TO DDL-BALANCE
           MOVE WS-DIFFERENCE TO DDL-DIFFERENCE
           WRITE PRINT-LINE FROM DIFFERENCE-DETAIL-LINE.

      *    THE SUBLEDGER GRAND TOTAL AGAINST THE GL CONTROL ACCOUNT -
      *    A GL EXPORT NOT YET RUN FOR A DAY'S ACTIVITY SHOWS HERE AS
      *    A TIMING DIFFERENCE UNTIL IT IS
       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM CONTROL-HEADING
           MOVE 'OPEN ITEMS ON aropen.dat' TO CL-LABEL
           MOVE WS-OPEN-TOTAL TO CL-AMOUNT
           WRITE PRINT-LINE FROM CONTROL-LINE
           MOVE 'BALANCES ON arbal.dat' TO CL-LABEL
           MOVE WS-BAL-TOTAL TO CL-AMOUNT
           WRITE PRINT-LINE FROM CONTROL-LINE
           MOVE SPACES TO CL-LABEL
           STRING '11000AR OPENING AS AT ' WS-OPENING-DATE
              DELIMITED BY SIZE INTO CL-LABEL
           MOVE WS-OPENING-BAL TO CL-AMOUNT
           WRITE PRINT-LINE FROM CONTROL-LINE
           MOVE SPACES TO CL-LABEL
           STRING '11000AR MOVEMENT ON gljournal.dat TO ' WS-TODAY
              DELIMITED BY SIZE INTO CL-LABEL
           MOVE WS-GL-MOVEMENT TO CL-AMOUNT
           WRITE PRINT-LINE FROM CONTROL-LINE
           MOVE '11000AR CONTROL BALANCE' TO CL-LABEL
           MOVE WS-GL-BALANCE TO CL-AMOUNT
           WRITE PRINT-LINE FROM CONTROL-LINE
           COMPUTE WS-CONTROL-DIFF = WS-OPEN-TOTAL - WS-GL-BALANCE
           MOVE 'OPEN ITEMS LESS CONTROL BALANCE' TO CL-LABEL
           MOVE WS-CONTROL-DIFF TO CL-AMOUNT
           WRITE PRINT-LINE FROM CONTROL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-CONTROL-DIFF IS NOT EQUAL TO ZERO
              MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           IF WS-OUT-OF-BALANCE IS EQUAL TO 'Y'
              MOVE '*** AR SUBLEDGER IS OUT OF BALANCE ***' TO
                 RESULT-LINE
           ELSE
              MOVE 'AR SUBLEDGER IS IN BALANCE' TO RESULT-LINE
           END-IF
           WRITE PRINT-LINE FROM RESULT-LINE.
