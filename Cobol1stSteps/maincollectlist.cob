       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINCOLLECTLIST.

      *    DAILY COLLECTOR WORKLIST: WHO TO RING TODAY, MOST URGENT
      *    FIRST, IN PLACE OF THE PRINTED AGING AND STICKY NOTES. THE
      *    SHARED PROMCHECK SUBPROGRAM RUNS FIRST SO PROMISES THAT
      *    LAPSED OVERNIGHT ARE ALREADY JUDGED. EACH CUSTOMER'S OPEN
      *    ITEMS ON aropen.dat ARE AGED FROM THEIR DUE DATES THE WAY
      *    MAINCREDITHOLD DOES (ON-ACCOUNT CASH AND CREDITS RELIEVE
      *    THE OLDEST CHARGES FIRST) AND EVERY CUSTOMER LEFT WITH A
      *    PAST-DUE BALANCE IS RANKED BY OVERDUE DOLLAR-DAYS - EACH
      *    PAST-DUE AMOUNT TIMES ITS DAYS OVER - SO BOTH THE SIZE OF
      *    THE DEBT AND HOW LATE IT IS COUNT. A CUSTOMER WHO BROKE A
      *    PROMISE AND HAS NOT BEEN CALLED SINCE GOES BACK TO THE TOP;
      *    ONE WITH AN OPEN PROMISE NOT YET DUE IS LEFT ALONE. THE
      *    RANKED LIST IS PRINTED TO collect.rpt WITH NAME AND PHONE
      *    AND WRITTEN TO colwork.dat FOR THE MAINCOLLECTCALL SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AROPEN-STATUS.
           SELECT PROMISE-FILE ASSIGN TO 'promise.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROMISE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
           SELECT WORKLIST-FILE ASSIGN TO 'colwork.dat'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKLIST-REPORT ASSIGN TO 'collect.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANK-SORT-FILE ASSIGN TO 'collect.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          COPY AR-OPEN-ITEM.

       FD PROMISE-FILE.
       01 PROMISE-DATA.
          COPY PROMISE-TO-PAY.

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

       FD WORKLIST-FILE.
       01 WORKLIST-DATA.
          COPY COLLECT-WORK.

       FD WORKLIST-REPORT.
       01 PRINT-LINE            PIC X(110).

      *    BROKEN PROMISES ('Y') SORT AHEAD OF THE REST, THEN THE
      *    LARGEST OVERDUE DOLLAR-DAYS
       SD RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
          02 RS-BROKEN         PIC X.
          02 RS-SCORE          PIC 9(11)V99.
          02 RS-ID-NUM         PIC 9(5).
          02 RS-PAST-DUE       PIC 9(7)V99.
          02 RS-DAYS-OVER      PIC 9(4).
          02 RS-PROMISE-AMOUNT PIC 9(7)V99.
          02 RS-PROMISE-DUE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-PROMISE-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-SORT-EOF          PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-CHARGE-INT        PIC 9(8).
       01 WS-AGE-DAYS          PIC S9(5).
       01 WS-ITEM-RESIDUE      PIC S9(7)V99.
       01 WS-CUSTOMER-EXISTS   PIC X.
      *    PARAMETERS PASSED TO THE SHARED PROMCHECK SUBPROGRAM
       01 WS-KEPT-COUNT        PIC 9(5).
       01 WS-BROKEN-COUNT      PIC 9(5).
       01 WS-CHECK-OK          PIC X.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    SAME AGING STRUCTURES AS THE AGING REPORT
       01 WS-CHARGE-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-CHARGE-TABLE.
          02 WS-CHARGE-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-CHARGE-COUNT.
             03 WG-ID-NUM             PIC 9(5).
             03 WG-DATE               PIC 9(8).
             03 WG-AMOUNT             PIC 9(6)V99.
             03 WG-USED               PIC X.
       01 WS-PAID-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-PAID-TABLE.
          02 WS-PAID-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON WS-PAID-COUNT.
             03 WY-ID-NUM             PIC 9(5).
             03 WY-AMOUNT             PIC 9(7)V99.
       01 WS-SCAN-I            PIC 9(5).
       01 WS-ITEM-I            PIC 9(5).
       01 WS-PAID-I            PIC 9(4).
       01 WS-FOUND             PIC X.
       01 WS-FOLD-ID           PIC 9(5).
       01 WS-FOLD-AMOUNT       PIC 9(7)V99.
       01 WS-CURRENT-ID        PIC 9(5).
       01 WS-PAY-POOL          PIC 9(7)V99.
       01 WS-OPEN-AMOUNT       PIC 9(6)V99.
       01 WS-PAST-DUE          PIC 9(7)V99.
       01 WS-DAYS-OVER         PIC 9(4).
       01 WS-SCORE             PIC 9(11)V99.

      *    CUSTOMERS WITH A PROMISE STILL RUNNING (SKIPPED) OR ONE
      *    BROKEN AND NOT YET FOLLOWED UP (TOP OF THE LIST)
       01 WS-PS-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-PS-TABLE.
          02 WS-PS-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PS-COUNT.
             03 WPS-ID-NUM            PIC 9(5).
             03 WPS-SKIP              PIC X.
             03 WPS-BROKEN            PIC X.
             03 WPS-AMOUNT            PIC 9(7)V99.
             03 WPS-DUE-DATE          PIC 9(8).
       01 WS-PS-I              PIC 9(4).

       01 WS-RANK              PIC 9(4)  VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-TOP-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-GRAND-PAST-DUE    PIC 9(9)V99 VALUE ZERO.

       01 REPORT-HEADING       PIC X(44)  VALUE
             'COLLECTOR WORKLIST FOR '.
       01 RH-DATE-PART REDEFINES REPORT-HEADING.
          02 FILLER            PIC X(23).
          02 RH-DATE           PIC 9(8).
          02 FILLER            PIC X(13).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(6)  VALUE 'RANK'.
          02 FILLER             PIC X(7)  VALUE 'ID'.
          02 FILLER             PIC X(27) VALUE 'NAME'.
          02 FILLER             PIC X(16) VALUE 'PHONE'.
          02 FILLER             PIC X(13) VALUE '     PAST DUE'.
          02 FILLER             PIC X(6)  VALUE '  DAYS'.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 FILLER             PIC X(30) VALUE 'NOTE'.
       01 WORKLIST-DETAIL-LINE.
          02 WDL-RANK           PIC ZZZ9.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 WDL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 WDL-NAME           PIC X(25).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 WDL-PHONE          PIC X(15).
          02 FILLER             PIC X     VALUE SPACE.
          02 WDL-PAST-DUE       PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 WDL-DAYS           PIC ZZZZ9.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 WDL-NOTE           PIC X(30).
       01 BROKEN-NOTE.
          02 FILLER             PIC X(7)  VALUE 'BROKEN'.
          02 BKN-AMOUNT         PIC ZZZZZZ9.99.
          02 FILLER             PIC X(5)  VALUE ' DUE '.
          02 BKN-DUE            PIC 9(8).
       01 TOTAL-LINE.
          02 FILLER             PIC X(6)  VALUE SPACES.
          02 TTL-COUNT          PIC ZZZ9.
          02 FILLER             PIC X(46) VALUE
             ' CUSTOMER(S) TO CALL'.
          02 TTL-PAST-DUE       PIC ZZZ,ZZZ,ZZ9.99.
       01 SKIPPED-LINE.
          02 FILLER             PIC X(6)  VALUE SPACES.
          02 SKL-COUNT          PIC ZZZ9.
          02 FILLER             PIC X(50) VALUE
             ' PAST-DUE CUSTOMER(S) LEFT ALONE ON A PROMISE'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           CALL 'PROMCHECK' USING
              BY REFERENCE WS-KEPT-COUNT,
              BY REFERENCE WS-BROKEN-COUNT,
              BY REFERENCE WS-CHECK-OK
           END-CALL.
           IF WS-CHECK-OK IS EQUAL TO 'N'
              DISPLAY 'COLLECT: promise check could not run, '
                 'worklist built from promises as they stand'
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-KEPT-COUNT + WS-BROKEN-COUNT IS GREATER THAN ZERO
              DISPLAY 'COLLECT: ' WS-KEPT-COUNT ' promise(s) kept, '
                 WS-BROKEN-COUNT ' broken since the last check'
           END-IF.
           PERFORM LOAD-PROMISE-STATES.
           PERFORM LOAD-OPEN-ITEMS.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT WORKLIST-FILE.
           OPEN OUTPUT WORKLIST-REPORT.
           MOVE WS-TODAY TO RH-DATE OF RH-DATE-PART.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           WRITE PRINT-LINE FROM COLUMN-HEADS.
           SORT RANK-SORT-FILE
              ON DESCENDING KEY RS-BROKEN RS-SCORE
              ON ASCENDING KEY RS-ID-NUM
              INPUT PROCEDURE IS RELEASE-PAST-DUE-CUSTOMERS
              OUTPUT PROCEDURE IS WRITE-RANKED-WORKLIST.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE WS-RANK TO TTL-COUNT.
           MOVE WS-GRAND-PAST-DUE TO TTL-PAST-DUE.
           WRITE PRINT-LINE FROM TOTAL-LINE.
           IF WS-SKIPPED-COUNT IS GREATER THAN ZERO
              MOVE WS-SKIPPED-COUNT TO SKL-COUNT
              WRITE PRINT-LINE FROM SKIPPED-LINE
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE WORKLIST-FILE.
           CLOSE WORKLIST-REPORT.
           MOVE 'MAINCOLLECT ' TO WS-SP-PROGRAM.
           MOVE 'collect.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'FOR ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'COLLECT: ' WS-RANK ' customer(s) on the '
              'worklist, ' WS-TOP-COUNT ' for broken promises'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-CHARGE-COUNT ' open item(s) '
              'read, ' WS-RANK ' record(s) written'.
           STOP RUN.

      *    AN OPEN PROMISE LEFT BY PROMCHECK IS NOT YET DUE; A
      *    BROKEN ONE STAYS 'B' UNTIL THE COLLECTOR CALLS AGAIN
       LOAD-PROMISE-STATES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROMISE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PR-OPEN OR PR-BROKEN
                            PERFORM NOTE-ONE-PROMISE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROMISE-FILE
           END-IF.

       NOTE-ONE-PROMISE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PS-I FROM 1 BY 1
              UNTIL WS-PS-I > WS-PS-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                   IF WPS-ID-NUM(WS-PS-I) IS EQUAL TO PR-ID-NUM
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-PS-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-PS-COUNT IS EQUAL TO 5000
                 DISPLAY 'COLLECT: promise table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PS-COUNT
              MOVE WS-PS-COUNT TO WS-PS-I
              MOVE PR-ID-NUM TO WPS-ID-NUM(WS-PS-I)
              MOVE 'N' TO WPS-SKIP(WS-PS-I)
              MOVE 'N' TO WPS-BROKEN(WS-PS-I)
           END-IF
           IF PR-OPEN
              MOVE 'Y' TO WPS-SKIP(WS-PS-I)
           ELSE
              MOVE 'Y' TO WPS-BROKEN(WS-PS-I)
              MOVE PR-AMOUNT TO WPS-AMOUNT(WS-PS-I)
              MOVE PR-DUE-DATE TO WPS-DUE-DATE(WS-PS-I)
           END-IF.

       LOAD-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'COLLECT: aropen.dat not found - no invoices '
                 'have been issued yet'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM LOAD-ONE-OPEN-ITEM
                      END-READ
              END-PERFORM
              CLOSE AR-OPEN-FILE
           END-IF.

       LOAD-ONE-OPEN-ITEM.
           IF AO-STATUS IS NOT EQUAL TO 'O'
              CONTINUE
           ELSE
              COMPUTE WS-ITEM-RESIDUE = AO-AMOUNT - AO-PAID
              IF WS-ITEM-RESIDUE IS GREATER THAN ZERO
                 IF WS-CHARGE-COUNT IS EQUAL TO 5000
                    DISPLAY 'COLLECT: charge table full, run aborted'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CHARGE-COUNT
                 MOVE AO-ID-NUM TO WG-ID-NUM(WS-CHARGE-COUNT)
      *          CHARGES AGE FROM THEIR DUE DATE - ITEMS WRITTEN
      *          BEFORE TERMS EXISTED ARE DUE ON THE INVOICE DATE
                 IF AO-DUE-DATE IS NUMERIC AND
                    AO-DUE-DATE IS GREATER THAN ZERO
                    MOVE AO-DUE-DATE TO WG-DATE(WS-CHARGE-COUNT)
                 ELSE
                    MOVE AO-DATE TO WG-DATE(WS-CHARGE-COUNT)
                 END-IF
                 MOVE WS-ITEM-RESIDUE TO WG-AMOUNT(WS-CHARGE-COUNT)
                 MOVE 'N' TO WG-USED(WS-CHARGE-COUNT)
              ELSE
                 IF WS-ITEM-RESIDUE IS LESS THAN ZERO
                    MOVE AO-ID-NUM TO WS-FOLD-ID
                    COMPUTE WS-FOLD-AMOUNT = 0 - WS-ITEM-RESIDUE
                    PERFORM FOLD-INTO-PAID-TABLE
                 END-IF
              END-IF
           END-IF.

       FOLD-INTO-PAID-TABLE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PAID-I FROM 1 BY 1
              UNTIL WS-PAID-I > WS-PAID-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WY-ID-NUM(WS-PAID-I) IS EQUAL TO WS-FOLD-ID
                      ADD WS-FOLD-AMOUNT TO WY-AMOUNT(WS-PAID-I)
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-PAID-COUNT IS EQUAL TO 1000
                 DISPLAY 'COLLECT: paid table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PAID-COUNT
              MOVE WS-FOLD-ID TO WY-ID-NUM(WS-PAID-COUNT)
              MOVE WS-FOLD-AMOUNT TO WY-AMOUNT(WS-PAID-COUNT)
           END-IF.

       RELEASE-PAST-DUE-CUSTOMERS.
           PERFORM VARYING WS-SCAN-I FROM 1 BY 1
              UNTIL WS-SCAN-I > WS-CHARGE-COUNT
                   IF WG-USED(WS-SCAN-I) IS EQUAL TO 'N'
                      MOVE WG-ID-NUM(WS-SCAN-I) TO WS-CURRENT-ID
                      PERFORM CONSIDER-ONE-CUSTOMER
                   END-IF
           END-PERFORM.

       CONSIDER-ONE-CUSTOMER.
           MOVE ZERO TO WS-PAST-DUE WS-DAYS-OVER WS-SCORE
           MOVE ZERO TO WS-PAY-POOL
           PERFORM VARYING WS-PAID-I FROM 1 BY 1
              UNTIL WS-PAID-I > WS-PAID-COUNT
                   IF WY-ID-NUM(WS-PAID-I) IS EQUAL TO WS-CURRENT-ID
                      MOVE WY-AMOUNT(WS-PAID-I) TO WS-PAY-POOL
                   END-IF
           END-PERFORM
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-CHARGE-COUNT
                   IF WG-ID-NUM(WS-ITEM-I) IS EQUAL TO WS-CURRENT-ID
                      MOVE 'Y' TO WG-USED(WS-ITEM-I)
                      PERFORM AGE-ONE-CHARGE
                   END-IF
           END-PERFORM
           IF WS-PAST-DUE IS GREATER THAN ZERO
              INITIALIZE RANK-SORT-RECORD
              MOVE 'N' TO RS-BROKEN
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-PS-I FROM 1 BY 1
                 UNTIL WS-PS-I > WS-PS-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WPS-ID-NUM(WS-PS-I) IS EQUAL TO
                         WS-CURRENT-ID
                         MOVE 'Y' TO WS-FOUND
                         SUBTRACT 1 FROM WS-PS-I
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'Y' AND
                 WPS-SKIP(WS-PS-I) IS EQUAL TO 'Y'
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 IF WS-FOUND IS EQUAL TO 'Y' AND
                    WPS-BROKEN(WS-PS-I) IS EQUAL TO 'Y'
                    MOVE 'Y' TO RS-BROKEN
                    MOVE WPS-AMOUNT(WS-PS-I) TO RS-PROMISE-AMOUNT
                    MOVE WPS-DUE-DATE(WS-PS-I) TO RS-PROMISE-DUE
                 END-IF
                 MOVE WS-SCORE TO RS-SCORE
                 MOVE WS-CURRENT-ID TO RS-ID-NUM
                 MOVE WS-PAST-DUE TO RS-PAST-DUE
                 MOVE WS-DAYS-OVER TO RS-DAYS-OVER
                 RELEASE RANK-SORT-RECORD
              END-IF
           END-IF.

      *    ONLY WHAT IS PAST ITS DUE DATE AFTER THE CREDIT POOL HAS
      *    DONE ITS WORK COUNTS TOWARD THE RANKING
       AGE-ONE-CHARGE.
           MOVE WG-AMOUNT(WS-ITEM-I) TO WS-OPEN-AMOUNT
           IF WS-PAY-POOL IS GREATER THAN OR EQUAL TO WS-OPEN-AMOUNT
              SUBTRACT WS-OPEN-AMOUNT FROM WS-PAY-POOL
              MOVE ZERO TO WS-OPEN-AMOUNT
           ELSE
              SUBTRACT WS-PAY-POOL FROM WS-OPEN-AMOUNT
              MOVE ZERO TO WS-PAY-POOL
           END-IF
           IF WS-OPEN-AMOUNT IS GREATER THAN ZERO
              MOVE FUNCTION INTEGER-OF-DATE(WG-DATE(WS-ITEM-I))
                 TO WS-CHARGE-INT
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHARGE-INT
              IF WS-AGE-DAYS IS GREATER THAN ZERO
                 ADD WS-OPEN-AMOUNT TO WS-PAST-DUE
                 COMPUTE WS-SCORE = WS-SCORE +
                    WS-OPEN-AMOUNT * WS-AGE-DAYS
                 IF WS-AGE-DAYS IS GREATER THAN WS-DAYS-OVER
                    MOVE WS-AGE-DAYS TO WS-DAYS-OVER
                 END-IF
              END-IF
           END-IF.

       WRITE-RANKED-WORKLIST.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF IS EQUAL TO 'Y'
                   RETURN RANK-SORT-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      PERFORM WRITE-ONE-WORKLIST-LINE
                   END-RETURN
           END-PERFORM.

       WRITE-ONE-WORKLIST-LINE.
           ADD 1 TO WS-RANK
           ADD RS-PAST-DUE TO WS-GRAND-PAST-DUE
           MOVE SPACES TO WORKLIST-DATA
           MOVE WS-TODAY TO CW-LIST-DATE
           MOVE WS-RANK TO CW-RANK
           MOVE RS-ID-NUM TO CW-ID-NUM
           MOVE RS-PAST-DUE TO CW-PAST-DUE
           MOVE RS-DAYS-OVER TO CW-DAYS-OVER
           MOVE RS-BROKEN TO CW-BROKEN
           WRITE WORKLIST-DATA
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE RS-ID-NUM TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           MOVE WS-RANK TO WDL-RANK
           MOVE RS-ID-NUM TO WDL-ID-NUM
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
              MOVE SPACES TO WDL-NAME
              STRING FUNCTION TRIM(LAST-NAME) DELIMITED BY SIZE
                 ', ' DELIMITED BY SIZE
                 FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
                 INTO WDL-NAME
              MOVE PHONE TO WDL-PHONE
           ELSE
              MOVE '** NOT ON FILE **' TO WDL-NAME
              MOVE SPACES TO WDL-PHONE
           END-IF
           MOVE RS-PAST-DUE TO WDL-PAST-DUE
           MOVE RS-DAYS-OVER TO WDL-DAYS
           IF RS-BROKEN IS EQUAL TO 'Y'
              MOVE RS-PROMISE-AMOUNT TO BKN-AMOUNT
              MOVE RS-PROMISE-DUE TO BKN-DUE
              MOVE BROKEN-NOTE TO WDL-NOTE
              ADD 1 TO WS-TOP-COUNT
           ELSE
              MOVE SPACES TO WDL-NOTE
           END-IF
           WRITE PRINT-LINE FROM WORKLIST-DETAIL-LINE.
