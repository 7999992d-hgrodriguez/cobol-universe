       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINAPAGING.

      *    VENDOR (ACCOUNTS-PAYABLE) AGING REPORT OVER THE apopen.dat
      *    SUBLEDGER - THE PAYABLES COUNTERPART OF MAINARAGING. WHAT
      *    WE STILL OWE ON EACH OPEN BILL IS AGED BY HOW FAR PAST ITS
      *    DUE DATE IT IS (NOT YET DUE, 1-30, 31-60, 61-90, OVER 90
      *    DAYS LATE) AND TOTALLED PER VENDOR, SO THE CONTROLLER SEES
      *    BOTH WHAT WE OWE AND HOW LATE WE ARE PAYING IT. A DEBIT
      *    MEMO (NEGATIVE ITEM) RELIEVES THE VENDOR'S OLDEST BILLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-FILE ASSIGN TO 'apopen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APOPEN-STATUS.
           SELECT VENDOR-FILE ASSIGN TO 'vendor.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDOR-STATUS.
           SELECT AGING-REPORT ASSIGN TO 'apaging.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AP-OPEN-FILE.
       01 AP-OPEN-DATA.
          COPY AP-OPEN-ITEM.

       FD VENDOR-FILE.
       01 VENDOR-DATA.
          02 VN-CODE           PIC X(6).
          02 FILLER            PIC X.
          02 VN-NAME           PIC X(25).
          02 FILLER            PIC X.
          02 VN-PHONE          PIC X(15).

       FD AGING-REPORT.
       01 PRINT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-APOPEN-STATUS     PIC XX.
       01 WS-VENDOR-STATUS     PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-DUE-INT           PIC 9(8).
       01 WS-LATE-DAYS         PIC S9(5).
       01 WS-ITEM-RESIDUE      PIC S9(7)V99.
      *    PARAMETERS PASSED TO THE SHARED CALBUSDAY CALENDAR
      *    SUBPROGRAM - A WEEKEND RUN AGES AS OF THE PREVIOUS
      *    BUSINESS DAY, SAME AS THE RECEIVABLES AGING
       01 WS-CAL-FUNC          PIC X.
       01 WS-CAL-DATE-IN       PIC 9(8).
       01 WS-CAL-DATE-OUT      PIC 9(8).
       01 WS-CAL-PERIOD        PIC 9(6).
       01 WS-CAL-ANSWER        PIC X.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    EVERY BILL STILL OWED ON, IN SUBLEDGER ORDER
       01 WS-BILL-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-BILL-TABLE.
          02 WS-BILL-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-BILL-COUNT.
             03 WB-VENDOR-CODE        PIC X(6).
             03 WB-DUE-DATE           PIC 9(8).
             03 WB-AMOUNT             PIC 9(7)V99.
             03 WB-USED               PIC X.
      *    OPEN DEBIT MEMOS PER VENDOR
       01 WS-MEMO-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-MEMO-TABLE.
          02 WS-MEMO-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-MEMO-COUNT.
             03 WY-VENDOR-CODE        PIC X(6).
             03 WY-AMOUNT             PIC 9(7)V99.
       01 WS-VND-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-VND-TABLE.
          02 WS-VND-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-VND-COUNT.
             03 WN-CODE               PIC X(6).
             03 WN-NAME               PIC X(25).
       01 WS-VND-I             PIC 9(4).
       01 WS-SCAN-I            PIC 9(5).
       01 WS-ITEM-I            PIC 9(5).
       01 WS-MEMO-I            PIC 9(4).
       01 WS-FOUND             PIC X.
       01 WS-FOLD-VENDOR       PIC X(6).
       01 WS-FOLD-AMOUNT       PIC 9(7)V99.
       01 WS-CURRENT-VENDOR    PIC X(6).
       01 WS-MEMO-POOL         PIC 9(7)V99.
       01 WS-OPEN-AMOUNT       PIC 9(7)V99.
       01 WS-VENDORS-LISTED    PIC 9(4)  VALUE ZERO.

       01 WS-BUCKETS.
          02 WS-B-NOT-DUE      PIC 9(7)V99.
          02 WS-B-30           PIC 9(7)V99.
          02 WS-B-60           PIC 9(7)V99.
          02 WS-B-90           PIC 9(7)V99.
          02 WS-B-OVER         PIC 9(7)V99.
       01 WS-GRAND-BUCKETS.
          02 WS-G-NOT-DUE      PIC 9(8)V99  VALUE ZERO.
          02 WS-G-30           PIC 9(8)V99  VALUE ZERO.
          02 WS-G-60           PIC 9(8)V99  VALUE ZERO.
          02 WS-G-90           PIC 9(8)V99  VALUE ZERO.
          02 WS-G-OVER         PIC 9(8)V99  VALUE ZERO.

       01 REPORT-HEADING       PIC X(44)  VALUE
             'ACCOUNTS PAYABLE AGING AS OF '.
       01 RH-DATE-PART REDEFINES REPORT-HEADING.
          02 FILLER            PIC X(29).
          02 RH-DATE           PIC 9(8).
          02 FILLER            PIC X(7).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(8)  VALUE 'VENDOR'.
          02 FILLER             PIC X(26) VALUE 'NAME'.
          02 FILLER             PIC X(12) VALUE '     NOT DUE'.
          02 FILLER             PIC X(13) VALUE '         1-30'.
          02 FILLER             PIC X(13) VALUE '        31-60'.
          02 FILLER             PIC X(13) VALUE '        61-90'.
          02 FILLER             PIC X(13) VALUE '          90+'.
       01 AGING-DETAIL-LINE.
          02 ADL-VENDOR         PIC X(6).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 ADL-NAME           PIC X(26).
          02 ADL-NOT-DUE        PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-30             PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-60             PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-90             PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-OVER           PIC Z,ZZZ,ZZ9.99.
       01 GRAND-TOTAL-LINE.
          02 FILLER             PIC X(8)  VALUE 'TOTAL'.
          02 FILLER             PIC X(26) VALUE SPACES.
          02 GTL-NOT-DUE        PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 GTL-30             PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 GTL-60             PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 GTL-90             PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 GTL-OVER           PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE '1' TO WS-CAL-FUNC.
           MOVE WS-TODAY TO WS-CAL-DATE-IN.
           CALL 'CALBUSDAY' USING
              BY REFERENCE WS-CAL-FUNC,
              BY REFERENCE WS-CAL-DATE-IN,
              BY REFERENCE WS-CAL-DATE-OUT,
              BY REFERENCE WS-CAL-PERIOD,
              BY REFERENCE WS-CAL-ANSWER
           END-CALL.
           IF WS-CAL-ANSWER IS EQUAL TO 'N'
              MOVE '2' TO WS-CAL-FUNC
              CALL 'CALBUSDAY' USING
                 BY REFERENCE WS-CAL-FUNC,
                 BY REFERENCE WS-CAL-DATE-IN,
                 BY REFERENCE WS-CAL-DATE-OUT,
                 BY REFERENCE WS-CAL-PERIOD,
                 BY REFERENCE WS-CAL-ANSWER
              END-CALL
              MOVE WS-CAL-DATE-OUT TO WS-TODAY
              DISPLAY 'APAGING: not a business day, aging as of '
                 WS-TODAY
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-OPEN-PAYABLES.
           OPEN OUTPUT AGING-REPORT.
           MOVE WS-TODAY TO RH-DATE OF RH-DATE-PART.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           WRITE PRINT-LINE FROM COLUMN-HEADS.
           PERFORM VARYING WS-SCAN-I FROM 1 BY 1
              UNTIL WS-SCAN-I > WS-BILL-COUNT
                   IF WB-USED(WS-SCAN-I) IS EQUAL TO 'N'
                      MOVE WB-VENDOR-CODE(WS-SCAN-I) TO
                         WS-CURRENT-VENDOR
                      PERFORM AGE-ONE-VENDOR
                   END-IF
           END-PERFORM.
           MOVE WS-G-NOT-DUE TO GTL-NOT-DUE.
           MOVE WS-G-30 TO GTL-30.
           MOVE WS-G-60 TO GTL-60.
           MOVE WS-G-90 TO GTL-90.
           MOVE WS-G-OVER TO GTL-OVER.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE.
           CLOSE AGING-REPORT.
           MOVE 'MAINAPAGING ' TO WS-SP-PROGRAM.
           MOVE 'apaging.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'AS OF ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'APAGING: ' WS-VENDORS-LISTED
              ' vendor(s) with open payables on apaging.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-BILL-COUNT ' open item(s) '
              'read, ' WS-VENDORS-LISTED ' vendor(s) written'.
           STOP RUN.

       LOAD-VENDOR-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ VENDOR-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-VND-COUNT IS LESS THAN 500
                            ADD 1 TO WS-VND-COUNT
                            MOVE VN-CODE TO WN-CODE(WS-VND-COUNT)
                            MOVE VN-NAME TO WN-NAME(WS-VND-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE VENDOR-FILE
           END-IF.

       LOAD-OPEN-PAYABLES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AP-OPEN-FILE
           IF WS-APOPEN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'APAGING: apopen.dat not found - no vendor '
                 'invoices have been matched yet'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AP-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM LOAD-ONE-PAYABLE
                      END-READ
              END-PERFORM
              CLOSE AP-OPEN-FILE
           END-IF.

       LOAD-ONE-PAYABLE.
           IF AP-STATUS IS NOT EQUAL TO 'O'
              CONTINUE
           ELSE
              COMPUTE WS-ITEM-RESIDUE = AP-AMOUNT - AP-PAID
              IF WS-ITEM-RESIDUE IS GREATER THAN ZERO
                 IF WS-BILL-COUNT IS EQUAL TO 5000
                    DISPLAY 'APAGING: bill table full, run aborted'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-BILL-COUNT
                 MOVE AP-VENDOR-CODE TO
                    WB-VENDOR-CODE(WS-BILL-COUNT)
                 MOVE AP-DUE-DATE TO WB-DUE-DATE(WS-BILL-COUNT)
                 MOVE WS-ITEM-RESIDUE TO WB-AMOUNT(WS-BILL-COUNT)
                 MOVE 'N' TO WB-USED(WS-BILL-COUNT)
              ELSE
                 IF WS-ITEM-RESIDUE IS LESS THAN ZERO
                    MOVE AP-VENDOR-CODE TO WS-FOLD-VENDOR
                    COMPUTE WS-FOLD-AMOUNT = 0 - WS-ITEM-RESIDUE
                    PERFORM FOLD-INTO-MEMO-TABLE
                 END-IF
              END-IF
           END-IF.

       FOLD-INTO-MEMO-TABLE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MEMO-I FROM 1 BY 1
              UNTIL WS-MEMO-I > WS-MEMO-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WY-VENDOR-CODE(WS-MEMO-I) IS EQUAL TO
                      WS-FOLD-VENDOR
                      ADD WS-FOLD-AMOUNT TO WY-AMOUNT(WS-MEMO-I)
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-MEMO-COUNT IS EQUAL TO 500
                 DISPLAY 'APAGING: memo table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-MEMO-COUNT
              MOVE WS-FOLD-VENDOR TO WY-VENDOR-CODE(WS-MEMO-COUNT)
              MOVE WS-FOLD-AMOUNT TO WY-AMOUNT(WS-MEMO-COUNT)
           END-IF.

       AGE-ONE-VENDOR.
           MOVE ZERO TO WS-B-NOT-DUE WS-B-30 WS-B-60 WS-B-90
              WS-B-OVER
           MOVE ZERO TO WS-MEMO-POOL
           PERFORM VARYING WS-MEMO-I FROM 1 BY 1
              UNTIL WS-MEMO-I > WS-MEMO-COUNT
                   IF WY-VENDOR-CODE(WS-MEMO-I) IS EQUAL TO
                      WS-CURRENT-VENDOR
                      MOVE WY-AMOUNT(WS-MEMO-I) TO WS-MEMO-POOL
                   END-IF
           END-PERFORM
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-BILL-COUNT
                   IF WB-VENDOR-CODE(WS-ITEM-I) IS EQUAL TO
                      WS-CURRENT-VENDOR
                      MOVE 'Y' TO WB-USED(WS-ITEM-I)
                      PERFORM AGE-ONE-BILL
                   END-IF
           END-PERFORM
           IF WS-B-NOT-DUE + WS-B-30 + WS-B-60 + WS-B-90 +
              WS-B-OVER > ZERO
              PERFORM PRINT-AGING-LINE
           END-IF.

      *    A BILL AGES BY THE DAYS PAST ITS DUE DATE - ANYTHING NOT
      *    YET DUE IS 'NOT DUE' HOWEVER OLD THE INVOICE IS
       AGE-ONE-BILL.
           MOVE WB-AMOUNT(WS-ITEM-I) TO WS-OPEN-AMOUNT
           IF WS-MEMO-POOL IS GREATER THAN OR EQUAL TO WS-OPEN-AMOUNT
              SUBTRACT WS-OPEN-AMOUNT FROM WS-MEMO-POOL
              MOVE ZERO TO WS-OPEN-AMOUNT
           ELSE
              SUBTRACT WS-MEMO-POOL FROM WS-OPEN-AMOUNT
              MOVE ZERO TO WS-MEMO-POOL
           END-IF
           IF WS-OPEN-AMOUNT IS GREATER THAN ZERO
              MOVE FUNCTION INTEGER-OF-DATE(WB-DUE-DATE(WS-ITEM-I))
                 TO WS-DUE-INT
              COMPUTE WS-LATE-DAYS = WS-TODAY-INT - WS-DUE-INT
              EVALUATE TRUE
              WHEN WS-LATE-DAYS IS LESS THAN OR EQUAL TO ZERO
                   ADD WS-OPEN-AMOUNT TO WS-B-NOT-DUE
              WHEN WS-LATE-DAYS IS LESS THAN OR EQUAL TO 30
                   ADD WS-OPEN-AMOUNT TO WS-B-30
              WHEN WS-LATE-DAYS IS LESS THAN OR EQUAL TO 60
                   ADD WS-OPEN-AMOUNT TO WS-B-60
              WHEN WS-LATE-DAYS IS LESS THAN OR EQUAL TO 90
                   ADD WS-OPEN-AMOUNT TO WS-B-90
              WHEN OTHER
                   ADD WS-OPEN-AMOUNT TO WS-B-OVER
              END-EVALUATE
           END-IF.

       PRINT-AGING-LINE.
           MOVE WS-CURRENT-VENDOR TO ADL-VENDOR
           MOVE '** NOT ON FILE **' TO ADL-NAME
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-VND-I FROM 1 BY 1
              UNTIL WS-VND-I > WS-VND-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WN-CODE(WS-VND-I) IS EQUAL TO
                      WS-CURRENT-VENDOR
                      MOVE WN-NAME(WS-VND-I) TO ADL-NAME
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           MOVE WS-B-NOT-DUE TO ADL-NOT-DUE
           MOVE WS-B-30 TO ADL-30
           MOVE WS-B-60 TO ADL-60
           MOVE WS-B-90 TO ADL-90
           MOVE WS-B-OVER TO ADL-OVER
           WRITE PRINT-LINE FROM AGING-DETAIL-LINE
           ADD WS-B-NOT-DUE TO WS-G-NOT-DUE
           ADD WS-B-30 TO WS-G-30
           ADD WS-B-60 TO WS-G-60
           ADD WS-B-90 TO WS-G-90
           ADD WS-B-OVER TO WS-G-OVER
           ADD 1 TO WS-VENDORS-LISTED.
