       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINBANKREC.

      *    BANK STATEMENT RECONCILIATION: LOADS THE BANK'S STATEMENT
      *    FILE bankstmt.dat AND TIES IT TO WHAT THE BOOKS SAY WENT
      *    THROUGH THE ACCOUNT. BANK DEPOSITS ARE MATCHED TO THE
      *    POSTED PAYMENT BATCHES ON depositreg.dat BY AMOUNT AND
      *    DATE (THE BANK MAY CREDIT A SLIP A FEW DAYS AFTER WE
      *    POSTED IT); CLEARED CHECKS ARE MATCHED BY CHECK NUMBER TO
      *    THE AP CHECKS ON apcheck.dat AND THE REFUND CHECKS ON
      *    refundreg.dat. bankrec.rpt LISTS THE DEPOSITS IN TRANSIT,
      *    THE OUTSTANDING CHECKS AND THE BANK ITEMS NOBODY BOOKED,
      *    AND PROVES THE ADJUSTED BANK BALANCE AGAINST THE ADJUSTED
      *    BOOK BALANCE OF THE 10000CSH ACCOUNT ON gljournal.dat.
      *    EVERY BOOK ITEM THE BANK CLEARED IS REMEMBERED ON
      *    bankclr.dat SO NEXT MONTH ONLY LISTS WHAT IS STILL OUT;
      *    RE-RUNNING THE SAME STATEMENT REPLACES ITS OWN CLEARINGS.
      *
      *    STATEMENT LINE: DATE, TYPE, CHECK NUMBER, SIGNED AMOUNT
      *    (+ INTO THE ACCOUNT, - OUT OF IT). TYPE 'BAL' CARRIES THE
      *    STATEMENT DATE AND CLOSING BALANCE, 'DEP' A DEPOSIT, 'CHK'
      *    A CLEARED CHECK; ANYTHING ELSE (FEE, INT, NSF...) IS A
      *    BANK-ONLY ITEM THE BOOKS STILL HAVE TO PICK UP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO 'bankstmt.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STMT-STATUS.
           SELECT DEPOSIT-REGISTER ASSIGN TO 'depositreg.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPOSIT-STATUS.
           SELECT AP-CHECK-FILE ASSIGN TO 'apcheck.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APCHECK-STATUS.
           SELECT REFUND-REGISTER ASSIGN TO 'refundreg.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'gljournal.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CLEARED-FILE ASSIGN TO 'bankclr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLEARED-STATUS.
           SELECT RECON-REPORT ASSIGN TO 'bankrec.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BANK-STATEMENT-FILE.
       01 BANK-STATEMENT-DATA.
          02 BS-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 BS-TYPE           PIC X(3).
          02 FILLER            PIC X.
          02 BS-CHECK-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 BS-AMOUNT         PIC S9(8)V99 SIGN LEADING SEPARATE.

       FD DEPOSIT-REGISTER.
       01 DEPOSIT-REGISTER-DATA.
          02 DR-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 DR-AMOUNT         PIC 9(8)V99.
          02 FILLER            PIC X.
          02 DR-COUNT          PIC 9(4).
          02 FILLER            PIC X.
          02 DR-OPERATOR       PIC X(8).

       FD AP-CHECK-FILE.
       01 AP-CHECK-DATA.
          COPY AP-CHECK.

       FD REFUND-REGISTER.
       01 REFUND-REGISTER-DATA.
          02 RR-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 RR-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 RR-AMOUNT         PIC 9(6)V99.
          02 FILLER            PIC X.
          02 RR-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 RR-CHECK-NUM      PIC 9(6).

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

      *    ONE BOOK ITEM THE BANK HAS CLEARED, AND ON WHICH STATEMENT
       FD CLEARED-FILE.
       01 CLEARED-DATA.
          02 BC-KIND           PIC X(3).
          02 FILLER            PIC X     VALUE SPACE.
          02 BC-DATE           PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 BC-REF            PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 BC-AMOUNT         PIC 9(8)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 BC-STMT-DATE      PIC 9(8).

       FD RECON-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STMT-STATUS       PIC XX.
       01 WS-DEPOSIT-STATUS    PIC XX.
       01 WS-APCHECK-STATUS    PIC XX.
       01 WS-REGISTER-STATUS   PIC XX.
       01 WS-JOURNAL-STATUS    PIC XX.
       01 WS-CLEARED-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-STMT-DATE         PIC 9(8)  VALUE ZERO.
       01 WS-STMT-BALANCE      PIC S9(9)V99 VALUE ZERO.
      *    DAYS A DEPOSIT MAY TAKE TO SHOW ON THE STATEMENT AFTER
      *    THE BATCH WAS POSTED
       01 WS-DEPOSIT-LAG       PIC 9(2)  VALUE 3.
       01 WS-BOOK-INT          PIC 9(8).
       01 WS-BANK-INT          PIC 9(8).
       01 WS-MAGNITUDE         PIC 9(8)V99.
       01 WS-BOOK-BALANCE      PIC S9(9)V99 VALUE ZERO.
       01 WS-IN-TRANSIT        PIC 9(9)V99 VALUE ZERO.
       01 WS-OUTSTANDING       PIC 9(9)V99 VALUE ZERO.
       01 WS-BANK-CREDITS      PIC 9(9)V99 VALUE ZERO.
       01 WS-BANK-DEBITS       PIC 9(9)V99 VALUE ZERO.
       01 WS-ADJ-BANK          PIC S9(9)V99.
       01 WS-ADJ-BOOK          PIC S9(9)V99.
       01 WS-DIFFERENCE        PIC S9(9)V99.
       01 WS-MATCHED-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-TRANSIT-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-OUTSTAND-COUNT    PIC 9(5)  VALUE ZERO.
       01 WS-UNMATCHED-COUNT   PIC 9(5)  VALUE ZERO.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    THE STATEMENT'S ITEMS
       01 WS-BNK-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-BNK-TABLE.
          02 WS-BNK-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-BNK-COUNT.
             03 WX-DATE               PIC 9(8).
             03 WX-TYPE               PIC X(3).
             03 WX-CHECK-NUM          PIC 9(6).
             03 WX-AMOUNT             PIC S9(8)V99.
             03 WX-MATCHED            PIC X.
             03 WX-NOTE               PIC X(16).
       01 WS-BNK-I             PIC 9(5).

      *    THE BOOK SIDE - DEPOSITS AND CHECKS UP TO THE STATEMENT
      *    DATE. WK-CLEARED: Y = ON AN EARLIER STATEMENT, M =
      *    MATCHED ON THIS ONE, N = STILL OUTSTANDING
       01 WS-BOOK-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-BOOK-TABLE.
          02 WS-BOOK-ENTRY OCCURS 1 TO 8000 TIMES
             DEPENDING ON WS-BOOK-COUNT.
             03 WK-KIND               PIC X(3).
             03 WK-SOURCE             PIC X(3).
             03 WK-DATE               PIC 9(8).
             03 WK-REF                PIC 9(6).
             03 WK-AMOUNT             PIC 9(8)V99.
             03 WK-CLEARED            PIC X.
       01 WS-BOOK-I            PIC 9(5).

      *    CLEARINGS FROM EARLIER STATEMENTS
       01 WS-CLR-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-CLR-TABLE.
          02 WS-CLR-ENTRY OCCURS 1 TO 8000 TIMES
             DEPENDING ON WS-CLR-COUNT.
             03 WC-KIND               PIC X(3).
             03 WC-DATE               PIC 9(8).
             03 WC-REF                PIC 9(6).
             03 WC-AMOUNT             PIC 9(8)V99.
             03 WC-STMT-DATE          PIC 9(8).
             03 WC-USED               PIC X.
       01 WS-CLR-I             PIC 9(5).

       01 REPORT-HEADING.
          02 FILLER             PIC X(36) VALUE
             'BANK RECONCILIATION - STATEMENT OF '.
          02 RH-DATE            PIC 9(8).
       01 SECTION-HEADING       PIC X(40).
       01 BOOK-DETAIL-LINE.
          02 FILLER             PIC X(4)  VALUE SPACES.
          02 BDL-SOURCE         PIC X(3).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 BDL-DATE           PIC 9(8).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 BDL-REF            PIC X(6).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 BDL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
       01 BANK-DETAIL-LINE.
          02 FILLER             PIC X(4)  VALUE SPACES.
          02 KDL-TYPE           PIC X(3).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 KDL-DATE           PIC 9(8).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 KDL-CHECK-NUM      PIC X(6).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 KDL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 KDL-NOTE           PIC X(16).
       01 COUNT-LINE.
          02 FILLER             PIC X(4)  VALUE SPACES.
          02 CTL-LABEL          PIC X(30).
          02 CTL-COUNT          PIC ZZZZ9.
       01 SUMMARY-LINE.
          02 SML-LABEL          PIC X(36).
          02 SML-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-EDIT-REF          PIC 9(6).

       PROCEDURE DIVISION .
           PERFORM LOAD-BANK-STATEMENT.
           IF WS-STMT-DATE IS EQUAL TO ZERO
              DISPLAY 'BANKREC: bankstmt.dat missing or has no BAL '
                 'closing-balance line, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-CLEARED-ITEMS.
           PERFORM LOAD-BOOK-DEPOSITS.
           PERFORM LOAD-BOOK-CHECKS.
           PERFORM VARYING WS-BNK-I FROM 1 BY 1
              UNTIL WS-BNK-I > WS-BNK-COUNT
                   PERFORM MATCH-ONE-BANK-ITEM
           END-PERFORM.
           PERFORM TOTAL-BOOK-CASH.
           OPEN OUTPUT RECON-REPORT.
           PERFORM PRINT-RECONCILIATION.
           CLOSE RECON-REPORT.
           PERFORM REWRITE-CLEARED-ITEMS.
           MOVE 'MAINBANKREC ' TO WS-SP-PROGRAM.
           MOVE 'bankrec.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'STATEMENT ' WS-STMT-DATE DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           IF WS-DIFFERENCE IS EQUAL TO ZERO
              DISPLAY 'BANKREC: reconciled - ' WS-MATCHED-COUNT
                 ' item(s) matched, see bankrec.rpt'
           ELSE
              DISPLAY 'BANKREC: NOT RECONCILED - adjusted book and '
                 'bank balances differ, see bankrec.rpt'
           END-IF.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE - 0 CLEAN,
      *    4 WHEN THE BALANCES DIFFER OR BANK ITEMS ARE UNBOOKED
           DISPLAY 'END OF RUN: ' WS-MATCHED-COUNT ' written, '
              WS-UNMATCHED-COUNT ' rejected'.
           IF WS-DIFFERENCE IS NOT EQUAL TO ZERO OR
              WS-UNMATCHED-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-BANK-STATEMENT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BANK-STATEMENT-FILE
           IF WS-STMT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ BANK-STATEMENT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM LOAD-ONE-BANK-LINE
                      END-READ
              END-PERFORM
              CLOSE BANK-STATEMENT-FILE
           END-IF.

       LOAD-ONE-BANK-LINE.
           MOVE FUNCTION UPPER-CASE(BS-TYPE) TO BS-TYPE
           IF BS-TYPE IS EQUAL TO 'BAL'
              MOVE BS-DATE TO WS-STMT-DATE
              MOVE BS-AMOUNT TO WS-STMT-BALANCE
           ELSE
              IF WS-BNK-COUNT IS EQUAL TO 5000
                 DISPLAY 'BANKREC: statement table full, run '
                    'aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-BNK-COUNT
              MOVE BS-DATE TO WX-DATE(WS-BNK-COUNT)
              MOVE BS-TYPE TO WX-TYPE(WS-BNK-COUNT)
              IF BS-CHECK-NUM IS NUMERIC
                 MOVE BS-CHECK-NUM TO WX-CHECK-NUM(WS-BNK-COUNT)
              ELSE
                 MOVE ZERO TO WX-CHECK-NUM(WS-BNK-COUNT)
              END-IF
              MOVE BS-AMOUNT TO WX-AMOUNT(WS-BNK-COUNT)
              MOVE 'N' TO WX-MATCHED(WS-BNK-COUNT)
              MOVE SPACES TO WX-NOTE(WS-BNK-COUNT)
           END-IF.

      *    CLEARINGS RECORDED BY A PREVIOUS RUN OF THIS SAME
      *    STATEMENT ARE DROPPED - THIS RUN MATCHES THEM AFRESH
       LOAD-CLEARED-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CLEARED-FILE
           IF WS-CLEARED-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CLEARED-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF BC-STMT-DATE IS NOT EQUAL TO
                            WS-STMT-DATE
                            PERFORM LOAD-ONE-CLEARED-ITEM
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CLEARED-FILE
           END-IF.

       LOAD-ONE-CLEARED-ITEM.
           IF WS-CLR-COUNT IS EQUAL TO 8000
              DISPLAY 'BANKREC: cleared-item table full, run '
                 'aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CLR-COUNT
           MOVE BC-KIND TO WC-KIND(WS-CLR-COUNT)
           MOVE BC-DATE TO WC-DATE(WS-CLR-COUNT)
           MOVE BC-REF TO WC-REF(WS-CLR-COUNT)
           MOVE BC-AMOUNT TO WC-AMOUNT(WS-CLR-COUNT)
           MOVE BC-STMT-DATE TO WC-STMT-DATE(WS-CLR-COUNT)
           MOVE 'N' TO WC-USED(WS-CLR-COUNT).

       LOAD-BOOK-DEPOSITS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DEPOSIT-REGISTER
           IF WS-DEPOSIT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DEPOSIT-REGISTER
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF DR-DATE IS NOT GREATER THAN
                            WS-STMT-DATE
                            PERFORM ADD-BOOK-ENTRY
                            MOVE 'DEP' TO WK-KIND(WS-BOOK-COUNT)
                            MOVE 'DEP' TO WK-SOURCE(WS-BOOK-COUNT)
                            MOVE DR-DATE TO WK-DATE(WS-BOOK-COUNT)
                            MOVE ZERO TO WK-REF(WS-BOOK-COUNT)
                            MOVE DR-AMOUNT TO
                               WK-AMOUNT(WS-BOOK-COUNT)
                            PERFORM MARK-IF-CLEARED-BEFORE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE DEPOSIT-REGISTER
           END-IF.

      *    AP CHECKS AND REFUND CHECKS SHARE ONE CHECK STOCK, SO ONE
      *    CHECK NUMBER NAMES EXACTLY ONE BOOK ITEM
       LOAD-BOOK-CHECKS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AP-CHECK-FILE
           IF WS-APCHECK-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AP-CHECK-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF AK-DATE IS NOT GREATER THAN
                            WS-STMT-DATE
                            PERFORM ADD-BOOK-ENTRY
                            MOVE 'CHK' TO WK-KIND(WS-BOOK-COUNT)
                            MOVE 'APP' TO WK-SOURCE(WS-BOOK-COUNT)
                            MOVE AK-DATE TO WK-DATE(WS-BOOK-COUNT)
                            MOVE AK-CHECK-NUM TO
                               WK-REF(WS-BOOK-COUNT)
                            MOVE AK-AMOUNT TO
                               WK-AMOUNT(WS-BOOK-COUNT)
                            PERFORM MARK-IF-CLEARED-BEFORE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE AP-CHECK-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT REFUND-REGISTER
           IF WS-REGISTER-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ REFUND-REGISTER
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
      *                  REFUNDS PAID BEFORE CHECKS WERE NUMBERED
      *                  CANNOT BE TICKED OFF AND ARE LEFT OUT
                         IF RR-DATE IS NOT GREATER THAN
                            WS-STMT-DATE AND
                            RR-CHECK-NUM IS NUMERIC AND
                            RR-CHECK-NUM IS GREATER THAN ZERO
                            PERFORM ADD-BOOK-ENTRY
                            MOVE 'CHK' TO WK-KIND(WS-BOOK-COUNT)
                            MOVE 'RFD' TO WK-SOURCE(WS-BOOK-COUNT)
                            MOVE RR-DATE TO WK-DATE(WS-BOOK-COUNT)
                            MOVE RR-CHECK-NUM TO
                               WK-REF(WS-BOOK-COUNT)
                            MOVE RR-AMOUNT TO
                               WK-AMOUNT(WS-BOOK-COUNT)
                            PERFORM MARK-IF-CLEARED-BEFORE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE REFUND-REGISTER
           END-IF.

       ADD-BOOK-ENTRY.
           IF WS-BOOK-COUNT IS EQUAL TO 8000
              DISPLAY 'BANKREC: book-item table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-BOOK-COUNT
           MOVE 'N' TO WK-CLEARED(WS-BOOK-COUNT).

       MARK-IF-CLEARED-BEFORE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CLR-I FROM 1 BY 1
              UNTIL WS-CLR-I > WS-CLR-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WC-USED(WS-CLR-I) IS EQUAL TO 'N' AND
                      WC-KIND(WS-CLR-I) IS EQUAL TO
                      WK-KIND(WS-BOOK-COUNT) AND
                      WC-DATE(WS-CLR-I) IS EQUAL TO
                      WK-DATE(WS-BOOK-COUNT) AND
                      WC-REF(WS-CLR-I) IS EQUAL TO
                      WK-REF(WS-BOOK-COUNT) AND
                      WC-AMOUNT(WS-CLR-I) IS EQUAL TO
                      WK-AMOUNT(WS-BOOK-COUNT)
                      MOVE 'Y' TO WC-USED(WS-CLR-I)
                      MOVE 'Y' TO WK-CLEARED(WS-BOOK-COUNT)
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM.

      *    A BANK DEPOSIT TAKES THE FIRST UNCLEARED SLIP OF THE SAME
      *    AMOUNT POSTED ON OR UP TO THE LAG BEFORE ITS DATE; A
      *    CLEARED CHECK TAKES ITS OWN NUMBER, AND ONLY IF THE
      *    AMOUNT AGREES
       MATCH-ONE-BANK-ITEM.
           MOVE 'N' TO WS-FOUND
           EVALUATE WX-TYPE(WS-BNK-I)
           WHEN 'DEP'
                MOVE WX-AMOUNT(WS-BNK-I) TO WS-MAGNITUDE
                MOVE FUNCTION INTEGER-OF-DATE(WX-DATE(WS-BNK-I))
                   TO WS-BANK-INT
                PERFORM VARYING WS-BOOK-I FROM 1 BY 1
                   UNTIL WS-BOOK-I > WS-BOOK-COUNT OR
                      WS-FOUND IS EQUAL TO 'Y'
                        IF WK-KIND(WS-BOOK-I) IS EQUAL TO 'DEP' AND
                           WK-CLEARED(WS-BOOK-I) IS EQUAL TO 'N' AND
                           WK-AMOUNT(WS-BOOK-I) IS EQUAL TO
                           WS-MAGNITUDE
                           PERFORM TEST-DEPOSIT-DATE
                        END-IF
                END-PERFORM
                IF WS-FOUND IS EQUAL TO 'N'
                   MOVE 'NO BOOK DEPOSIT' TO WX-NOTE(WS-BNK-I)
                END-IF
           WHEN 'CHK'
                COMPUTE WS-MAGNITUDE = 0 - WX-AMOUNT(WS-BNK-I)
                PERFORM VARYING WS-BOOK-I FROM 1 BY 1
                   UNTIL WS-BOOK-I > WS-BOOK-COUNT OR
                      WS-FOUND IS EQUAL TO 'Y'
                        IF WK-KIND(WS-BOOK-I) IS EQUAL TO 'CHK' AND
                           WK-REF(WS-BOOK-I) IS EQUAL TO
                           WX-CHECK-NUM(WS-BNK-I)
                           MOVE 'Y' TO WS-FOUND
                           SUBTRACT 1 FROM WS-BOOK-I
                        END-IF
                END-PERFORM
                IF WS-FOUND IS EQUAL TO 'N'
                   MOVE 'NO SUCH CHECK' TO WX-NOTE(WS-BNK-I)
                ELSE
                   EVALUATE TRUE
                   WHEN WK-CLEARED(WS-BOOK-I) IS NOT EQUAL TO 'N'
                        MOVE 'N' TO WS-FOUND
                        MOVE 'ALREADY CLEARED' TO WX-NOTE(WS-BNK-I)
                   WHEN WK-AMOUNT(WS-BOOK-I) IS NOT EQUAL TO
                        WS-MAGNITUDE
                        MOVE 'N' TO WS-FOUND
                        MOVE 'AMOUNT DIFFERS' TO WX-NOTE(WS-BNK-I)
                   WHEN OTHER
                        MOVE 'M' TO WK-CLEARED(WS-BOOK-I)
                   END-EVALUATE
                END-IF
           WHEN OTHER
                MOVE 'BANK-ONLY ITEM' TO WX-NOTE(WS-BNK-I)
           END-EVALUATE
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE 'Y' TO WX-MATCHED(WS-BNK-I)
              ADD 1 TO WS-MATCHED-COUNT
           ELSE
              ADD 1 TO WS-UNMATCHED-COUNT
              IF WX-AMOUNT(WS-BNK-I) IS LESS THAN ZERO
                 SUBTRACT WX-AMOUNT(WS-BNK-I) FROM WS-BANK-DEBITS
              ELSE
                 ADD WX-AMOUNT(WS-BNK-I) TO WS-BANK-CREDITS
              END-IF
           END-IF.

       TEST-DEPOSIT-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WK-DATE(WS-BOOK-I))
              TO WS-BOOK-INT
           IF WS-BANK-INT IS NOT LESS THAN WS-BOOK-INT AND
              WS-BANK-INT IS NOT GREATER THAN
              WS-BOOK-INT + WS-DEPOSIT-LAG
              MOVE 'M' TO WK-CLEARED(WS-BOOK-I)
              MOVE 'Y' TO WS-FOUND
           END-IF.

      *    THE BOOK SIDE OF THE PROOF IS THE CASH ACCOUNT AS THE
      *    GL EXPORT HAS POSTED IT THROUGH THE STATEMENT DATE
       TOTAL-BOOK-CASH.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-JOURNAL-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ GL-JOURNAL-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF GJ-ACCOUNT IS EQUAL TO '10000CSH' AND
                            GJ-DATE IS NOT GREATER THAN
                            WS-STMT-DATE
                            ADD GJ-DEBIT TO WS-BOOK-BALANCE
                            SUBTRACT GJ-CREDIT FROM WS-BOOK-BALANCE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE GL-JOURNAL-FILE
           END-IF.

       PRINT-RECONCILIATION.
           MOVE WS-STMT-DATE TO RH-DATE
           WRITE PRINT-LINE FROM REPORT-HEADING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'ITEMS MATCHED THIS STATEMENT' TO CTL-LABEL
           MOVE WS-MATCHED-COUNT TO CTL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'OUTSTANDING DEPOSITS' TO SECTION-HEADING
           WRITE PRINT-LINE FROM SECTION-HEADING
           PERFORM VARYING WS-BOOK-I FROM 1 BY 1
              UNTIL WS-BOOK-I > WS-BOOK-COUNT
                   IF WK-KIND(WS-BOOK-I) IS EQUAL TO 'DEP' AND
                      WK-CLEARED(WS-BOOK-I) IS EQUAL TO 'N'
                      PERFORM PRINT-BOOK-ITEM
                      ADD WK-AMOUNT(WS-BOOK-I) TO WS-IN-TRANSIT
                      ADD 1 TO WS-TRANSIT-COUNT
                   END-IF
           END-PERFORM
           MOVE 'DEPOSITS IN TRANSIT' TO CTL-LABEL
           MOVE WS-TRANSIT-COUNT TO CTL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'OUTSTANDING CHECKS' TO SECTION-HEADING
           WRITE PRINT-LINE FROM SECTION-HEADING
           PERFORM VARYING WS-BOOK-I FROM 1 BY 1
              UNTIL WS-BOOK-I > WS-BOOK-COUNT
                   IF WK-KIND(WS-BOOK-I) IS EQUAL TO 'CHK' AND
                      WK-CLEARED(WS-BOOK-I) IS EQUAL TO 'N'
                      PERFORM PRINT-BOOK-ITEM
                      ADD WK-AMOUNT(WS-BOOK-I) TO WS-OUTSTANDING
                      ADD 1 TO WS-OUTSTAND-COUNT
                   END-IF
           END-PERFORM
           MOVE 'CHECKS OUTSTANDING' TO CTL-LABEL
           MOVE WS-OUTSTAND-COUNT TO CTL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'UNMATCHED BANK ITEMS' TO SECTION-HEADING
           WRITE PRINT-LINE FROM SECTION-HEADING
           PERFORM VARYING WS-BNK-I FROM 1 BY 1
              UNTIL WS-BNK-I > WS-BNK-COUNT
                   IF WX-MATCHED(WS-BNK-I) IS EQUAL TO 'N'
                      PERFORM PRINT-BANK-ITEM
                   END-IF
           END-PERFORM
           MOVE 'BANK ITEMS UNMATCHED' TO CTL-LABEL
           MOVE WS-UNMATCHED-COUNT TO CTL-COUNT
           WRITE PRINT-LINE FROM COUNT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           COMPUTE WS-ADJ-BANK = WS-STMT-BALANCE + WS-IN-TRANSIT
              - WS-OUTSTANDING
           COMPUTE WS-ADJ-BOOK = WS-BOOK-BALANCE + WS-BANK-CREDITS
              - WS-BANK-DEBITS
           COMPUTE WS-DIFFERENCE = WS-ADJ-BANK - WS-ADJ-BOOK
           MOVE 'BALANCE PER BANK STATEMENT' TO SML-LABEL
           MOVE WS-STMT-BALANCE TO SML-AMOUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE '  ADD DEPOSITS IN TRANSIT' TO SML-LABEL
           MOVE WS-IN-TRANSIT TO SML-AMOUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE '  LESS OUTSTANDING CHECKS' TO SML-LABEL
           MOVE WS-OUTSTANDING TO SML-AMOUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE 'ADJUSTED BANK BALANCE' TO SML-LABEL
           MOVE WS-ADJ-BANK TO SML-AMOUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'BALANCE PER BOOKS (10000CSH)' TO SML-LABEL
           MOVE WS-BOOK-BALANCE TO SML-AMOUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE '  ADD UNBOOKED BANK CREDITS' TO SML-LABEL
           MOVE WS-BANK-CREDITS TO SML-AMOUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE '  LESS UNBOOKED BANK DEBITS' TO SML-LABEL
           MOVE WS-BANK-DEBITS TO SML-AMOUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE 'ADJUSTED BOOK BALANCE' TO SML-LABEL
           MOVE WS-ADJ-BOOK TO SML-AMOUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'DIFFERENCE (BANK - BOOK)' TO SML-LABEL
           MOVE WS-DIFFERENCE TO SML-AMOUNT
           WRITE PRINT-LINE FROM SUMMARY-LINE.

       PRINT-BOOK-ITEM.
           MOVE WK-SOURCE(WS-BOOK-I) TO BDL-SOURCE
           MOVE WK-DATE(WS-BOOK-I) TO BDL-DATE
           IF WK-REF(WS-BOOK-I) IS EQUAL TO ZERO
              MOVE SPACES TO BDL-REF
           ELSE
              MOVE WK-REF(WS-BOOK-I) TO WS-EDIT-REF
              MOVE WS-EDIT-REF TO BDL-REF
           END-IF
           MOVE WK-AMOUNT(WS-BOOK-I) TO BDL-AMOUNT
           WRITE PRINT-LINE FROM BOOK-DETAIL-LINE.

       PRINT-BANK-ITEM.
           MOVE WX-TYPE(WS-BNK-I) TO KDL-TYPE
           MOVE WX-DATE(WS-BNK-I) TO KDL-DATE
           IF WX-CHECK-NUM(WS-BNK-I) IS EQUAL TO ZERO
              MOVE SPACES TO KDL-CHECK-NUM
           ELSE
              MOVE WX-CHECK-NUM(WS-BNK-I) TO WS-EDIT-REF
              MOVE WS-EDIT-REF TO KDL-CHECK-NUM
           END-IF
           MOVE WX-AMOUNT(WS-BNK-I) TO KDL-AMOUNT
           MOVE WX-NOTE(WS-BNK-I) TO KDL-NOTE
           WRITE PRINT-LINE FROM BANK-DETAIL-LINE.

      *    EARLIER STATEMENTS' CLEARINGS ARE KEPT AS THEY WERE AND
      *    THIS STATEMENT'S MATCHES ARE ADDED UNDER ITS DATE
       REWRITE-CLEARED-ITEMS.
           OPEN OUTPUT CLEARED-FILE
           PERFORM VARYING WS-CLR-I FROM 1 BY 1
              UNTIL WS-CLR-I > WS-CLR-COUNT
                   MOVE SPACES TO CLEARED-DATA
                   MOVE WC-KIND(WS-CLR-I) TO BC-KIND
                   MOVE WC-DATE(WS-CLR-I) TO BC-DATE
                   MOVE WC-REF(WS-CLR-I) TO BC-REF
                   MOVE WC-AMOUNT(WS-CLR-I) TO BC-AMOUNT
                   MOVE WC-STMT-DATE(WS-CLR-I) TO BC-STMT-DATE
                   WRITE CLEARED-DATA
           END-PERFORM
           PERFORM VARYING WS-BOOK-I FROM 1 BY 1
              UNTIL WS-BOOK-I > WS-BOOK-COUNT
                   IF WK-CLEARED(WS-BOOK-I) IS EQUAL TO 'M'
                      MOVE SPACES TO CLEARED-DATA
                      MOVE WK-KIND(WS-BOOK-I) TO BC-KIND
                      MOVE WK-DATE(WS-BOOK-I) TO BC-DATE
                      MOVE WK-REF(WS-BOOK-I) TO BC-REF
                      MOVE WK-AMOUNT(WS-BOOK-I) TO BC-AMOUNT
                      MOVE WS-STMT-DATE TO BC-STMT-DATE
                      WRITE CLEARED-DATA
                   END-IF
           END-PERFORM
           CLOSE CLEARED-FILE.
