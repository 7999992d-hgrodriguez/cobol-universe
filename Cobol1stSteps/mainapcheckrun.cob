       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINAPCHECKRUN.

      *    ACCOUNTS-PAYABLE CHECK RUN: SELECTS EVERY OPEN PAYABLE ON
      *    THE apopen.dat SUBLEDGER DUE BY THE CUTOFF DATE, CUTS ONE
      *    CHECK PER VENDOR FOR WHAT IS STILL OWED ON THEM, AND
      *    RELIEVES THE ITEMS IT PAID. EACH CHECK IS PRINTED ON THE
      *    apcheck.rpt CHECK REGISTER, WITH A REMITTANCE ADVICE PER
      *    VENDOR ON apremit.rpt LISTING THE BILLS IT COVERS, AND IS
      *    APPENDED TO THE apcheck.dat DISBURSEMENT REGISTER - WHICH
      *    MAINGLEXPORT TURNS INTO 'APP' EVENTS FOR THE JOURNAL. A
      *    VENDOR WHOSE SELECTED ITEMS NET TO A CREDIT GETS NO CHECK
      *    AND IS NOTED ON THE REGISTER INSTEAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-FILE ASSIGN TO 'apopen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APOPEN-STATUS.
           SELECT VENDOR-FILE ASSIGN TO 'vendor.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDOR-STATUS.
           SELECT AP-CHECK-FILE ASSIGN TO 'apcheck.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHECK-STATUS.
           SELECT CHECK-SEQUENCE-FILE ASSIGN TO 'apcheck.seq'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEQ-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO 'apcheck.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMITTANCE-REPORT ASSIGN TO 'apremit.rpt'
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

       FD AP-CHECK-FILE.
       01 AP-CHECK-DATA.
          COPY AP-CHECK.

       FD CHECK-SEQUENCE-FILE.
       01 CHECK-SEQUENCE-LINE   PIC 9(6).

       FD CHECK-REGISTER.
       01 PRINT-LINE            PIC X(80).

       FD REMITTANCE-REPORT.
       01 REMIT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-APOPEN-STATUS     PIC XX.
       01 WS-VENDOR-STATUS     PIC XX.
       01 WS-CHECK-STATUS      PIC XX.
       01 WS-SEQ-STATUS        PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-CUTOFF            PIC 9(8).
       01 WS-CHECK-NUM         PIC 9(6).
       01 WS-CURRENT-VENDOR    PIC X(6).
       01 WS-VENDOR-NAME       PIC X(25).
       01 WS-ITEM-RESIDUE      PIC S9(7)V99.
       01 WS-VENDOR-TOTAL      PIC S9(8)V99.
       01 WS-VENDOR-ITEMS      PIC 9(4).
       01 WS-CHECKS-CUT        PIC 9(4)  VALUE ZERO.
       01 WS-ITEMS-PAID        PIC 9(5)  VALUE ZERO.
       01 WS-NO-CHECK          PIC 9(4)  VALUE ZERO.
       01 WS-RUN-TOTAL         PIC 9(9)V99 VALUE ZERO.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    THE WHOLE PAYABLES SUBLEDGER - REWRITTEN AFTER THE RUN
       01 WS-AP-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-AP-TABLE.
          02 WS-AP-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-AP-COUNT.
             03 WA-VOUCHER-NUM        PIC 9(6).
             03 WA-VENDOR-CODE        PIC X(6).
             03 WA-VENDOR-INV         PIC X(12).
             03 WA-PO-NUM             PIC 9(6).
             03 WA-INV-DATE           PIC 9(8).
             03 WA-DUE-DATE           PIC 9(8).
             03 WA-AMOUNT             PIC S9(7)V99.
             03 WA-PAID               PIC S9(7)V99.
             03 WA-STATUS             PIC X.
      *          Y = DUE BY THE CUTOFF AND NOT YET HANDLED
             03 WA-SELECTED           PIC X.
       01 WS-AP-I              PIC 9(5).
       01 WS-SCAN-I            PIC 9(5).

       01 WS-VND-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-VND-TABLE.
          02 WS-VND-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-VND-COUNT.
             03 WN-CODE               PIC X(6).
             03 WN-NAME               PIC X(25).
       01 WS-VND-I             PIC 9(4).

       01 REGISTER-HEADING.
          02 FILLER             PIC X(30) VALUE
             'AP CHECK REGISTER - RUN DATE '.
          02 RGH-DATE           PIC 9(8).
          02 FILLER             PIC X(10) VALUE '  CUTOFF '.
          02 RGH-CUTOFF         PIC 9(8).
       01 REGISTER-COLUMNS.
          02 FILLER             PIC X(8)  VALUE 'CHECK'.
          02 FILLER             PIC X(8)  VALUE 'VENDOR'.
          02 FILLER             PIC X(27) VALUE 'NAME'.
          02 FILLER             PIC X(7)  VALUE 'BILLS'.
          02 FILLER             PIC X(14) VALUE '        AMOUNT'.
       01 REGISTER-DETAIL-LINE.
          02 RDL-CHECK-NUM      PIC 9(6).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RDL-VENDOR         PIC X(6).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RDL-NAME           PIC X(25).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RDL-ITEMS          PIC ZZZ9.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RDL-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
          02 FILLER             PIC X     VALUE SPACE.
          02 RDL-NOTE           PIC X(16).
       01 REGISTER-TOTAL-LINE.
          02 FILLER             PIC X(16) VALUE 'CHECKS CUT'.
          02 RTL-CHECKS         PIC ZZZ9.
          02 FILLER             PIC X(12) VALUE '   TOTAL   '.
          02 RTL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       01 REMIT-HEADING.
          02 FILLER             PIC X(20) VALUE 'REMITTANCE ADVICE'.
          02 FILLER             PIC X(7)  VALUE 'CHECK '.
          02 RMH-CHECK-NUM      PIC 9(6).
          02 FILLER             PIC X(7)  VALUE '  DATE '.
          02 RMH-DATE           PIC 9(8).
       01 REMIT-VENDOR-LINE.
          02 FILLER             PIC X(8)  VALUE 'PAY TO '.
          02 RMV-VENDOR         PIC X(6).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RMV-NAME           PIC X(25).
       01 REMIT-COLUMNS.
          02 FILLER             PIC X(14) VALUE 'YOUR INVOICE'.
          02 FILLER             PIC X(10) VALUE 'INV DATE'.
          02 FILLER             PIC X(10) VALUE 'OUR PO'.
          02 FILLER             PIC X(9)  VALUE 'VOUCHER'.
          02 FILLER             PIC X(14) VALUE '   AMOUNT PAID'.
       01 REMIT-DETAIL-LINE.
          02 RMD-VENDOR-INV     PIC X(12).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RMD-INV-DATE       PIC 9(8).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RMD-PO-NUM         PIC 9(6).
          02 FILLER             PIC X(4)  VALUE SPACES.
          02 RMD-VOUCHER        PIC 9(6).
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 RMD-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
       01 REMIT-TOTAL-LINE.
          02 FILLER             PIC X(43) VALUE
             'TOTAL OF THIS CHECK'.
          02 RMT-AMOUNT         PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY 'APCHK: Pay bills due by (YYYYMMDD, 0 = '
              'today): ' WITH NO ADVANCING
           ACCEPT WS-CUTOFF
           IF WS-CUTOFF IS EQUAL TO ZERO
              MOVE WS-TODAY TO WS-CUTOFF
           END-IF
           PERFORM LOAD-VENDOR-TABLE
           PERFORM LOAD-OPEN-PAYABLES
           OPEN OUTPUT CHECK-REGISTER
           OPEN OUTPUT REMITTANCE-REPORT
           MOVE WS-TODAY TO RGH-DATE
           MOVE WS-CUTOFF TO RGH-CUTOFF
           WRITE PRINT-LINE FROM REGISTER-HEADING
           WRITE PRINT-LINE FROM REGISTER-COLUMNS
           OPEN EXTEND AP-CHECK-FILE
           IF WS-CHECK-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT AP-CHECK-FILE
           END-IF
           PERFORM VARYING WS-AP-I FROM 1 BY 1
              UNTIL WS-AP-I > WS-AP-COUNT
                   IF WA-SELECTED(WS-AP-I) IS EQUAL TO 'Y'
                      MOVE WA-VENDOR-CODE(WS-AP-I) TO
                         WS-CURRENT-VENDOR
                      PERFORM PAY-ONE-VENDOR
                   END-IF
           END-PERFORM
           CLOSE AP-CHECK-FILE
           MOVE WS-CHECKS-CUT TO RTL-CHECKS
           MOVE WS-RUN-TOTAL TO RTL-AMOUNT
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM REGISTER-TOTAL-LINE
           CLOSE CHECK-REGISTER
           CLOSE REMITTANCE-REPORT
           IF WS-CHECKS-CUT IS GREATER THAN ZERO
              PERFORM REWRITE-OPEN-PAYABLES
           END-IF
           MOVE 'MAINAPCHKRUN' TO WS-SP-PROGRAM
           MOVE SPACES TO WS-SP-PARAMS
           STRING 'DUE BY ' WS-CUTOFF DELIMITED BY SIZE
              INTO WS-SP-PARAMS
           MOVE SPACES TO WS-SP-OPERATOR
           MOVE 'apcheck.rpt' TO WS-SP-REPORT-NAME
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           MOVE 'apremit.rpt' TO WS-SP-REPORT-NAME
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           DISPLAY 'APCHK: ' WS-CHECKS-CUT ' check(s) for '
              WS-ITEMS-PAID ' bill(s) on apcheck.rpt, remittances '
              'on apremit.rpt'
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE - 0 CLEAN,
      *    4 WHEN A VENDOR NETTED TO A CREDIT AND WAS NOT PAID
           DISPLAY 'END OF RUN: ' WS-CHECKS-CUT ' written, '
              WS-NO-CHECK ' rejected'
           IF WS-NO-CHECK IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
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

      *    AN OPEN ITEM IS SELECTED WHEN IT FALLS DUE BY THE CUTOFF
      *    AND SOMETHING IS STILL OWED (OR CREDITED) ON IT
       LOAD-OPEN-PAYABLES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AP-OPEN-FILE
           IF WS-APOPEN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'APCHK: apopen.dat not found - no vendor '
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
           IF WS-AP-COUNT IS EQUAL TO 5000
              DISPLAY 'APCHK: payables table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-AP-COUNT
           MOVE AP-VOUCHER-NUM TO WA-VOUCHER-NUM(WS-AP-COUNT)
           MOVE AP-VENDOR-CODE TO WA-VENDOR-CODE(WS-AP-COUNT)
           MOVE AP-VENDOR-INV TO WA-VENDOR-INV(WS-AP-COUNT)
           MOVE AP-PO-NUM TO WA-PO-NUM(WS-AP-COUNT)
           MOVE AP-INV-DATE TO WA-INV-DATE(WS-AP-COUNT)
           MOVE AP-DUE-DATE TO WA-DUE-DATE(WS-AP-COUNT)
           MOVE AP-AMOUNT TO WA-AMOUNT(WS-AP-COUNT)
           MOVE AP-PAID TO WA-PAID(WS-AP-COUNT)
           MOVE AP-STATUS TO WA-STATUS(WS-AP-COUNT)
           MOVE 'N' TO WA-SELECTED(WS-AP-COUNT)
           COMPUTE WS-ITEM-RESIDUE = AP-AMOUNT - AP-PAID
           IF AP-STATUS IS EQUAL TO 'O' AND
              AP-DUE-DATE IS NOT GREATER THAN WS-CUTOFF AND
              WS-ITEM-RESIDUE IS NOT EQUAL TO ZERO
              MOVE 'Y' TO WA-SELECTED(WS-AP-COUNT)
           END-IF.

      *    ONE CHECK COVERS EVERY SELECTED ITEM OF THE VENDOR - A
      *    DEBIT MEMO NETS AGAINST THE BILLS IT SITS WITH
       PAY-ONE-VENDOR.
           MOVE ZERO TO WS-VENDOR-TOTAL
           MOVE ZERO TO WS-VENDOR-ITEMS
           PERFORM VARYING WS-SCAN-I FROM WS-AP-I BY 1
              UNTIL WS-SCAN-I > WS-AP-COUNT
                   IF WA-SELECTED(WS-SCAN-I) IS EQUAL TO 'Y' AND
                      WA-VENDOR-CODE(WS-SCAN-I) IS EQUAL TO
                      WS-CURRENT-VENDOR
                      COMPUTE WS-VENDOR-TOTAL = WS-VENDOR-TOTAL +
                         WA-AMOUNT(WS-SCAN-I) - WA-PAID(WS-SCAN-I)
                      ADD 1 TO WS-VENDOR-ITEMS
                   END-IF
           END-PERFORM
           PERFORM FIND-VENDOR-NAME
           MOVE WS-CURRENT-VENDOR TO RDL-VENDOR
           MOVE WS-VENDOR-NAME TO RDL-NAME
           MOVE WS-VENDOR-ITEMS TO RDL-ITEMS
           MOVE WS-VENDOR-TOTAL TO RDL-AMOUNT
           IF WS-VENDOR-TOTAL IS NOT GREATER THAN ZERO
              MOVE ZERO TO RDL-CHECK-NUM
              MOVE 'NET CREDIT, HELD' TO RDL-NOTE
              WRITE PRINT-LINE FROM REGISTER-DETAIL-LINE
              ADD 1 TO WS-NO-CHECK
              PERFORM VARYING WS-SCAN-I FROM WS-AP-I BY 1
                 UNTIL WS-SCAN-I > WS-AP-COUNT
                      IF WA-VENDOR-CODE(WS-SCAN-I) IS EQUAL TO
                         WS-CURRENT-VENDOR
                         MOVE 'N' TO WA-SELECTED(WS-SCAN-I)
                      END-IF
              END-PERFORM
           ELSE
              PERFORM ASSIGN-CHECK-NUMBER
              MOVE WS-CHECK-NUM TO RDL-CHECK-NUM
              MOVE SPACES TO RDL-NOTE
              WRITE PRINT-LINE FROM REGISTER-DETAIL-LINE
              PERFORM PRINT-REMITTANCE
              MOVE SPACES TO AP-CHECK-DATA
              MOVE WS-TODAY TO AK-DATE
              MOVE WS-CHECK-NUM TO AK-CHECK-NUM
              MOVE WS-CURRENT-VENDOR TO AK-VENDOR-CODE
              MOVE WS-VENDOR-TOTAL TO AK-AMOUNT
              MOVE WS-VENDOR-ITEMS TO AK-ITEMS
              WRITE AP-CHECK-DATA
              ADD 1 TO WS-CHECKS-CUT
              ADD WS-VENDOR-TOTAL TO WS-RUN-TOTAL
           END-IF.

       FIND-VENDOR-NAME.
           MOVE '** NOT ON FILE **' TO WS-VENDOR-NAME
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-VND-I FROM 1 BY 1
              UNTIL WS-VND-I > WS-VND-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WN-CODE(WS-VND-I) IS EQUAL TO
                      WS-CURRENT-VENDOR
                      MOVE WN-NAME(WS-VND-I) TO WS-VENDOR-NAME
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM.

      *    THE ADVICE LISTS EACH BILL THE CHECK SETTLES; PRINTING IT
      *    ALSO RELIEVES THE ITEM SO IT IS NEVER PAID TWICE
       PRINT-REMITTANCE.
           MOVE WS-CHECK-NUM TO RMH-CHECK-NUM
           MOVE WS-TODAY TO RMH-DATE
           WRITE REMIT-LINE FROM REMIT-HEADING
           MOVE WS-CURRENT-VENDOR TO RMV-VENDOR
           MOVE WS-VENDOR-NAME TO RMV-NAME
           WRITE REMIT-LINE FROM REMIT-VENDOR-LINE
           WRITE REMIT-LINE FROM REMIT-COLUMNS
           PERFORM VARYING WS-SCAN-I FROM WS-AP-I BY 1
              UNTIL WS-SCAN-I > WS-AP-COUNT
                   IF WA-SELECTED(WS-SCAN-I) IS EQUAL TO 'Y' AND
                      WA-VENDOR-CODE(WS-SCAN-I) IS EQUAL TO
                      WS-CURRENT-VENDOR
                      PERFORM PAY-ONE-ITEM
                   END-IF
           END-PERFORM
           MOVE WS-VENDOR-TOTAL TO RMT-AMOUNT
           WRITE REMIT-LINE FROM REMIT-TOTAL-LINE
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
           WRITE REMIT-LINE.

       PAY-ONE-ITEM.
           MOVE WA-VENDOR-INV(WS-SCAN-I) TO RMD-VENDOR-INV
           MOVE WA-INV-DATE(WS-SCAN-I) TO RMD-INV-DATE
           MOVE WA-PO-NUM(WS-SCAN-I) TO RMD-PO-NUM
           MOVE WA-VOUCHER-NUM(WS-SCAN-I) TO RMD-VOUCHER
           COMPUTE RMD-AMOUNT =
              WA-AMOUNT(WS-SCAN-I) - WA-PAID(WS-SCAN-I)
           WRITE REMIT-LINE FROM REMIT-DETAIL-LINE
           MOVE WA-AMOUNT(WS-SCAN-I) TO WA-PAID(WS-SCAN-I)
           MOVE 'C' TO WA-STATUS(WS-SCAN-I)
           MOVE 'N' TO WA-SELECTED(WS-SCAN-I)
           ADD 1 TO WS-ITEMS-PAID.

      *    READS THE NEXT CHECK NUMBER FROM ITS SEQUENCE CONTROL
      *    FILE AND WRITES THE INCREMENTED NUMBER BACK
       ASSIGN-CHECK-NUMBER.
           MOVE ZERO TO WS-CHECK-NUM
           OPEN INPUT CHECK-SEQUENCE-FILE
           IF WS-SEQ-STATUS IS EQUAL TO '00'
              READ CHECK-SEQUENCE-FILE
              AT END
                 MOVE ZERO TO WS-CHECK-NUM
              NOT AT END
                 MOVE CHECK-SEQUENCE-LINE TO WS-CHECK-NUM
              END-READ
              CLOSE CHECK-SEQUENCE-FILE
           END-IF
           ADD 1 TO WS-CHECK-NUM
           OPEN OUTPUT CHECK-SEQUENCE-FILE
           MOVE WS-CHECK-NUM TO CHECK-SEQUENCE-LINE
           WRITE CHECK-SEQUENCE-LINE
           CLOSE CHECK-SEQUENCE-FILE.

       REWRITE-OPEN-PAYABLES.
           OPEN OUTPUT AP-OPEN-FILE
           PERFORM VARYING WS-AP-I FROM 1 BY 1
              UNTIL WS-AP-I > WS-AP-COUNT
                   MOVE SPACES TO AP-OPEN-DATA
                   MOVE WA-VOUCHER-NUM(WS-AP-I) TO AP-VOUCHER-NUM
                   MOVE WA-VENDOR-CODE(WS-AP-I) TO AP-VENDOR-CODE
                   MOVE WA-VENDOR-INV(WS-AP-I) TO AP-VENDOR-INV
                   MOVE WA-PO-NUM(WS-AP-I) TO AP-PO-NUM
                   MOVE WA-INV-DATE(WS-AP-I) TO AP-INV-DATE
                   MOVE WA-DUE-DATE(WS-AP-I) TO AP-DUE-DATE
                   MOVE WA-AMOUNT(WS-AP-I) TO AP-AMOUNT
                   MOVE WA-PAID(WS-AP-I) TO AP-PAID
                   MOVE WA-STATUS(WS-AP-I) TO AP-STATUS
                   WRITE AP-OPEN-DATA
           END-PERFORM
           CLOSE AP-OPEN-FILE.
