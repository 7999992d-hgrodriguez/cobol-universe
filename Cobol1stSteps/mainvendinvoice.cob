       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINVENDINVOICE.

      *    VENDOR INVOICE ENTRY WITH THE THREE-WAY MATCH: THE CLERK
      *    KEYS THE VENDOR'S BILL AGAINST A pohdr.dat PURCHASE ORDER
      *    OF THAT vendor.dat VENDOR, LINE BY LINE. EACH INVOICED
      *    LINE IS MATCHED AGAINST THE PO LINE'S PRICE AND AGAINST
      *    THE QUANTITY RECEIVING HAS ACTUALLY ACCEPTED ON poitm.dat
      *    (LESS WHAT EARLIER BILLS ALREADY CLAIMED), WITHIN THE
      *    TOLERANCES IN apmatch.ctl. A BILL THAT MATCHES BECOMES AN
      *    OPEN PAYABLE ON apopen.dat; ONE THAT DOES NOT IS HELD AND
      *    PRINTED ON THE apmatch.rpt EXCEPTION REPORT. HELD BILLS
      *    ARE RE-MATCHED ONCE MORE GOODS ARRIVE, OR RELEASED BY A
      *    SUPERVISOR WITH THE RELEASE LOGGED TO seclog.dat - SO WE
      *    STOP PAYING FOR GOODS THAT NEVER CAME IN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE ASSIGN TO 'vendor.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDOR-STATUS.
           SELECT PO-HEADER-FILE ASSIGN TO 'pohdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POHDR-STATUS.
           SELECT PO-ITEM-FILE ASSIGN TO 'poitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POITM-STATUS.
           SELECT AP-INV-HEADER-FILE ASSIGN TO 'apinvhdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVHDR-STATUS.
           SELECT AP-INV-ITEM-FILE ASSIGN TO 'apinvitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVITM-STATUS.
           SELECT AP-OPEN-FILE ASSIGN TO 'apopen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-APOPEN-STATUS.
           SELECT VOUCHER-SEQUENCE-FILE ASSIGN TO 'apvouch.seq'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEQ-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO 'apmatch.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOLERANCE-STATUS.
           SELECT MATCH-REPORT ASSIGN TO 'apmatch.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE.
       01 VENDOR-DATA.
          02 VN-CODE           PIC X(6).
          02 FILLER            PIC X.
          02 VN-NAME           PIC X(25).
          02 FILLER            PIC X.
          02 VN-PHONE          PIC X(15).

       FD PO-HEADER-FILE.
       01 PO-HEADER.
          02 PH-PO-NUM         PIC 9(6).
          02 FILLER            PIC X.
          02 PH-VENDOR-CODE    PIC X(6).
          02 FILLER            PIC X.
          02 PH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 PH-STATUS         PIC X.

       FD PO-ITEM-FILE.
       01 PO-ITEM.
          02 PI-PO-NUM         PIC 9(6).
          02 FILLER            PIC X.
          02 PI-LINE-NUM       PIC 9(3).
          02 FILLER            PIC X.
          02 PI-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 PI-QTY-EXPECTED   PIC 9(5).
          02 FILLER            PIC X.
          02 PI-UNIT-COST      PIC 9(4)V99.
          02 FILLER            PIC X.
          02 PI-DUE-DATE       PIC 9(8).
          02 FILLER            PIC X.
          02 PI-QTY-RECEIVED   PIC 9(5).
      *       UNIT OF MEASURE FIELDS - NOT USED HERE
          02 FILLER            PIC X(8).

      *    ONE HEADER PER VENDOR BILL KEYED, WHATEVER ITS OUTCOME
       FD AP-INV-HEADER-FILE.
       01 AP-INV-HEADER.
          02 VH-VOUCHER-NUM    PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 VH-VENDOR-CODE    PIC X(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 VH-VENDOR-INV     PIC X(12).
          02 FILLER            PIC X     VALUE SPACE.
          02 VH-PO-NUM         PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 VH-INV-DATE       PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 VH-DUE-DATE       PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 VH-AMOUNT         PIC 9(7)V99.
          02 FILLER            PIC X     VALUE SPACE.
      *       M = MATCHED AND PAYABLE, H = HELD ON A MATCH
      *       EXCEPTION, R = HELD BILL RELEASED BY A SUPERVISOR
          02 VH-STATUS         PIC X.
          02 FILLER            PIC X     VALUE SPACE.
          02 VH-OPERATOR       PIC X(8).

       FD AP-INV-ITEM-FILE.
       01 AP-INV-ITEM.
          02 VI-VOUCHER-NUM    PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 VI-PO-LINE        PIC 9(3).
          02 FILLER            PIC X     VALUE SPACE.
          02 VI-PROD-CODE      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 VI-QTY            PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 VI-UNIT-PRICE     PIC 9(4)V99.
          02 FILLER            PIC X     VALUE SPACE.
      *       M = MATCHED, P = PRICE OUTSIDE TOLERANCE, Q = MORE
      *       BILLED THAN RECEIVED, B = BOTH
          02 VI-MATCH          PIC X.

       FD AP-OPEN-FILE.
       01 AP-OPEN-DATA.
          COPY AP-OPEN-ITEM.

       FD VOUCHER-SEQUENCE-FILE.
       01 VOUCHER-SEQUENCE-LINE PIC 9(6).

       FD TOLERANCE-FILE.
       01 TOLERANCE-RECORD.
      *       PRICE TOLERANCE AS RAW PERCENT DIGITS ('0200' = 2.00%)
          02 TL-PRICE-PCT      PIC 9(2)V99.
          02 FILLER            PIC X.
      *       UNITS A LINE MAY BE BILLED OVER WHAT WAS RECEIVED
          02 TL-QTY-UNITS      PIC 9(5).

       FD MATCH-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-VENDOR-STATUS     PIC XX.
       01 WS-POHDR-STATUS      PIC XX.
       01 WS-POITM-STATUS      PIC XX.
       01 WS-INVHDR-STATUS     PIC XX.
       01 WS-INVITM-STATUS     PIC XX.
       01 WS-APOPEN-STATUS     PIC XX.
       01 WS-SEQ-STATUS        PIC XX.
       01 WS-TOLERANCE-STATUS  PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-FOUND             PIC X.
       01 WS-VENDOR-FOUND      PIC X.
       01 WS-ENTER-VENDOR      PIC X(6).
       01 WS-VENDOR-NAME       PIC X(25).
       01 WS-ENTER-PO-NUM      PIC 9(6).
       01 WS-ENTER-INV         PIC X(12).
       01 WS-ENTER-INV-DATE    PIC 9(8).
       01 WS-ENTER-DUE-X       PIC X(8).
       01 WS-ENTER-DUE REDEFINES WS-ENTER-DUE-X
                               PIC 9(8).
       01 WS-DUE-INT           PIC 9(8).
       01 WS-ENTER-LINE        PIC 9(3).
       01 WS-ENTER-QTY         PIC 9(5).
      *    UNIT PRICE IS KEYED AS SIX RAW DIGITS ('000850' = 8.50),
      *    BLANK TAKES THE PO LINE'S PRICE - SAME AS PO ENTRY
       01 WS-ENTER-PRICE-X     PIC X(6).
       01 WS-ENTER-PRICE REDEFINES WS-ENTER-PRICE-X
                               PIC 9(4)V99.
       01 WS-LINE-PRICE        PIC 9(4)V99.
       01 WS-ENTER-VOUCHER     PIC 9(6).
       01 WS-MORE-LINES        PIC X.
       01 WS-CONFIRM-ANSWER    PIC X.
       01 WS-VOUCHER-NUM       PIC 9(6).
       01 WS-INV-TOTAL         PIC 9(7)V99.
       01 WS-INV-HELD          PIC X.
       01 WS-PRICE-PCT         PIC 9(2)V99 VALUE ZERO.
       01 WS-QTY-TOLERANCE     PIC 9(5)    VALUE ZERO.
       01 WS-PRICE-DIFF        PIC S9(4)V99.
       01 WS-PRICE-ALLOWED     PIC 9(4)V9999.
       01 WS-PRIOR-BILLED      PIC 9(6).
       01 WS-BILLABLE          PIC S9(6).
       01 WS-MATCH-CODE        PIC X.
       01 WS-EXCEPTIONS        PIC 9(4)  VALUE ZERO.
       01 WS-POSTED-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-HELD-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-EDIT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-PRICE        PIC Z,ZZ9.99.
       01 WS-PO-I              PIC 9(4).
       01 WS-SAVE-PO-I         PIC 9(4).
      *    SIGNED-ON OPERATOR - KEYING A BILL NEEDS UPDATE RIGHTS,
      *    RELEASING A HELD ONE NEEDS A SUPERVISOR
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
          88 OPER-SUPERVISOR             VALUE 'S'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED SECLOG SUBPROGRAM
       01 WS-SE-OPERATOR       PIC X(8).
       01 WS-SE-PROGRAM        PIC X(12) VALUE 'MAINVENDINV '.
       01 WS-SE-EVENT          PIC X(12).
       01 WS-SE-DETAIL         PIC X(20).
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    THE PO HEADERS AND LINES, HELD FOR THE MATCH
       01 WS-POH-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-POH-TABLE.
          02 WS-POH-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON WS-POH-COUNT.
             03 WH-PO-NUM             PIC 9(6).
             03 WH-VENDOR-CODE        PIC X(6).
             03 WH-STATUS             PIC X.
       01 WS-POH-I             PIC 9(4).
       01 WS-POL-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-POL-TABLE.
          02 WS-POL-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-POL-COUNT.
             03 WL-PO-NUM             PIC 9(6).
             03 WL-LINE-NUM           PIC 9(3).
             03 WL-PROD-CODE          PIC X(10).
             03 WL-QTY-EXPECTED       PIC 9(5).
             03 WL-UNIT-COST          PIC 9(4)V99.
             03 WL-QTY-RECEIVED       PIC 9(5).

      *    EVERY BILL AND BILL LINE ON FILE, HELD SO A HELD BILL
      *    CAN BE RE-MATCHED OR RELEASED AND THE FILES REWRITTEN
       01 WS-VHD-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-VHD-TABLE.
          02 WS-VHD-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-VHD-COUNT.
             03 WV-VOUCHER-NUM        PIC 9(6).
             03 WV-VENDOR-CODE        PIC X(6).
             03 WV-VENDOR-INV         PIC X(12).
             03 WV-PO-NUM             PIC 9(6).
             03 WV-INV-DATE           PIC 9(8).
             03 WV-DUE-DATE           PIC 9(8).
             03 WV-AMOUNT             PIC 9(7)V99.
             03 WV-STATUS             PIC X.
             03 WV-OPERATOR           PIC X(8).
       01 WS-VHD-I             PIC 9(4).
       01 WS-VIT-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-VIT-TABLE.
          02 WS-VIT-ENTRY OCCURS 1 TO 8000 TIMES
             DEPENDING ON WS-VIT-COUNT.
             03 WT-VOUCHER-NUM        PIC 9(6).
             03 WT-PO-LINE            PIC 9(3).
             03 WT-PROD-CODE          PIC X(10).
             03 WT-QTY                PIC 9(5).
             03 WT-UNIT-PRICE         PIC 9(4)V99.
             03 WT-MATCH              PIC X.
       01 WS-VIT-I             PIC 9(4).
       01 WS-SCAN-I            PIC 9(4).
       01 WS-FIRST-NEW-LINE    PIC 9(4).

       01 REPORT-HEADING.
          02 FILLER             PIC X(36) VALUE
             'VENDOR INVOICE MATCH EXCEPTIONS  '.
          02 RH-DATE            PIC 9(8).
       01 TOLERANCE-LINE.
          02 FILLER             PIC X(18) VALUE 'PRICE TOLERANCE % '.
          02 TLL-PCT            PIC Z9.99.
          02 FILLER             PIC X(18) VALUE
             '   QTY TOLERANCE  '.
          02 TLL-QTY            PIC ZZZZ9.
       01 COLUMN-HEADS.
          02 FILLER             PIC X(8)  VALUE 'VOUCHER'.
          02 FILLER             PIC X(7)  VALUE 'VENDOR'.
          02 FILLER             PIC X(7)  VALUE 'PO'.
          02 FILLER             PIC X(5)  VALUE 'LINE'.
          02 FILLER             PIC X(11) VALUE 'PRODUCT'.
          02 FILLER             PIC X(7)  VALUE ' BILLED'.
          02 FILLER             PIC X(7)  VALUE '  RECVD'.
          02 FILLER             PIC X(9)  VALUE '   PRICE'.
          02 FILLER             PIC X(9)  VALUE '  PO PRC'.
          02 FILLER             PIC X(10) VALUE ' REASON'.
       01 EXCEPTION-LINE.
          02 EXL-VOUCHER        PIC 9(6).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 EXL-VENDOR         PIC X(6).
          02 FILLER             PIC X     VALUE SPACE.
          02 EXL-PO-NUM         PIC 9(6).
          02 FILLER             PIC X     VALUE SPACE.
          02 EXL-LINE           PIC 9(3).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 EXL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 EXL-QTY            PIC ZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 EXL-BILLABLE       PIC -ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 EXL-PRICE          PIC Z,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 EXL-PO-PRICE       PIC Z,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 EXL-REASON         PIC X(10).
       01 HELD-TOTAL-LINE.
          02 FILLER             PIC X(16) VALUE 'HELD - VOUCHER '.
          02 HTL-VOUCHER        PIC 9(6).
          02 FILLER             PIC X(10) VALUE '  INVOICE '.
          02 HTL-VENDOR-INV     PIC X(12).
          02 FILLER             PIC X(8)  VALUE '  TOTAL '.
          02 HTL-AMOUNT         PIC Z,ZZZ,ZZ9.99.

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
              DISPLAY 'APINV: your sign-on is view-only, vendor '
                 'invoices need update rights'
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-TOLERANCES.
           PERFORM LOAD-PO-FILES.
           PERFORM LOAD-INVOICE-FILES.
           OPEN OUTPUT MATCH-REPORT.
           MOVE WS-TODAY TO RH-DATE.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           MOVE WS-PRICE-PCT TO TLL-PCT.
           MOVE WS-QTY-TOLERANCE TO TLL-QTY.
           WRITE PRINT-LINE FROM TOLERANCE-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM COLUMN-HEADS.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Vendor Invoices"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) Enter a Vendor Invoice"
                   DISPLAY "2) List Held Invoices"
                   DISPLAY "3) Re-match Held Invoices"
                   DISPLAY "4) Release a Held Invoice (supervisor)"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM ENTER-VENDOR-INVOICE
                   WHEN '2'
                        PERFORM LIST-HELD-INVOICES
                   WHEN '3'
                        PERFORM REMATCH-HELD-INVOICES
                   WHEN '4'
                        PERFORM RELEASE-HELD-INVOICE
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           CLOSE MATCH-REPORT.
           MOVE 'MAINVENDINV ' TO WS-SP-PROGRAM.
           MOVE 'apmatch.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'RUN ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE WS-OPERATOR-ID TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'APINV: ' WS-POSTED-COUNT ' bill(s) posted to '
              'payables, ' WS-HELD-COUNT ' held, ' WS-EXCEPTIONS
              ' exception line(s) on apmatch.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-POSTED-COUNT ' written, '
              WS-HELD-COUNT ' rejected'.
           STOP RUN.

      *    MISSING FILE = EXACT MATCH REQUIRED ON PRICE AND QUANTITY
       LOAD-TOLERANCES.
           OPEN INPUT TOLERANCE-FILE
           IF WS-TOLERANCE-STATUS IS EQUAL TO '00'
              READ TOLERANCE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF TL-PRICE-PCT IS NUMERIC
                    MOVE TL-PRICE-PCT TO WS-PRICE-PCT
                 END-IF
                 IF TL-QTY-UNITS IS NUMERIC
                    MOVE TL-QTY-UNITS TO WS-QTY-TOLERANCE
                 END-IF
              END-READ
              CLOSE TOLERANCE-FILE
           END-IF.

       LOAD-PO-FILES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-HEADER-FILE
           IF WS-POHDR-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-POH-COUNT IS EQUAL TO 1000
                            DISPLAY 'APINV: PO header table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-POH-COUNT
                         MOVE PH-PO-NUM TO WH-PO-NUM(WS-POH-COUNT)
                         MOVE PH-VENDOR-CODE TO
                            WH-VENDOR-CODE(WS-POH-COUNT)
                         MOVE PH-STATUS TO WH-STATUS(WS-POH-COUNT)
                      END-READ
              END-PERFORM
              CLOSE PO-HEADER-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-ITEM-FILE
           IF WS-POITM-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-POL-COUNT IS EQUAL TO 5000
                            DISPLAY 'APINV: PO item table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-POL-COUNT
                         MOVE PI-PO-NUM TO WL-PO-NUM(WS-POL-COUNT)
                         MOVE PI-LINE-NUM TO
                            WL-LINE-NUM(WS-POL-COUNT)
                         MOVE PI-PROD-CODE TO
                            WL-PROD-CODE(WS-POL-COUNT)
                         MOVE PI-QTY-EXPECTED TO
                            WL-QTY-EXPECTED(WS-POL-COUNT)
                         MOVE PI-UNIT-COST TO
                            WL-UNIT-COST(WS-POL-COUNT)
                         MOVE PI-QTY-RECEIVED TO
                            WL-QTY-RECEIVED(WS-POL-COUNT)
                      END-READ
              END-PERFORM
              CLOSE PO-ITEM-FILE
           END-IF.

       LOAD-INVOICE-FILES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AP-INV-HEADER-FILE
           IF WS-INVHDR-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AP-INV-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-VHD-COUNT IS EQUAL TO 2000
                            DISPLAY 'APINV: invoice table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-VHD-COUNT
                         MOVE VH-VOUCHER-NUM TO
                            WV-VOUCHER-NUM(WS-VHD-COUNT)
                         MOVE VH-VENDOR-CODE TO
                            WV-VENDOR-CODE(WS-VHD-COUNT)
                         MOVE VH-VENDOR-INV TO
                            WV-VENDOR-INV(WS-VHD-COUNT)
                         MOVE VH-PO-NUM TO WV-PO-NUM(WS-VHD-COUNT)
                         MOVE VH-INV-DATE TO
                            WV-INV-DATE(WS-VHD-COUNT)
                         MOVE VH-DUE-DATE TO
                            WV-DUE-DATE(WS-VHD-COUNT)
                         MOVE VH-AMOUNT TO WV-AMOUNT(WS-VHD-COUNT)
                         MOVE VH-STATUS TO WV-STATUS(WS-VHD-COUNT)
                         MOVE VH-OPERATOR TO
                            WV-OPERATOR(WS-VHD-COUNT)
                      END-READ
              END-PERFORM
              CLOSE AP-INV-HEADER-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT AP-INV-ITEM-FILE
           IF WS-INVITM-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AP-INV-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-VIT-COUNT IS EQUAL TO 8000
                            DISPLAY 'APINV: invoice line table '
                               'full, run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-VIT-COUNT
                         MOVE VI-VOUCHER-NUM TO
                            WT-VOUCHER-NUM(WS-VIT-COUNT)
                         MOVE VI-PO-LINE TO WT-PO-LINE(WS-VIT-COUNT)
                         MOVE VI-PROD-CODE TO
                            WT-PROD-CODE(WS-VIT-COUNT)
                         MOVE VI-QTY TO WT-QTY(WS-VIT-COUNT)
                         MOVE VI-UNIT-PRICE TO
                            WT-UNIT-PRICE(WS-VIT-COUNT)
                         MOVE VI-MATCH TO WT-MATCH(WS-VIT-COUNT)
                      END-READ
              END-PERFORM
              CLOSE AP-INV-ITEM-FILE
           END-IF.

       LOOK-UP-VENDOR.
           MOVE 'N' TO WS-VENDOR-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS IS NOT EQUAL TO '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y' OR
              WS-VENDOR-FOUND IS EQUAL TO 'Y'
                   READ VENDOR-FILE
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF VN-CODE IS EQUAL TO WS-ENTER-VENDOR
                         MOVE 'Y' TO WS-VENDOR-FOUND
                         MOVE VN-NAME TO WS-VENDOR-NAME
                      END-IF
                   END-READ
           END-PERFORM
           IF WS-VENDOR-STATUS IS EQUAL TO '00' OR
              WS-VENDOR-STATUS IS EQUAL TO '10'
              CLOSE VENDOR-FILE
           END-IF.

      *    ONE BILL: VENDOR, PO, THE VENDOR'S NUMBER AND DATES, THEN
      *    THE BILLED LINES - MATCHED AS A WHOLE WHEN CONFIRMED
       ENTER-VENDOR-INVOICE.
           DISPLAY 'APINV: Vendor Code: ' WITH NO ADVANCING
           ACCEPT WS-ENTER-VENDOR
           MOVE FUNCTION UPPER-CASE(WS-ENTER-VENDOR)
              TO WS-ENTER-VENDOR
           PERFORM LOOK-UP-VENDOR
           IF WS-VENDOR-FOUND IS EQUAL TO 'N'
              DISPLAY 'APINV: vendor not on file'
           ELSE
              DISPLAY 'APINV: ' FUNCTION TRIM(WS-VENDOR-NAME)
              DISPLAY 'APINV: PO Number: ' WITH NO ADVANCING
              ACCEPT WS-ENTER-PO-NUM
              PERFORM FIND-PO-HEADER
              IF WS-FOUND IS EQUAL TO 'N'
                 DISPLAY 'APINV: no PO with that number on file'
              ELSE
                 IF WH-VENDOR-CODE(WS-POH-I) IS NOT EQUAL TO
                    WS-ENTER-VENDOR
                    DISPLAY 'APINV: PO ' WS-ENTER-PO-NUM
                       ' was raised on vendor '
                       WH-VENDOR-CODE(WS-POH-I)
                       ', not this one'
                 ELSE
                    PERFORM TAKE-INVOICE-HEADER
                 END-IF
              END-IF
           END-IF.

       FIND-PO-HEADER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-POH-I FROM 1 BY 1
              UNTIL WS-POH-I > WS-POH-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WH-PO-NUM(WS-POH-I) IS EQUAL TO
                      WS-ENTER-PO-NUM
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-POH-I
                   END-IF
           END-PERFORM.

       TAKE-INVOICE-HEADER.
           DISPLAY 'APINV: Vendor Invoice Number: '
              WITH NO ADVANCING
           ACCEPT WS-ENTER-INV
           MOVE FUNCTION UPPER-CASE(WS-ENTER-INV) TO WS-ENTER-INV
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-VHD-I FROM 1 BY 1
              UNTIL WS-VHD-I > WS-VHD-COUNT
                   IF WV-VENDOR-CODE(WS-VHD-I) IS EQUAL TO
                      WS-ENTER-VENDOR AND
                      WV-VENDOR-INV(WS-VHD-I) IS EQUAL TO
                      WS-ENTER-INV
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-ENTER-INV IS EQUAL TO SPACES
              DISPLAY 'APINV: the vendor invoice number is required'
           ELSE
              IF WS-FOUND IS EQUAL TO 'Y'
                 DISPLAY 'APINV: that invoice is already on file '
                    'for this vendor - duplicate refused'
              ELSE
                 DISPLAY 'APINV: Invoice Date (YYYYMMDD, 0 = '
                    'today): ' WITH NO ADVANCING
                 ACCEPT WS-ENTER-INV-DATE
                 IF WS-ENTER-INV-DATE IS EQUAL TO ZERO
                    MOVE WS-TODAY TO WS-ENTER-INV-DATE
                 END-IF
                 DISPLAY 'APINV: Due Date (YYYYMMDD, blank = 30 '
                    'days from invoice): ' WITH NO ADVANCING
                 ACCEPT WS-ENTER-DUE-X
                 IF WS-ENTER-DUE-X IS NOT NUMERIC
                    MOVE FUNCTION INTEGER-OF-DATE(WS-ENTER-INV-DATE)
                       TO WS-DUE-INT
                    ADD 30 TO WS-DUE-INT
                    MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                       TO WS-ENTER-DUE
                 END-IF
                 PERFORM TAKE-INVOICE-LINES
              END-IF
           END-IF.

      *    LINES GO STRAIGHT ONTO THE END OF THE BILL-LINE TABLE
      *    UNDER VOUCHER ZERO - DROPPED AGAIN IF THE CLERK CANCELS
       TAKE-INVOICE-LINES.
           COMPUTE WS-FIRST-NEW-LINE = WS-VIT-COUNT + 1
           MOVE ZERO TO WS-INV-TOTAL
           MOVE 'Y' TO WS-MORE-LINES
           PERFORM UNTIL WS-MORE-LINES IS EQUAL TO 'N' OR
              WS-MORE-LINES IS EQUAL TO 'n'
                   PERFORM TAKE-ONE-INVOICE-LINE
                   DISPLAY 'APINV: Another line? (Y/N): '
                      WITH NO ADVANCING
                   ACCEPT WS-MORE-LINES
           END-PERFORM
           IF WS-VIT-COUNT IS LESS THAN WS-FIRST-NEW-LINE
              DISPLAY 'APINV: no lines entered, nothing recorded'
           ELSE
              MOVE WS-INV-TOTAL TO WS-EDIT-AMOUNT
              DISPLAY 'APINV: bill total ' WS-EDIT-AMOUNT
              DISPLAY 'APINV: Record this invoice? (Y/N): '
                 WITH NO ADVANCING
              ACCEPT WS-CONFIRM-ANSWER
              IF WS-CONFIRM-ANSWER IS EQUAL TO 'Y' OR
                 WS-CONFIRM-ANSWER IS EQUAL TO 'y'
                 PERFORM RECORD-NEW-INVOICE
              ELSE
                 COMPUTE WS-VIT-COUNT = WS-FIRST-NEW-LINE - 1
                 DISPLAY 'APINV: cancelled, nothing recorded'
              END-IF
           END-IF.

       TAKE-ONE-INVOICE-LINE.
           DISPLAY 'APINV: PO Line Number: ' WITH NO ADVANCING
           ACCEPT WS-ENTER-LINE
           PERFORM FIND-PO-LINE
           IF WS-FOUND IS EQUAL TO 'N'
              DISPLAY 'APINV: PO ' WS-ENTER-PO-NUM ' has no line '
                 WS-ENTER-LINE
           ELSE
              IF WS-VIT-COUNT IS EQUAL TO 8000
                 DISPLAY 'APINV: invoice line table full, line '
                    'not taken'
              ELSE
                 DISPLAY 'APINV: ' WL-PROD-CODE(WS-PO-I)
                    ' ordered ' WL-QTY-EXPECTED(WS-PO-I)
                    ' received ' WL-QTY-RECEIVED(WS-PO-I)
                 DISPLAY 'APINV: Quantity Billed: '
                    WITH NO ADVANCING
                 ACCEPT WS-ENTER-QTY
                 MOVE WL-UNIT-COST(WS-PO-I) TO WS-EDIT-PRICE
                 DISPLAY 'APINV: Unit Price, 6 digits (blank = '
                    WS-EDIT-PRICE ' on the PO): ' WITH NO ADVANCING
                 ACCEPT WS-ENTER-PRICE-X
                 IF WS-ENTER-PRICE-X IS NUMERIC
                    MOVE WS-ENTER-PRICE TO WS-LINE-PRICE
                 ELSE
                    MOVE WL-UNIT-COST(WS-PO-I) TO WS-LINE-PRICE
                 END-IF
                 ADD 1 TO WS-VIT-COUNT
                 MOVE ZERO TO WT-VOUCHER-NUM(WS-VIT-COUNT)
                 MOVE WS-ENTER-LINE TO WT-PO-LINE(WS-VIT-COUNT)
                 MOVE WL-PROD-CODE(WS-PO-I) TO
                    WT-PROD-CODE(WS-VIT-COUNT)
                 MOVE WS-ENTER-QTY TO WT-QTY(WS-VIT-COUNT)
                 MOVE WS-LINE-PRICE TO WT-UNIT-PRICE(WS-VIT-COUNT)
                 MOVE SPACE TO WT-MATCH(WS-VIT-COUNT)
                 COMPUTE WS-INV-TOTAL = WS-INV-TOTAL +
                    WS-ENTER-QTY * WS-LINE-PRICE
              END-IF
           END-IF.

       FIND-PO-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PO-I FROM 1 BY 1
              UNTIL WS-PO-I > WS-POL-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WL-PO-NUM(WS-PO-I) IS EQUAL TO
                      WS-ENTER-PO-NUM AND
                      WL-LINE-NUM(WS-PO-I) IS EQUAL TO
                      WS-ENTER-LINE
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-PO-I
                   END-IF
           END-PERFORM.

       RECORD-NEW-INVOICE.
           IF WS-VHD-COUNT IS EQUAL TO 2000
              DISPLAY 'APINV: invoice table full, nothing recorded'
              COMPUTE WS-VIT-COUNT = WS-FIRST-NEW-LINE - 1
           ELSE
              PERFORM ASSIGN-VOUCHER-NUMBER
              PERFORM VARYING WS-VIT-I FROM WS-FIRST-NEW-LINE BY 1
                 UNTIL WS-VIT-I > WS-VIT-COUNT
                      MOVE WS-VOUCHER-NUM TO WT-VOUCHER-NUM(WS-VIT-I)
              END-PERFORM
              ADD 1 TO WS-VHD-COUNT
              MOVE WS-VHD-COUNT TO WS-VHD-I
              MOVE WS-VOUCHER-NUM TO WV-VOUCHER-NUM(WS-VHD-I)
              MOVE WS-ENTER-VENDOR TO WV-VENDOR-CODE(WS-VHD-I)
              MOVE WS-ENTER-INV TO WV-VENDOR-INV(WS-VHD-I)
              MOVE WS-ENTER-PO-NUM TO WV-PO-NUM(WS-VHD-I)
              MOVE WS-ENTER-INV-DATE TO WV-INV-DATE(WS-VHD-I)
              MOVE WS-ENTER-DUE TO WV-DUE-DATE(WS-VHD-I)
              MOVE WS-INV-TOTAL TO WV-AMOUNT(WS-VHD-I)
              MOVE WS-OPERATOR-ID TO WV-OPERATOR(WS-VHD-I)
              PERFORM MATCH-ONE-INVOICE
              IF WS-INV-HELD IS EQUAL TO 'Y'
                 MOVE 'H' TO WV-STATUS(WS-VHD-I)
                 PERFORM PRINT-HELD-TOTAL
                 ADD 1 TO WS-HELD-COUNT
                 DISPLAY 'APINV: voucher ' WS-VOUCHER-NUM ' is '
                    'HELD - outside tolerance, see apmatch.rpt'
              ELSE
                 MOVE 'M' TO WV-STATUS(WS-VHD-I)
                 PERFORM POST-OPEN-PAYABLE
                 DISPLAY 'APINV: voucher ' WS-VOUCHER-NUM
                    ' matched and posted to payables'
              END-IF
              PERFORM REWRITE-INVOICE-FILES
           END-IF.

      *    READS THE NEXT VOUCHER NUMBER FROM ITS SEQUENCE CONTROL
      *    FILE AND WRITES THE INCREMENTED NUMBER BACK - SAME
      *    PATTERN AS po.seq
       ASSIGN-VOUCHER-NUMBER.
           MOVE ZERO TO WS-VOUCHER-NUM
           OPEN INPUT VOUCHER-SEQUENCE-FILE
           IF WS-SEQ-STATUS IS EQUAL TO '00'
              READ VOUCHER-SEQUENCE-FILE
              AT END
                 MOVE ZERO TO WS-VOUCHER-NUM
              NOT AT END
                 MOVE VOUCHER-SEQUENCE-LINE TO WS-VOUCHER-NUM
              END-READ
              CLOSE VOUCHER-SEQUENCE-FILE
           END-IF
           ADD 1 TO WS-VOUCHER-NUM
           OPEN OUTPUT VOUCHER-SEQUENCE-FILE
           MOVE WS-VOUCHER-NUM TO VOUCHER-SEQUENCE-LINE
           WRITE VOUCHER-SEQUENCE-LINE
           CLOSE VOUCHER-SEQUENCE-FILE.

      *    THE THREE-WAY MATCH FOR THE BILL AT WS-VHD-I: EVERY LINE
      *    IS TESTED AND MARKED, AND ONE BAD LINE HOLDS THE BILL
       MATCH-ONE-INVOICE.
           MOVE 'N' TO WS-INV-HELD
           MOVE WV-PO-NUM(WS-VHD-I) TO WS-ENTER-PO-NUM
           PERFORM VARYING WS-VIT-I FROM 1 BY 1
              UNTIL WS-VIT-I > WS-VIT-COUNT
                   IF WT-VOUCHER-NUM(WS-VIT-I) IS EQUAL TO
                      WV-VOUCHER-NUM(WS-VHD-I)
                      PERFORM MATCH-ONE-LINE
                   END-IF
           END-PERFORM.

       MATCH-ONE-LINE.
           MOVE WT-PO-LINE(WS-VIT-I) TO WS-ENTER-LINE
           PERFORM FIND-PO-LINE
           IF WS-FOUND IS EQUAL TO 'N'
              MOVE 'Q' TO WT-MATCH(WS-VIT-I)
              MOVE ZERO TO WS-BILLABLE
              MOVE ZERO TO WS-SAVE-PO-I
           ELSE
              MOVE WS-PO-I TO WS-SAVE-PO-I
              PERFORM SUM-PRIOR-BILLED
              COMPUTE WS-BILLABLE =
                 WL-QTY-RECEIVED(WS-SAVE-PO-I) - WS-PRIOR-BILLED
              MOVE 'M' TO WS-MATCH-CODE
              IF WT-QTY(WS-VIT-I) IS GREATER THAN
                 WS-BILLABLE + WS-QTY-TOLERANCE
                 MOVE 'Q' TO WS-MATCH-CODE
              END-IF
              COMPUTE WS-PRICE-DIFF =
                 WT-UNIT-PRICE(WS-VIT-I) -
                 WL-UNIT-COST(WS-SAVE-PO-I)
              IF WS-PRICE-DIFF IS LESS THAN ZERO
                 COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
              END-IF
              COMPUTE WS-PRICE-ALLOWED =
                 WL-UNIT-COST(WS-SAVE-PO-I) * WS-PRICE-PCT / 100
              IF WS-PRICE-DIFF IS GREATER THAN WS-PRICE-ALLOWED
                 IF WS-MATCH-CODE IS EQUAL TO 'Q'
                    MOVE 'B' TO WS-MATCH-CODE
                 ELSE
                    MOVE 'P' TO WS-MATCH-CODE
                 END-IF
              END-IF
              MOVE WS-MATCH-CODE TO WT-MATCH(WS-VIT-I)
           END-IF
           IF WT-MATCH(WS-VIT-I) IS NOT EQUAL TO 'M'
              MOVE 'Y' TO WS-INV-HELD
              PERFORM PRINT-EXCEPTION-LINE
           END-IF.

      *    WHAT EARLIER BILLS - MATCHED, HELD OR RELEASED - ALREADY
      *    CLAIM AGAINST THIS PO LINE; THE BILL BEING MATCHED IS
      *    LEFT OUT SO A RE-MATCH DOES NOT COUNT IT TWICE
       SUM-PRIOR-BILLED.
           MOVE ZERO TO WS-PRIOR-BILLED
           PERFORM VARYING WS-SCAN-I FROM 1 BY 1
              UNTIL WS-SCAN-I > WS-VIT-COUNT
                   IF WT-VOUCHER-NUM(WS-SCAN-I) IS NOT EQUAL TO
                      WV-VOUCHER-NUM(WS-VHD-I) AND
                      WT-PO-LINE(WS-SCAN-I) IS EQUAL TO
                      WS-ENTER-LINE
                      PERFORM ADD-IF-SAME-PO
                   END-IF
           END-PERFORM.

       ADD-IF-SAME-PO.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-POH-I FROM 1 BY 1
              UNTIL WS-POH-I > WS-VHD-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WV-VOUCHER-NUM(WS-POH-I) IS EQUAL TO
                      WT-VOUCHER-NUM(WS-SCAN-I)
                      MOVE 'Y' TO WS-FOUND
                      IF WV-PO-NUM(WS-POH-I) IS EQUAL TO
                         WS-ENTER-PO-NUM
                         ADD WT-QTY(WS-SCAN-I) TO WS-PRIOR-BILLED
                      END-IF
                   END-IF
           END-PERFORM
           MOVE 'Y' TO WS-FOUND.

       PRINT-EXCEPTION-LINE.
           MOVE WV-VOUCHER-NUM(WS-VHD-I) TO EXL-VOUCHER
           MOVE WV-VENDOR-CODE(WS-VHD-I) TO EXL-VENDOR
           MOVE WV-PO-NUM(WS-VHD-I) TO EXL-PO-NUM
           MOVE WT-PO-LINE(WS-VIT-I) TO EXL-LINE
           MOVE WT-PROD-CODE(WS-VIT-I) TO EXL-PROD-CODE
           MOVE WT-QTY(WS-VIT-I) TO EXL-QTY
           MOVE WS-BILLABLE TO EXL-BILLABLE
           MOVE WT-UNIT-PRICE(WS-VIT-I) TO EXL-PRICE
           IF WS-SAVE-PO-I IS GREATER THAN ZERO
              MOVE WL-UNIT-COST(WS-SAVE-PO-I) TO EXL-PO-PRICE
           ELSE
              MOVE ZERO TO EXL-PO-PRICE
           END-IF
           EVALUATE WT-MATCH(WS-VIT-I)
           WHEN 'P'
                MOVE 'PRICE' TO EXL-REASON
           WHEN 'Q'
                MOVE 'NOT RECVD' TO EXL-REASON
           WHEN 'B'
                MOVE 'PRICE+QTY' TO EXL-REASON
           WHEN OTHER
                MOVE SPACES TO EXL-REASON
           END-EVALUATE
           WRITE PRINT-LINE FROM EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTIONS.

       PRINT-HELD-TOTAL.
           MOVE WV-VOUCHER-NUM(WS-VHD-I) TO HTL-VOUCHER
           MOVE WV-VENDOR-INV(WS-VHD-I) TO HTL-VENDOR-INV
           MOVE WV-AMOUNT(WS-VHD-I) TO HTL-AMOUNT
           WRITE PRINT-LINE FROM HELD-TOTAL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE.

      *    ONLY A MATCHED OR RELEASED BILL BECOMES SOMETHING WE OWE
       POST-OPEN-PAYABLE.
           OPEN EXTEND AP-OPEN-FILE
           IF WS-APOPEN-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT AP-OPEN-FILE
           END-IF
           MOVE SPACES TO AP-OPEN-DATA
           MOVE WV-VOUCHER-NUM(WS-VHD-I) TO AP-VOUCHER-NUM
           MOVE WV-VENDOR-CODE(WS-VHD-I) TO AP-VENDOR-CODE
           MOVE WV-VENDOR-INV(WS-VHD-I) TO AP-VENDOR-INV
           MOVE WV-PO-NUM(WS-VHD-I) TO AP-PO-NUM
           MOVE WV-INV-DATE(WS-VHD-I) TO AP-INV-DATE
           MOVE WV-DUE-DATE(WS-VHD-I) TO AP-DUE-DATE
           MOVE WV-AMOUNT(WS-VHD-I) TO AP-AMOUNT
           MOVE ZERO TO AP-PAID
           MOVE 'O' TO AP-STATUS
           WRITE AP-OPEN-DATA
           CLOSE AP-OPEN-FILE
           ADD 1 TO WS-POSTED-COUNT.

       LIST-HELD-INVOICES.
           MOVE ZERO TO WS-SCAN-I
           PERFORM VARYING WS-VHD-I FROM 1 BY 1
              UNTIL WS-VHD-I > WS-VHD-COUNT
                   IF WV-STATUS(WS-VHD-I) IS EQUAL TO 'H'
                      MOVE WV-AMOUNT(WS-VHD-I) TO WS-EDIT-AMOUNT
                      DISPLAY 'APINV: ' WV-VOUCHER-NUM(WS-VHD-I)
                         ' ' WV-VENDOR-CODE(WS-VHD-I)
                         ' ' WV-VENDOR-INV(WS-VHD-I)
                         ' PO ' WV-PO-NUM(WS-VHD-I)
                         ' ' WS-EDIT-AMOUNT
                      ADD 1 TO WS-SCAN-I
                   END-IF
           END-PERFORM
           IF WS-SCAN-I IS EQUAL TO ZERO
              DISPLAY 'APINV: no held invoices'
           END-IF.

      *    RECEIVING MAY HAVE CAUGHT UP SINCE THE BILL WAS HELD -
      *    RELOAD THE PO LINES AND TRY EVERY HELD BILL AGAIN
       REMATCH-HELD-INVOICES.
           MOVE ZERO TO WS-POH-COUNT
           MOVE ZERO TO WS-POL-COUNT
           PERFORM LOAD-PO-FILES
           MOVE ZERO TO WS-SCAN-I
           PERFORM VARYING WS-VHD-I FROM 1 BY 1
              UNTIL WS-VHD-I > WS-VHD-COUNT
                   IF WV-STATUS(WS-VHD-I) IS EQUAL TO 'H'
                      PERFORM MATCH-ONE-INVOICE
                      IF WS-INV-HELD IS EQUAL TO 'N'
                         MOVE 'M' TO WV-STATUS(WS-VHD-I)
                         PERFORM POST-OPEN-PAYABLE
                         ADD 1 TO WS-SCAN-I
                         DISPLAY 'APINV: voucher '
                            WV-VOUCHER-NUM(WS-VHD-I)
                            ' now matches, posted to payables'
                      ELSE
                         PERFORM PRINT-HELD-TOTAL
                      END-IF
                   END-IF
           END-PERFORM
           PERFORM REWRITE-INVOICE-FILES
           DISPLAY 'APINV: ' WS-SCAN-I ' held invoice(s) released '
              'by the re-match'.

      *    A SUPERVISOR MAY ACCEPT A BILL OUTSIDE TOLERANCE (AGREED
      *    PRICE CHANGE, FREIGHT ON THE LINE) - LOGGED FOR AUDIT
       RELEASE-HELD-INVOICE.
           IF NOT OPER-SUPERVISOR
              DISPLAY 'APINV: releasing a held invoice needs a '
                 'supervisor sign-on'
           ELSE
              DISPLAY 'APINV: Voucher Number to release: '
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-VOUCHER
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-VHD-I FROM 1 BY 1
                 UNTIL WS-VHD-I > WS-VHD-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WV-VOUCHER-NUM(WS-VHD-I) IS EQUAL TO
                         WS-ENTER-VOUCHER
                         MOVE 'Y' TO WS-FOUND
                         SUBTRACT 1 FROM WS-VHD-I
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'N'
                 DISPLAY 'APINV: no voucher with that number'
              ELSE
                 IF WV-STATUS(WS-VHD-I) IS NOT EQUAL TO 'H'
                    DISPLAY 'APINV: voucher is not held'
                 ELSE
                    MOVE WV-AMOUNT(WS-VHD-I) TO WS-EDIT-AMOUNT
                    DISPLAY 'APINV: release ' WS-EDIT-AMOUNT
                       ' to payables? (Y/N): ' WITH NO ADVANCING
                    ACCEPT WS-CONFIRM-ANSWER
                    IF WS-CONFIRM-ANSWER IS EQUAL TO 'Y' OR
                       WS-CONFIRM-ANSWER IS EQUAL TO 'y'
                       MOVE 'R' TO WV-STATUS(WS-VHD-I)
                       PERFORM POST-OPEN-PAYABLE
                       PERFORM REWRITE-INVOICE-FILES
                       MOVE WS-OPERATOR-ID TO WS-SE-OPERATOR
                       MOVE 'AP-RELEASE  ' TO WS-SE-EVENT
                       MOVE SPACES TO WS-SE-DETAIL
                       STRING 'VOUCHER ' WS-ENTER-VOUCHER
                          DELIMITED BY SIZE INTO WS-SE-DETAIL
                       CALL 'SECLOG' USING
                          BY REFERENCE WS-SE-OPERATOR,
                          BY REFERENCE WS-SE-PROGRAM,
                          BY REFERENCE WS-SE-EVENT,
                          BY REFERENCE WS-SE-DETAIL
                       END-CALL
                       DISPLAY 'APINV: voucher released to payables'
                    ELSE
                       DISPLAY 'APINV: not released'
                    END-IF
                 END-IF
              END-IF
           END-IF.

       REWRITE-INVOICE-FILES.
           OPEN OUTPUT AP-INV-HEADER-FILE
           PERFORM VARYING WS-SCAN-I FROM 1 BY 1
              UNTIL WS-SCAN-I > WS-VHD-COUNT
                   MOVE SPACES TO AP-INV-HEADER
                   MOVE WV-VOUCHER-NUM(WS-SCAN-I) TO VH-VOUCHER-NUM
                   MOVE WV-VENDOR-CODE(WS-SCAN-I) TO VH-VENDOR-CODE
                   MOVE WV-VENDOR-INV(WS-SCAN-I) TO VH-VENDOR-INV
                   MOVE WV-PO-NUM(WS-SCAN-I) TO VH-PO-NUM
                   MOVE WV-INV-DATE(WS-SCAN-I) TO VH-INV-DATE
                   MOVE WV-DUE-DATE(WS-SCAN-I) TO VH-DUE-DATE
                   MOVE WV-AMOUNT(WS-SCAN-I) TO VH-AMOUNT
                   MOVE WV-STATUS(WS-SCAN-I) TO VH-STATUS
                   MOVE WV-OPERATOR(WS-SCAN-I) TO VH-OPERATOR
                   WRITE AP-INV-HEADER
           END-PERFORM
           CLOSE AP-INV-HEADER-FILE
           OPEN OUTPUT AP-INV-ITEM-FILE
           PERFORM VARYING WS-SCAN-I FROM 1 BY 1
              UNTIL WS-SCAN-I > WS-VIT-COUNT
                   MOVE SPACES TO AP-INV-ITEM
                   MOVE WT-VOUCHER-NUM(WS-SCAN-I) TO VI-VOUCHER-NUM
                   MOVE WT-PO-LINE(WS-SCAN-I) TO VI-PO-LINE
                   MOVE WT-PROD-CODE(WS-SCAN-I) TO VI-PROD-CODE
                   MOVE WT-QTY(WS-SCAN-I) TO VI-QTY
                   MOVE WT-UNIT-PRICE(WS-SCAN-I) TO VI-UNIT-PRICE
                   MOVE WT-MATCH(WS-SCAN-I) TO VI-MATCH
                   WRITE AP-INV-ITEM
           END-PERFORM
           CLOSE AP-INV-ITEM-FILE.
