       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINFXREVAL.

      *    MONTH-END REVALUATION OF OPEN FOREIGN-CURRENCY RECEIVABLES.
      *    EVERY OPEN INVOICE ON aropen.dat THAT HAS A FOREIGN SIDE ON
      *    arfx.dat IS RESTATED: THE BASE AMOUNT STILL OPEN IS TURNED
      *    BACK INTO THE CUSTOMER'S CURRENCY AT THE RATE THE INVOICE
      *    WAS BOOKED AT, THEN VALUED AGAIN AT THE CLOSING RATE IN
      *    FORCE ON THE AS-OF DATE (FXRATE). THE DIFFERENCE PER ITEM
      *    LISTS ON fxreval.rpt WITH THE GAIN, LOSS AND NET TOTALS; AN
      *    ITEM WHOSE CURRENCY HAS NO RATE YET IS LISTED AND LEFT OUT
      *    OF THE TOTALS. THE OPEN ITEMS THEMSELVES ARE NOT TOUCHED -
      *    THE DIFFERENCE IS UNREALIZED. ON REQUEST THE NET IS POSTED
      *    TO fxreval.dat AS AN 'FXU' GAIN OR 'FXV' LOSS ON THE AS-OF
      *    DATE, REVERSED THE NEXT DAY, FOR THE GL EXPORT TO JOURNAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AROPEN-STATUS.
           SELECT AR-FX-FILE ASSIGN TO 'arfx.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARFX-STATUS.
           SELECT FX-REVAL-FILE ASSIGN TO 'fxreval.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REVAL-STATUS.
           SELECT REVAL-REPORT ASSIGN TO 'fxreval.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          COPY AR-OPEN-ITEM.

       FD AR-FX-FILE.
       01 AR-FX-DATA.
          COPY AR-FX-ITEM.

       FD FX-REVAL-FILE.
       01 FX-REVAL-DATA.
          COPY FX-REVALUATION.

       FD REVAL-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-ARFX-STATUS       PIC XX.
       01 WS-REVAL-STATUS      PIC XX.
       01 WS-EOF               PIC X.
       01 WS-ENTER-DATE        PIC X(8).
       01 WS-AS-OF-DATE        PIC 9(8).
       01 WS-REVERSE-DATE      PIC 9(8).
       01 WS-TODAY             PIC 9(8).
       01 WS-POST-REPLY        PIC X.
       01 WS-ALREADY-POSTED    PIC X.
       01 WS-NO-ID             PIC 9(5)  VALUE ZERO.
       01 WS-FX-CURRENCY       PIC X(3).
       01 WS-FX-RATE           PIC 9(3)V9(6).
       01 WS-FX-FOREIGN        PIC X.
       01 WS-BASE-OPEN         PIC S9(7)V99.
       01 WS-FC-OPEN           PIC S9(7)V99.
       01 WS-RESTATED          PIC S9(7)V99.
       01 WS-DIFFERENCE        PIC S9(7)V99.
       01 WS-GAIN-TOTAL        PIC 9(8)V99 VALUE ZERO.
       01 WS-LOSS-TOTAL        PIC 9(8)V99 VALUE ZERO.
       01 WS-NET-TOTAL         PIC S9(8)V99 VALUE ZERO.
       01 WS-ITEMS-READ        PIC 9(6)  VALUE ZERO.
       01 WS-LISTED-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-NO-RATE-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-EDIT-TOTAL        PIC -Z,ZZZ,ZZ9.99.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    THE FOREIGN SIDE OF EVERY INVOICE, FROM arfx.dat
       01 WS-AFX-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-AFX-TABLE.
          02 WS-AFX-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-AFX-COUNT.
             03 WAX-INVOICE-NUM       PIC 9(6).
             03 WAX-CURRENCY          PIC X(3).
             03 WAX-FC-AMOUNT         PIC S9(7)V99.
             03 WAX-BASE-AMOUNT       PIC S9(7)V99.
       01 WS-AFX-I             PIC 9(4).
       01 WS-AFX-FOUND         PIC 9(4).

       01 REVAL-HEADING.
          02 FILLER             PIC X(37) VALUE
             'FOREIGN RECEIVABLES REVALUATION AS OF'.
          02 FILLER             PIC X     VALUE SPACE.
          02 RH-DATE            PIC 9(8).
       01 REVAL-COLUMN-HEADS.
          02 FILLER             PIC X(7)  VALUE 'ID'.
          02 FILLER             PIC X(7)  VALUE 'INVOICE'.
          02 FILLER             PIC X(4)  VALUE 'CUR'.
          02 FILLER             PIC X(14) VALUE '  FOREIGN OPEN'.
          02 FILLER             PIC X(14) VALUE '    BOOKED USD'.
          02 FILLER             PIC X(14) VALUE '  RESTATED USD'.
          02 FILLER             PIC X(13) VALUE '   DIFFERENCE'.
       01 REVAL-DETAIL-LINE.
          02 RDL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RDL-INVOICE-NUM    PIC 9(6).
          02 FILLER             PIC X     VALUE SPACE.
          02 RDL-CURRENCY       PIC X(3).
          02 FILLER             PIC X     VALUE SPACE.
          02 RDL-FC-OPEN        PIC -Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 RDL-BOOKED         PIC -Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 RDL-RESTATED       PIC -Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 RDL-DIFFERENCE     PIC -Z,ZZZ,ZZ9.99.
       01 REVAL-NO-RATE-LINE.
          02 RNL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RNL-INVOICE-NUM    PIC 9(6).
          02 FILLER             PIC X     VALUE SPACE.
          02 RNL-CURRENCY       PIC X(3).
          02 FILLER             PIC X(16) VALUE SPACES.
          02 RNL-BOOKED         PIC -Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X(28) VALUE
             '  ** NO CLOSING RATE ON FILE'.
       01 REVAL-TOTAL-LINE.
          02 RTL-LABEL          PIC X(60).
          02 RTL-AMOUNT         PIC -Z,ZZZ,ZZ9.99.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-LISTED          PIC ZZZ9.
          02 FILLER             PIC X(19) VALUE ' ITEM(S) RESTATED, '.
          02 RF-NO-RATE         PIC ZZZ9.
          02 FILLER             PIC X(16) VALUE ' WITHOUT A RATE'.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY 'FXREVAL: As-Of Date (YYYYMMDD, blank = today): '
              WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE IS EQUAL TO SPACES
              MOVE WS-TODAY TO WS-AS-OF-DATE
           ELSE
              MOVE WS-ENTER-DATE TO WS-AS-OF-DATE
           END-IF
           PERFORM LOAD-FOREIGN-ITEMS
           IF WS-AFX-COUNT IS EQUAL TO ZERO
              DISPLAY 'FXREVAL: no foreign-currency invoices on '
                 'arfx.dat, nothing to revalue'
              STOP RUN
           END-IF
           OPEN OUTPUT REVAL-REPORT
           MOVE WS-AS-OF-DATE TO RH-DATE
           WRITE PRINT-LINE FROM REVAL-HEADING
           WRITE PRINT-LINE FROM REVAL-COLUMN-HEADS
           PERFORM REVALUE-OPEN-ITEMS
           PERFORM WRITE-REVAL-TOTALS
           CLOSE REVAL-REPORT
           MOVE 'MAINFXREVAL ' TO WS-SP-PROGRAM
           MOVE 'fxreval.rpt' TO WS-SP-REPORT-NAME
           MOVE SPACES TO WS-SP-PARAMS
           STRING 'AS OF ' WS-AS-OF-DATE DELIMITED BY SIZE
              INTO WS-SP-PARAMS
           MOVE SPACES TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           MOVE WS-NET-TOTAL TO WS-EDIT-TOTAL
           DISPLAY 'FXREVAL: net unrealized difference ' WS-EDIT-TOTAL
              ' on fxreval.rpt'
           IF WS-NET-TOTAL IS NOT EQUAL TO ZERO
              DISPLAY 'FXREVAL: Post it for the GL export? (Y/N): '
                 WITH NO ADVANCING
              ACCEPT WS-POST-REPLY
              IF WS-POST-REPLY IS EQUAL TO 'Y' OR
                 WS-POST-REPLY IS EQUAL TO 'y'
                 PERFORM POST-REVALUATION
              END-IF
           END-IF
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE - 0 CLEAN,
      *    4 COMPLETED WITH ITEMS LEFT UNREVALUED FOR WANT OF A RATE
           DISPLAY 'END OF RUN: ' WS-ITEMS-READ ' item(s) read, '
              WS-LISTED-COUNT ' restated, ' WS-NO-RATE-COUNT
              ' without a rate'
           IF WS-NO-RATE-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-FOREIGN-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-FX-FILE
           IF WS-ARFX-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-FX-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-AFX-COUNT IS EQUAL TO 5000
                            DISPLAY 'FXREVAL: foreign item table '
                               'full, run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-AFX-COUNT
                         MOVE AX-INVOICE-NUM TO
                            WAX-INVOICE-NUM(WS-AFX-COUNT)
                         MOVE AX-CURRENCY TO
                            WAX-CURRENCY(WS-AFX-COUNT)
                         MOVE AX-FC-AMOUNT TO
                            WAX-FC-AMOUNT(WS-AFX-COUNT)
                         MOVE AX-BASE-AMOUNT TO
                            WAX-BASE-AMOUNT(WS-AFX-COUNT)
                      END-READ
              END-PERFORM
              CLOSE AR-FX-FILE
           END-IF.

       REVALUE-OPEN-ITEMS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-ITEMS-READ
                         IF AO-STATUS IS EQUAL TO 'O' AND
                            AO-INVOICE-NUM IS GREATER THAN ZERO
                            PERFORM FIND-FOREIGN-ITEM
                            IF WS-AFX-FOUND IS GREATER THAN ZERO
                               PERFORM REVALUE-ONE-ITEM
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE AR-OPEN-FILE
           END-IF.

       FIND-FOREIGN-ITEM.
           MOVE ZERO TO WS-AFX-FOUND
           PERFORM VARYING WS-AFX-I FROM 1 BY 1
              UNTIL WS-AFX-I > WS-AFX-COUNT OR
                 WS-AFX-FOUND IS GREATER THAN ZERO
                   IF WAX-INVOICE-NUM(WS-AFX-I) IS EQUAL TO
                      AO-INVOICE-NUM AND
                      WAX-BASE-AMOUNT(WS-AFX-I) IS NOT EQUAL TO ZERO
                      MOVE WS-AFX-I TO WS-AFX-FOUND
                   END-IF
           END-PERFORM.

      *    WHAT IS STILL OPEN IN BASE TERMS WAS BOOKED AT THE
      *    INVOICE'S OWN RATE, SO THAT RATE TURNS IT BACK INTO THE
      *    CUSTOMER'S CURRENCY BEFORE THE CLOSING RATE IS APPLIED
       REVALUE-ONE-ITEM.
           COMPUTE WS-BASE-OPEN = AO-AMOUNT - AO-PAID
           MOVE WAX-CURRENCY(WS-AFX-FOUND) TO WS-FX-CURRENCY
           CALL 'FXRATE' USING WS-NO-ID WS-AS-OF-DATE WS-FX-CURRENCY
              WS-FX-RATE WS-FX-FOREIGN
           IF WS-FX-RATE IS EQUAL TO ZERO
              MOVE AO-ID-NUM TO RNL-ID-NUM
              MOVE AO-INVOICE-NUM TO RNL-INVOICE-NUM
              MOVE WAX-CURRENCY(WS-AFX-FOUND) TO RNL-CURRENCY
              MOVE WS-BASE-OPEN TO RNL-BOOKED
              WRITE PRINT-LINE FROM REVAL-NO-RATE-LINE
              ADD 1 TO WS-NO-RATE-COUNT
           ELSE
              COMPUTE WS-FC-OPEN ROUNDED = WS-BASE-OPEN *
                 WAX-FC-AMOUNT(WS-AFX-FOUND) /
                 WAX-BASE-AMOUNT(WS-AFX-FOUND)
              COMPUTE WS-RESTATED ROUNDED = WS-FC-OPEN * WS-FX-RATE
              COMPUTE WS-DIFFERENCE = WS-RESTATED - WS-BASE-OPEN
              IF WS-DIFFERENCE IS GREATER THAN ZERO
                 ADD WS-DIFFERENCE TO WS-GAIN-TOTAL
              ELSE
                 SUBTRACT WS-DIFFERENCE FROM WS-LOSS-TOTAL
              END-IF
              ADD WS-DIFFERENCE TO WS-NET-TOTAL
              MOVE AO-ID-NUM TO RDL-ID-NUM
              MOVE AO-INVOICE-NUM TO RDL-INVOICE-NUM
              MOVE WAX-CURRENCY(WS-AFX-FOUND) TO RDL-CURRENCY
              MOVE WS-FC-OPEN TO RDL-FC-OPEN
              MOVE WS-BASE-OPEN TO RDL-BOOKED
              MOVE WS-RESTATED TO RDL-RESTATED
              MOVE WS-DIFFERENCE TO RDL-DIFFERENCE
              WRITE PRINT-LINE FROM REVAL-DETAIL-LINE
              ADD 1 TO WS-LISTED-COUNT
           END-IF.

       WRITE-REVAL-TOTALS.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'TOTAL UNREALIZED GAIN' TO RTL-LABEL
           MOVE WS-GAIN-TOTAL TO RTL-AMOUNT
           WRITE PRINT-LINE FROM REVAL-TOTAL-LINE
           MOVE 'TOTAL UNREALIZED LOSS' TO RTL-LABEL
           MOVE WS-LOSS-TOTAL TO RTL-AMOUNT
           WRITE PRINT-LINE FROM REVAL-TOTAL-LINE
           MOVE 'NET UNREALIZED GAIN (LOSS)' TO RTL-LABEL
           MOVE WS-NET-TOTAL TO RTL-AMOUNT
           WRITE PRINT-LINE FROM REVAL-TOTAL-LINE
           MOVE WS-LISTED-COUNT TO RF-LISTED
           MOVE WS-NO-RATE-COUNT TO RF-NO-RATE
           WRITE PRINT-LINE FROM REPORT-FOOTING.

      *    THE NET GOES ON THE AS-OF DATE AND COMES BACK OFF THE
      *    NEXT DAY, SO A SECOND POSTING FOR THE SAME MONTH END
      *    WOULD DOUBLE IT AND IS REFUSED
       POST-REVALUATION.
           MOVE 'N' TO WS-ALREADY-POSTED
           MOVE 'N' TO WS-EOF
           OPEN INPUT FX-REVAL-FILE
           IF WS-REVAL-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ FX-REVAL-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF FR-REVAL-DATE IS EQUAL TO WS-AS-OF-DATE
                            MOVE 'Y' TO WS-ALREADY-POSTED
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE FX-REVAL-FILE
           END-IF
           IF WS-ALREADY-POSTED IS EQUAL TO 'Y'
              DISPLAY 'FXREVAL: revaluation as of ' WS-AS-OF-DATE
                 ' is already posted, nothing written'
           ELSE
              COMPUTE WS-REVERSE-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE) + 1)
              OPEN EXTEND FX-REVAL-FILE
              IF WS-REVAL-STATUS IS NOT EQUAL TO '00'
                 OPEN OUTPUT FX-REVAL-FILE
              END-IF
              MOVE SPACES TO FX-REVAL-DATA
              MOVE WS-AS-OF-DATE TO FR-DATE
              MOVE WS-AS-OF-DATE TO FR-REVAL-DATE
              IF WS-NET-TOTAL IS GREATER THAN ZERO
                 MOVE 'FXU' TO FR-EVENT
                 MOVE WS-NET-TOTAL TO FR-AMOUNT
              ELSE
                 MOVE 'FXV' TO FR-EVENT
                 COMPUTE FR-AMOUNT = 0 - WS-NET-TOTAL
              END-IF
              WRITE FX-REVAL-DATA
              MOVE WS-REVERSE-DATE TO FR-DATE
              IF FR-EVENT IS EQUAL TO 'FXU'
                 MOVE 'FXV' TO FR-EVENT
              ELSE
                 MOVE 'FXU' TO FR-EVENT
              END-IF
              WRITE FX-REVAL-DATA
              CLOSE FX-REVAL-FILE
              DISPLAY 'FXREVAL: posted to fxreval.dat, reversing on '
                 WS-REVERSE-DATE
           END-IF.
