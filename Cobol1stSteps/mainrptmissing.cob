       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINRPTMISSING.

      *    DAILY EXCEPTION LIST OF REPORTS THAT WERE EXPECTED BUT
      *    NEVER PRODUCED. EVERY rptdist.ctl LINE CARRIES AN EXPECTED
      *    FREQUENCY FOR ITS PROGRAM, IN THE SAME CODES AS
      *    runstream.ctl (D, B, W1-W7, LBD, FBD; 'REQ' FOR A REPORT
      *    ONLY RUN ON REQUEST). THE SHARED STEPDUE TEST SAYS WHICH
      *    PROGRAMS WERE DUE TODAY, AND ANY OF THEM WITH NO TODAY'S
      *    ENTRY ON THE SPOOL CATALOG spoolcat.dat IS LISTED ON
      *    rptmiss.rpt WITH THE RECIPIENTS LEFT WAITING AND THE LAST
      *    DATE IT WAS PRODUCED. IT RUNS AS THE LAST STEP OF THE
      *    NIGHTLY STREAM, AFTER EVERY REPORT STEP; ANY MISSING
      *    REPORT ENDS THE RUN WITH RETURN CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE ASSIGN TO 'rptdist.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DIST-STATUS.
           SELECT SPOOL-CATALOG ASSIGN TO 'spoolcat.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATALOG-STATUS.
           SELECT MISSING-REPORT ASSIGN TO 'rptmiss.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD DISTRIBUTION-FILE.
       01 DISTRIBUTION-RECORD.
          02 DL-PROGRAM        PIC X(12).
          02 FILLER            PIC X.
          02 DL-EXPECTED       PIC X(4).
             88 DL-ON-REQUEST            VALUE 'REQ '.
          02 FILLER            PIC X.
          02 DL-RECIPIENT      PIC X(12).
          02 FILLER            PIC X.
          02 DL-METHOD         PIC X.
          02 FILLER            PIC X.
          02 DL-TARGET         PIC X(40).

       FD SPOOL-CATALOG.
       01 SPOOL-CATALOG-DATA.
          02 SP-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 SP-TIME           PIC 9(6).
          02 FILLER            PIC X.
          02 SP-PROGRAM        PIC X(12).
          02 FILLER            PIC X.
          02 SP-PARAMS         PIC X(20).
          02 FILLER            PIC X.
          02 SP-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 SP-SPOOL-NAME     PIC X(40).

       FD MISSING-REPORT.
       01 PRINT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-DIST-STATUS       PIC XX.
       01 WS-CATALOG-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-STEP-DUE          PIC X.
       01 WS-NOT-DUE-REASON    PIC X(30).
       01 WS-FOUND             PIC X.
       01 WS-MISSING-COUNT     PIC 9(3)  VALUE ZERO.
       01 WS-LINE-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-RECIPIENT-POS     PIC 9(3).

      *    ONE ENTRY PER PROGRAM DUE TODAY
       01 WS-EXP-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-EXP-TABLE.
          02 WS-EXP-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-EXP-COUNT.
             03 WE-PROGRAM            PIC X(12).
             03 WE-FREQUENCY          PIC X(4).
             03 WE-RECIPIENTS         PIC X(40).
             03 WE-PRODUCED           PIC X.
             03 WE-LAST-DATE          PIC 9(8).
       01 WS-EXP-I             PIC 9(3).

      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

       01 REPORT-HEADING.
          02 FILLER             PIC X(36) VALUE
             'REPORTS EXPECTED BUT NOT PRODUCED - '.
          02 RH-RUN-DATE        PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(13) VALUE 'PROGRAM'.
          02 FILLER             PIC X(5)  VALUE 'FREQ'.
          02 FILLER             PIC X(41) VALUE 'WAITING'.
          02 FILLER             PIC X(13) VALUE 'LAST PRODUCED'.
       01 MISSING-LINE.
          02 ML-PROGRAM         PIC X(12).
          02 FILLER             PIC X     VALUE SPACE.
          02 ML-FREQUENCY       PIC X(4).
          02 FILLER             PIC X     VALUE SPACE.
          02 ML-RECIPIENTS      PIC X(40).
          02 FILLER             PIC X     VALUE SPACE.
          02 ML-LAST-DATE       PIC X(8).
       01 NONE-LINE            PIC X(41)  VALUE
             'NONE - EVERY EXPECTED REPORT WAS PRODUCED'.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16)  VALUE 'END OF REPORT - '.
          02 RF-MISSING         PIC ZZ9.
          02 FILLER             PIC X(28)  VALUE
             ' EXPECTED REPORT(S) MISSING'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-EXPECTED-REPORTS.
           PERFORM CHECK-SPOOL-CATALOG.
           PERFORM PRINT-MISSING-REPORT.
           MOVE 'MAINRPTMISS ' TO WS-SP-PROGRAM.
           MOVE 'rptmiss.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'RUN ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'RPTMISS: ' WS-EXP-COUNT ' report(s) due today, '
              WS-MISSING-COUNT ' not produced'.
           IF WS-MISSING-COUNT IS GREATER THAN ZERO
              DISPLAY 'RPTMISS: see rptmiss.rpt'
              MOVE 4 TO RETURN-CODE
           END-IF.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-LINE-COUNT
              ' record(s) written'.
           STOP RUN.

       LOAD-EXPECTED-REPORTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DISTRIBUTION-FILE
           IF WS-DIST-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'RPTMISS: rptdist.ctl not found, '
                 'no report is expected'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DISTRIBUTION-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF NOT DL-ON-REQUEST
                            PERFORM EXPECT-ONE-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE DISTRIBUTION-FILE
           END-IF.

      *    A PROGRAM DUE ON ANY OF ITS LINES IS EXPECTED; THE
      *    RECIPIENTS OF EVERY DUE LINE ARE THE ONES LEFT WAITING
       EXPECT-ONE-LINE.
           CALL 'STEPDUE' USING
              BY REFERENCE DL-EXPECTED,
              BY REFERENCE WS-TODAY,
              BY REFERENCE WS-STEP-DUE,
              BY REFERENCE WS-NOT-DUE-REASON
           END-CALL
           IF WS-STEP-DUE IS EQUAL TO 'Y'
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-EXP-I FROM 1 BY 1
                 UNTIL WS-EXP-I > WS-EXP-COUNT OR WS-FOUND = 'Y'
                      IF WE-PROGRAM(WS-EXP-I) IS EQUAL TO DL-PROGRAM
                         MOVE 'Y' TO WS-FOUND
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'Y'
                 SUBTRACT 1 FROM WS-EXP-I
              ELSE
                 IF WS-EXP-COUNT IS EQUAL TO 200
                    DISPLAY 'RPTMISS: more than 200 expected reports'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-EXP-COUNT
                 MOVE WS-EXP-COUNT TO WS-EXP-I
                 MOVE DL-PROGRAM TO WE-PROGRAM(WS-EXP-I)
                 MOVE DL-EXPECTED TO WE-FREQUENCY(WS-EXP-I)
                 MOVE SPACES TO WE-RECIPIENTS(WS-EXP-I)
                 MOVE 'N' TO WE-PRODUCED(WS-EXP-I)
                 MOVE ZERO TO WE-LAST-DATE(WS-EXP-I)
              END-IF
              PERFORM ADD-WAITING-RECIPIENT
           END-IF.

       ADD-WAITING-RECIPIENT.
           MOVE 1 TO WS-RECIPIENT-POS
           IF WE-RECIPIENTS(WS-EXP-I) IS NOT EQUAL TO SPACES
              MOVE FUNCTION LENGTH(FUNCTION TRIM(
                 WE-RECIPIENTS(WS-EXP-I) TRAILING)) TO WS-RECIPIENT-POS
              ADD 2 TO WS-RECIPIENT-POS
           END-IF
           IF WS-RECIPIENT-POS IS LESS THAN 40
              STRING DL-RECIPIENT DELIMITED BY SPACE
                 INTO WE-RECIPIENTS(WS-EXP-I)
                 WITH POINTER WS-RECIPIENT-POS
              END-STRING
           END-IF.

      *    MARKS WHAT WAS PRODUCED TODAY AND KEEPS THE LAST DATE ANY
      *    PROGRAM WAS PRODUCED AT ALL
       CHECK-SPOOL-CATALOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SPOOL-CATALOG
           IF WS-CATALOG-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SPOOL-CATALOG
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM MATCH-ONE-CATALOG-ENTRY
                      END-READ
              END-PERFORM
              CLOSE SPOOL-CATALOG
           END-IF.

       MATCH-ONE-CATALOG-ENTRY.
           PERFORM VARYING WS-EXP-I FROM 1 BY 1
              UNTIL WS-EXP-I > WS-EXP-COUNT
                   IF WE-PROGRAM(WS-EXP-I) IS EQUAL TO SP-PROGRAM
                      IF SP-DATE IS EQUAL TO WS-TODAY
                         MOVE 'Y' TO WE-PRODUCED(WS-EXP-I)
                      END-IF
                      IF SP-DATE IS GREATER THAN
                         WE-LAST-DATE(WS-EXP-I)
                         MOVE SP-DATE TO WE-LAST-DATE(WS-EXP-I)
                      END-IF
                   END-IF
           END-PERFORM.

       PRINT-MISSING-REPORT.
           OPEN OUTPUT MISSING-REPORT
           MOVE WS-TODAY TO RH-RUN-DATE
           WRITE PRINT-LINE FROM REPORT-HEADING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADS
           PERFORM VARYING WS-EXP-I FROM 1 BY 1
              UNTIL WS-EXP-I > WS-EXP-COUNT
                   IF WE-PRODUCED(WS-EXP-I) IS EQUAL TO 'N'
                      ADD 1 TO WS-MISSING-COUNT
                      MOVE WE-PROGRAM(WS-EXP-I) TO ML-PROGRAM
                      MOVE WE-FREQUENCY(WS-EXP-I) TO ML-FREQUENCY
                      MOVE WE-RECIPIENTS(WS-EXP-I) TO ML-RECIPIENTS
                      IF WE-LAST-DATE(WS-EXP-I) IS EQUAL TO ZERO
                         MOVE 'NEVER' TO ML-LAST-DATE
                      ELSE
                         MOVE WE-LAST-DATE(WS-EXP-I) TO ML-LAST-DATE
                      END-IF
                      WRITE PRINT-LINE FROM MISSING-LINE
                      ADD 1 TO WS-LINE-COUNT
                   END-IF
           END-PERFORM
           IF WS-MISSING-COUNT IS EQUAL TO ZERO
              WRITE PRINT-LINE FROM NONE-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-MISSING-COUNT TO RF-MISSING
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE MISSING-REPORT.
