       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINEMPTYBIN.

      *    EMPTY-BIN REPORT: EVERY BIN IN USE ON bins.dat THAT HOLDS
      *    NOTHING ON binstock.dat, LISTED ON binempty.rpt BY
      *    LOCATION IN WALK SEQUENCE, WITH A COUNT PER LOCATION -
      *    WHAT THE RECEIVING DOCK HAS FREE FOR PUT-AWAY AND WHAT
      *    THE WAREHOUSE COULD CONSOLIDATE. BINS TAKEN OUT OF USE
      *    ARE LEFT OFF. THE REPORT IS HANDED TO RPTSPOOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIN-FILE ASSIGN TO 'bins.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BIN-STATUS.
           SELECT BIN-STOCK-FILE ASSIGN TO 'binstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BINSTOCK-STATUS.
           SELECT EMPTY-BIN-REPORT ASSIGN TO 'binempty.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPTY-WORK-FILE ASSIGN TO 'binempty.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD BIN-FILE.
       01 BIN-DATA.
          COPY BIN-MASTER.

       FD BIN-STOCK-FILE.
       01 BIN-STOCK-DATA.
          COPY BIN-STOCK.

       FD EMPTY-BIN-REPORT.
       01 PRINT-LINE            PIC X(80).

       SD EMPTY-WORK-FILE.
       01 EMPTY-RECORD.
          02 SE-LOCATION       PIC X(4).
          02 SE-WALK-SEQ       PIC 9(5).
          02 SE-BIN-CODE       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BIN-STATUS        PIC XX.
       01 WS-BINSTOCK-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-SORT-EOF          PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-LAST-LOCATION     PIC X(4).
       01 WS-LOC-EMPTY         PIC 9(5).
       01 WS-EMPTY-COUNT       PIC 9(5)  VALUE ZERO.
       01 WS-BIN-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-LINE-COUNT        PIC 9(5)  VALUE ZERO.

      *    OPERATOR SIGN-ON - THE SPOOLED REPORT CARRIES WHO RAN IT
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    EVERY LOCATION AND BIN THAT HOLDS SOMETHING
       01 WS-FULL-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-FULL-TABLE.
          02 WS-FULL-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-FULL-COUNT.
             03 WF-LOCATION           PIC X(4).
             03 WF-BIN-CODE           PIC X(8).
       01 WS-FULL-I            PIC 9(4).

       01 REPORT-HEADING.
          02 FILLER             PIC X(30)
             VALUE 'EMPTY BINS BY WALK SEQUENCE'.
          02 FILLER             PIC X(11) VALUE 'PRINTED ON '.
          02 RH-DATE            PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(6)  VALUE 'LOC'.
          02 FILLER             PIC X(8)  VALUE ' WALK'.
          02 FILLER             PIC X(6)  VALUE 'AISLE'.
          02 FILLER             PIC X(6)  VALUE 'SHELF'.
          02 FILLER             PIC X(3)  VALUE 'BIN'.
       01 EMPTY-DETAIL-LINE.
          02 EDL-LOCATION       PIC X(4).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 EDL-WALK-SEQ       PIC ZZZZ9.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 EDL-AISLE          PIC X(3).
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 EDL-SHELF          PIC X(2).
          02 FILLER             PIC X(4)  VALUE SPACES.
          02 EDL-BIN            PIC X(3).
       01 LOCATION-TOTAL-LINE.
          02 FILLER             PIC X(6)  VALUE SPACES.
          02 LTL-COUNT          PIC ZZZZ9.
          02 FILLER             PIC X(18) VALUE ' EMPTY BIN(S) AT '.
          02 LTL-LOCATION       PIC X(4).
       01 REPORT-FOOTING.
          02 FILLER             PIC X(6)  VALUE 'TOTAL '.
          02 RF-EMPTY           PIC ZZZZ9.
          02 FILLER             PIC X(14) VALUE ' EMPTY OUT OF '.
          02 RF-BINS            PIC ZZZZ9.
          02 FILLER             PIC X(12) VALUE ' BINS IN USE'.

       PROCEDURE DIVISION .
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-FULL-BINS.
           OPEN OUTPUT EMPTY-BIN-REPORT.
           MOVE WS-TODAY TO RH-DATE.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           WRITE PRINT-LINE FROM COLUMN-HEADS.
           SORT EMPTY-WORK-FILE
              ON ASCENDING KEY SE-LOCATION
              ON ASCENDING KEY SE-WALK-SEQ
              ON ASCENDING KEY SE-BIN-CODE
              INPUT PROCEDURE IS RELEASE-EMPTY-BINS
              OUTPUT PROCEDURE IS PRINT-EMPTY-BINS.
           MOVE WS-EMPTY-COUNT TO RF-EMPTY.
           MOVE WS-BIN-COUNT TO RF-BINS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-FOOTING.
           CLOSE EMPTY-BIN-REPORT.
           MOVE 'MAINEMPTYBIN' TO WS-SP-PROGRAM.
           MOVE 'binempty.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           MOVE WS-OPERATOR-ID TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'EMPTYBIN: ' WS-EMPTY-COUNT ' of ' WS-BIN-COUNT
              ' bin(s) in use are empty - see binempty.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-LINE-COUNT
              ' record(s) written'.
           STOP RUN.

       LOAD-FULL-BINS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BIN-STOCK-FILE
           IF WS-BINSTOCK-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ BIN-STOCK-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF BS-QTY IS GREATER THAN ZERO
                            IF WS-FULL-COUNT IS EQUAL TO 5000
                               DISPLAY 'EMPTYBIN: bin stock table '
                                  'full, run aborted'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-FULL-COUNT
                            MOVE BS-LOCATION TO
                               WF-LOCATION(WS-FULL-COUNT)
                            MOVE BS-BIN-CODE TO
                               WF-BIN-CODE(WS-FULL-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE BIN-STOCK-FILE
           END-IF.

       RELEASE-EMPTY-BINS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BIN-FILE
           IF WS-BIN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'EMPTYBIN: bins.dat not found - no bins '
                 'set up'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ BIN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF BN-ACTIVE
                            ADD 1 TO WS-BIN-COUNT
                            PERFORM RELEASE-IF-EMPTY
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE BIN-FILE
           END-IF.

       RELEASE-IF-EMPTY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FULL-I FROM 1 BY 1
              UNTIL WS-FULL-I > WS-FULL-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WF-LOCATION(WS-FULL-I) IS EQUAL TO
                      BN-LOCATION AND
                      WF-BIN-CODE(WS-FULL-I) IS EQUAL TO
                      BN-BIN-CODE
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              MOVE BN-LOCATION TO SE-LOCATION
              MOVE BN-WALK-SEQ TO SE-WALK-SEQ
              MOVE BN-BIN-CODE TO SE-BIN-CODE
              RELEASE EMPTY-RECORD
           END-IF.

       PRINT-EMPTY-BINS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-LAST-LOCATION
           MOVE ZERO TO WS-LOC-EMPTY
           PERFORM UNTIL WS-SORT-EOF IS EQUAL TO 'Y'
                   RETURN EMPTY-WORK-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      IF SE-LOCATION IS NOT EQUAL TO
                         WS-LAST-LOCATION AND
                         WS-LOC-EMPTY IS GREATER THAN ZERO
                         PERFORM PRINT-LOCATION-TOTAL
                      END-IF
                      PERFORM PRINT-ONE-EMPTY-BIN
                   END-RETURN
           END-PERFORM
           IF WS-LOC-EMPTY IS GREATER THAN ZERO
              PERFORM PRINT-LOCATION-TOTAL
           END-IF.

       PRINT-ONE-EMPTY-BIN.
           MOVE SE-LOCATION TO WS-LAST-LOCATION
           MOVE SE-LOCATION TO EDL-LOCATION
           MOVE SE-WALK-SEQ TO EDL-WALK-SEQ
           MOVE SE-BIN-CODE(1:3) TO EDL-AISLE
           MOVE SE-BIN-CODE(4:2) TO EDL-SHELF
           MOVE SE-BIN-CODE(6:3) TO EDL-BIN
           WRITE PRINT-LINE FROM EMPTY-DETAIL-LINE
           ADD 1 TO WS-LOC-EMPTY
           ADD 1 TO WS-EMPTY-COUNT
           ADD 1 TO WS-LINE-COUNT.

       PRINT-LOCATION-TOTAL.
           MOVE WS-LOC-EMPTY TO LTL-COUNT
           MOVE WS-LAST-LOCATION TO LTL-LOCATION
           WRITE PRINT-LINE FROM LOCATION-TOTAL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE ZERO TO WS-LOC-EMPTY.
