       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINPHYTAGS.

      *    PHYSICAL INVENTORY, STEP ONE: FREEZES THE STOCK THROUGH
      *    PHYFREEZE - FROM HERE UNTIL MAINPHYPOST LIFTS IT, SHIPPING,
      *    RECEIVING, TRANSFERS AND CYCLE COUNTS ALL REFUSE TO RUN -
      *    AND ISSUES ONE NUMBERED COUNT TAG PER PRODUCT AND
      *    LOCATION: ONE FOR EVERY locstock.dat ROW, AND A 'MAIN' TAG
      *    FOR A PRODUCT WITH NO ROWS AT ALL. THE TAGS ARE NUMBERED
      *    IN LOCATION AND PRODUCT ORDER SO A COUNT TEAM WORKS A RUN
      *    OF NUMBERS DOWN ITS AISLE. EACH TAG CARRIES THE BOOK
      *    QUANTITY AT THE FREEZE ON phytag.dat; THE PRINTED TAG
      *    REGISTER ON phytags.rpt LEAVES IT OFF SO THE COUNT IS
      *    TAKEN BLIND. SUPERVISOR SIGN-ON ONLY, AND NEVER WHILE AN
      *    EARLIER INVENTORY IS STILL OPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS PROD-CODE.
           SELECT LOCATION-STOCK-FILE ASSIGN TO 'locstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCSTOCK-STATUS.
           SELECT TAG-FILE ASSIGN TO 'phytag.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAG-STATUS.
           SELECT TAG-REPORT ASSIGN TO 'phytags.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'phytags.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-DATA.
          02 LS-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 LS-LOCATION       PIC X(4).
          02 FILLER            PIC X.
          02 LS-QTY            PIC 9(5).

       FD TAG-FILE.
       01 TAG-DATA.
          COPY PHYS-TAG.

       FD TAG-REPORT.
       01 PRINT-LINE            PIC X(80).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          02 SR-LOCATION       PIC X(4).
          02 SR-PROD-CODE      PIC X(10).
          02 SR-PROD-NAME      PIC X(20).
          02 SR-PROD-SIZE      PIC X(3).
          02 SR-BOOK-QTY       PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-LOCSTOCK-STATUS   PIC XX.
       01 WS-TAG-STATUS        PIC XX.
       01 WS-EOF               PIC X.
       01 WS-SORT-EOF          PIC X.
       01 WS-APPROVE           PIC X.
       01 WS-TAG-NO            PIC 9(6)  VALUE ZERO.
       01 WS-LOC-ROWS          PIC 9(4).
       01 WS-LOCATION-COUNT    PIC 9(4)  VALUE ZERO.
       01 WS-LAST-LOCATION     PIC X(4)  VALUE SPACES.

      *    OPERATOR SIGN-ON - ONLY A SUPERVISOR FREEZES THE STOCK
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-SUPERVISOR             VALUE 'S'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED PHYFREEZE SUBPROGRAM
       01 WS-PF-FUNC           PIC X.
       01 WS-PF-OPERATOR       PIC X(8).
       01 WS-PF-FROZEN         PIC X.
       01 WS-PF-DATE           PIC 9(8).
      *    PARAMETERS PASSED TO THE SHARED SECLOG SUBPROGRAM
       01 WS-SE-OPERATOR       PIC X(8).
       01 WS-SE-PROGRAM        PIC X(12) VALUE 'MAINPHYTAGS '.
       01 WS-SE-EVENT          PIC X(12).
       01 WS-SE-DETAIL         PIC X(20).
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    PER-LOCATION ON-HAND AT THE FREEZE - ONE TAG PER ROW
       01 WS-LOC-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-LOC-TABLE.
          02 WS-LOC-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-LOC-COUNT.
             03 WLC-PROD-CODE         PIC X(10).
             03 WLC-LOCATION          PIC X(4).
             03 WLC-QTY               PIC 9(5).
       01 WS-LOC-I             PIC 9(4).

       01 REPORT-HEADING.
          02 FILLER             PIC X(38) VALUE
             'PHYSICAL INVENTORY TAG REGISTER FROZEN'.
          02 FILLER             PIC X     VALUE SPACE.
          02 RH-DATE            PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(8)  VALUE 'TAG'.
          02 FILLER             PIC X(6)  VALUE 'LOC'.
          02 FILLER             PIC X(11) VALUE 'CODE'.
          02 FILLER             PIC X(21) VALUE 'PRODUCT'.
          02 FILLER             PIC X(5)  VALUE 'SIZE'.
          02 FILLER             PIC X(10) VALUE 'COUNTED'.
          02 FILLER             PIC X(8)  VALUE 'BY'.
       01 TAG-DETAIL-LINE.
          02 TDL-TAG-NO         PIC 9(6).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 TDL-LOCATION       PIC X(4).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 TDL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 TDL-PROD-NAME      PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 TDL-PROD-SIZE      PIC X(3).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 FILLER             PIC X(8)  VALUE '________'.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 FILLER             PIC X(8)  VALUE '________'.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-TAGS            PIC ZZZZZ9.
          02 FILLER             PIC X(15) VALUE ' TAG(S) ISSUED '.
          02 FILLER             PIC X(5)  VALUE 'OVER '.
          02 RF-LOCATIONS       PIC ZZZ9.
          02 FILLER             PIC X(12) VALUE ' LOCATION(S)'.

       PROCEDURE DIVISION .
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           IF NOT OPER-SUPERVISOR
              DISPLAY 'PHYTAG: a supervisor sign-on is needed to '
                 'freeze the stock'
              STOP RUN
           END-IF.
           MOVE '1' TO WS-PF-FUNC.
           MOVE WS-OPERATOR-ID TO WS-PF-OPERATOR.
           PERFORM CALL-PHYFREEZE.
           IF WS-PF-FROZEN IS EQUAL TO 'Y'
              DISPLAY 'PHYTAG: the inventory frozen ' WS-PF-DATE
                 ' is still open - finish it with MAINPHYPOST'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY 'PHYTAG: Freeze all stock movement and issue '
              'count tags? (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-APPROVE.
           IF WS-APPROVE IS NOT EQUAL TO 'Y' AND
              WS-APPROVE IS NOT EQUAL TO 'y'
              DISPLAY 'PHYTAG: nothing frozen'
              STOP RUN
           END-IF.

      *    FREEZE FIRST, THEN SNAPSHOT - NO MOVEMENT CAN SLIP IN
      *    BETWEEN READING THE BOOK AND PRINTING THE TAGS
           MOVE '2' TO WS-PF-FUNC.
           PERFORM CALL-PHYFREEZE.
           MOVE WS-OPERATOR-ID TO WS-SE-OPERATOR.
           MOVE 'PHY-FREEZE  ' TO WS-SE-EVENT.
           MOVE SPACES TO WS-SE-DETAIL.
           MOVE WS-PF-DATE TO WS-SE-DETAIL.
           CALL 'SECLOG' USING
              BY REFERENCE WS-SE-OPERATOR,
              BY REFERENCE WS-SE-PROGRAM,
              BY REFERENCE WS-SE-EVENT,
              BY REFERENCE WS-SE-DETAIL
           END-CALL.
           PERFORM LOAD-LOCATION-TABLE.
           OPEN OUTPUT TAG-FILE.
           OPEN OUTPUT TAG-REPORT.
           MOVE WS-PF-DATE TO RH-DATE.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           WRITE PRINT-LINE FROM COLUMN-HEADS.
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-LOCATION
              ON ASCENDING KEY SR-PROD-CODE
              INPUT PROCEDURE IS RELEASE-TAG-LINES
              OUTPUT PROCEDURE IS ISSUE-SORTED-TAGS.
           MOVE WS-TAG-NO TO RF-TAGS.
           MOVE WS-LOCATION-COUNT TO RF-LOCATIONS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-FOOTING.
           CLOSE TAG-REPORT.
           CLOSE TAG-FILE.
           MOVE 'MAINPHYTAGS ' TO WS-SP-PROGRAM.
           MOVE 'phytags.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'FROZEN ' WS-PF-DATE DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE WS-OPERATOR-ID TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'PHYTAG: stock frozen, ' WS-TAG-NO
              ' tag(s) issued - see phytags.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-TAG-NO ' record(s) written'.
           STOP RUN.

       CALL-PHYFREEZE.
           CALL 'PHYFREEZE' USING
              BY REFERENCE WS-PF-FUNC,
              BY REFERENCE WS-PF-OPERATOR,
              BY REFERENCE WS-PF-FROZEN,
              BY REFERENCE WS-PF-DATE
           END-CALL.

       LOAD-LOCATION-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOCATION-STOCK-FILE
           IF WS-LOCSTOCK-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ LOCATION-STOCK-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-LOC-COUNT IS EQUAL TO 2000
                            DISPLAY 'PHYTAG: location table full, '
                               'run aborted - the freeze stands'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-LOC-COUNT
                         MOVE LS-PROD-CODE TO
                            WLC-PROD-CODE(WS-LOC-COUNT)
                         MOVE LS-LOCATION TO
                            WLC-LOCATION(WS-LOC-COUNT)
                         MOVE LS-QTY TO WLC-QTY(WS-LOC-COUNT)
                      END-READ
              END-PERFORM
              CLOSE LOCATION-STOCK-FILE
           END-IF.

       RELEASE-TAG-LINES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PRODUCT-FILE
           MOVE LOW-VALUES TO PROD-CODE
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-CODE
           INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                   READ PRODUCT-FILE NEXT RECORD
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      PERFORM RELEASE-PRODUCT-TAGS
                   END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

      *    A PRODUCT NEVER SPLIT ACROSS LOCATIONS GETS ONE TAG IN
      *    MAIN CARRYING ITS WHOLE QTY-ON-HAND AS THE BOOK
       RELEASE-PRODUCT-TAGS.
           MOVE PROD-CODE TO SR-PROD-CODE
           MOVE PROD-NAME TO SR-PROD-NAME
           MOVE PROD-SIZE TO SR-PROD-SIZE
           MOVE ZERO TO WS-LOC-ROWS
           PERFORM VARYING WS-LOC-I FROM 1 BY 1
              UNTIL WS-LOC-I > WS-LOC-COUNT
                   IF WLC-PROD-CODE(WS-LOC-I) IS EQUAL TO PROD-CODE
                      MOVE WLC-LOCATION(WS-LOC-I) TO SR-LOCATION
                      MOVE WLC-QTY(WS-LOC-I) TO SR-BOOK-QTY
                      RELEASE SORT-RECORD
                      ADD 1 TO WS-LOC-ROWS
                   END-IF
           END-PERFORM
           IF WS-LOC-ROWS IS EQUAL TO ZERO
              MOVE 'MAIN' TO SR-LOCATION
              MOVE QTY-ON-HAND TO SR-BOOK-QTY
              RELEASE SORT-RECORD
           END-IF.

       ISSUE-SORTED-TAGS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF IS EQUAL TO 'Y'
                   RETURN SORT-WORK-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      PERFORM ISSUE-ONE-TAG
                   END-RETURN
           END-PERFORM.

       ISSUE-ONE-TAG.
           ADD 1 TO WS-TAG-NO
           IF SR-LOCATION IS NOT EQUAL TO WS-LAST-LOCATION
              ADD 1 TO WS-LOCATION-COUNT
              MOVE SR-LOCATION TO WS-LAST-LOCATION
           END-IF
           MOVE SPACES TO TAG-DATA
           MOVE WS-TAG-NO TO PT-TAG-NO
           MOVE SR-PROD-CODE TO PT-PROD-CODE
           MOVE SR-LOCATION TO PT-LOCATION
           MOVE SR-BOOK-QTY TO PT-BOOK-QTY
           MOVE 'O' TO PT-STATUS
           MOVE ZERO TO PT-COUNT-QTY
           MOVE 'N' TO PT-EXTRA
           WRITE TAG-DATA
           MOVE WS-TAG-NO TO TDL-TAG-NO
           MOVE SR-LOCATION TO TDL-LOCATION
           MOVE SR-PROD-CODE TO TDL-PROD-CODE
           MOVE SR-PROD-NAME TO TDL-PROD-NAME
           MOVE SR-PROD-SIZE TO TDL-PROD-SIZE
           WRITE PRINT-LINE FROM TAG-DETAIL-LINE.
