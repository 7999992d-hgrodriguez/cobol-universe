       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINPHYPOST.

      *    PHYSICAL INVENTORY, STEP THREE: THE BOOK-VERSUS-COUNT
      *    VARIANCE REPORT AND THE POSTING. FOR EVERY PRODUCT WITH
      *    TAGS THE COUNTED QUANTITY IS THE SUM OF ITS COUNTED TAGS;
      *    A VOIDED TAG COUNTED NOTHING, SO ITS LOCATION KEEPS THE
      *    BOOK QUANTITY IT HAD AT THE FREEZE. phyvar.rpt SETS THAT
      *    AGAINST QTY-ON-HAND AND VALUES BOTH, AND THE VARIANCE, AT
      *    UNIT-COST. ANYONE MAY RUN THE REPORT; POSTING NEEDS A
      *    SUPERVISOR'S APPROVAL AND NO TAG LEFT MISSING ON
      *    phymiss.rpt. THE APPROVED COUNT POSTS IN ONE PASS - THE
      *    COUNTED TOTAL BECOMES QTY-ON-HAND, EACH COUNTED TAG'S
      *    QUANTITY BECOMES ITS locstock.dat ROW, THE TAG'S
      *    DIFFERENCE FROM ITS BOOK IS POSTED TO THAT LOCATION'S BINS
      *    THROUGH BINSTOCK (A SHORTFALL DRAWN OUT IN WALK SEQUENCE,
      *    STOCK FOUND PUT AWAY INTO THE BIN BINSTOCK SUGGESTS), EVERY
      *    DIFFERENCE
      *    GOES ON THE stockmove.dat LEDGER AS A 'PHY' MOVEMENT AND
      *    ON product.audit, EVERY COUNTED PRODUCT HAS ITS
      *    PROD-LAST-COUNT STAMPED - AND THE STOCK FREEZE IS LIFTED.
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
           SELECT VARIANCE-REPORT ASSIGN TO 'phyvar.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
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

       FD VARIANCE-REPORT.
       01 PRINT-LINE            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOCSTOCK-STATUS   PIC XX.
       01 WS-TAG-STATUS        PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-HAS-TAGS          PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-APPROVE           PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-COUNTED-TOTAL     PIC 9(6).
       01 WS-OPEN-TAGS         PIC 9(6)  VALUE ZERO.
       01 WS-POSTED-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-STAMPED-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-BOOK-VALUE        PIC 9(10)V99 VALUE ZERO.
       01 WS-COUNT-VALUE       PIC 9(10)V99 VALUE ZERO.
       01 WS-NET-VALUE         PIC S9(10)V99 VALUE ZERO.
       01 WS-ITEM-VALUE        PIC S9(9)V99.
       01 WS-EDIT-QTY          PIC ZZZZ9.
       01 WS-TAG-VARIANCE      PIC S9(6).

      *    OPERATOR SIGN-ON - ONLY A SUPERVISOR POSTS THE COUNT
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-SUPERVISOR             VALUE 'S'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED PHYFREEZE SUBPROGRAM
       01 WS-PF-FUNC           PIC X.
       01 WS-PF-OPERATOR       PIC X(8).
       01 WS-PF-FROZEN         PIC X.
       01 WS-PF-DATE           PIC 9(8).
      *    PARAMETERS PASSED TO THE SHARED BINSTOCK SUBPROGRAM
       01 WS-BN-FUNC           PIC X.
       01 WS-BN-PROD-CODE      PIC X(10).
       01 WS-BN-LOCATION       PIC X(4).
       01 WS-BN-BIN-CODE       PIC X(8).
       01 WS-BN-TO-BIN         PIC X(8).
       01 WS-BN-QTY            PIC 9(5).
       01 WS-BN-WALK-SEQ       PIC 9(5).
       01 WS-BN-RESULT         PIC X.
      *    PARAMETERS PASSED TO THE SHARED STOCKLOG SUBPROGRAM
       01 WS-SL-PROD-CODE      PIC X(10).
       01 WS-SL-MOVE-TYPE      PIC X(3).
       01 WS-SL-QTY            PIC 9(5).
       01 WS-SL-BALANCE        PIC 9(5).
       01 WS-SL-REFERENCE      PIC X(10).
      *    PARAMETERS PASSED TO THE SHARED PRODAUDIT SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-PA-OPERATOR       PIC X(8).
       01 WS-PA-PROD-CODE      PIC X(10).
       01 WS-PA-FIELD          PIC X(12).
       01 WS-PA-BEFORE         PIC X(14).
       01 WS-PA-AFTER          PIC X(14).
      *    PARAMETERS PASSED TO THE SHARED SECLOG SUBPROGRAM
       01 WS-SE-OPERATOR       PIC X(8).
       01 WS-SE-PROGRAM        PIC X(12) VALUE 'MAINPHYPOST '.
       01 WS-SE-EVENT          PIC X(12).
       01 WS-SE-DETAIL         PIC X(20).
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    EVERY TAG OF THE INVENTORY
       01 WS-TAG-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-TAG-TABLE.
          02 WS-TAG-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-TAG-COUNT.
             03 WT-PROD-CODE          PIC X(10).
             03 WT-LOCATION           PIC X(4).
             03 WT-BOOK-QTY           PIC 9(5).
             03 WT-STATUS             PIC X.
             03 WT-COUNT-QTY          PIC 9(5).
       01 WS-TAG-I             PIC 9(4).

      *    ONE ENTRY PER COUNTED PRODUCT, BUILT FOR THE REPORT AND
      *    WALKED AGAIN BY THE POSTING
       01 WS-VAR-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-VAR-TABLE.
          02 WS-VAR-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-VAR-COUNT.
             03 WV-PROD-CODE          PIC X(10).
             03 WV-BOOK-QTY           PIC 9(5).
             03 WV-COUNTED-QTY        PIC 9(5).
             03 WV-VARIANCE           PIC S9(6).
       01 WS-VAR-I             PIC 9(4).

      *    PER-LOCATION ON-HAND, REWRITTEN ONCE AFTER THE POSTING
       01 WS-LOC-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-LOC-TABLE.
          02 WS-LOC-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-LOC-COUNT.
             03 WLC-PROD-CODE         PIC X(10).
             03 WLC-LOCATION          PIC X(4).
             03 WLC-QTY               PIC 9(5).
       01 WS-LOC-I             PIC 9(4).

       01 REPORT-HEADING.
          02 FILLER             PIC X(40) VALUE
             'PHYSICAL INVENTORY BOOK VS COUNT, FROZEN'.
          02 FILLER             PIC X     VALUE SPACE.
          02 RH-DATE            PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(11) VALUE 'CODE'.
          02 FILLER             PIC X(21) VALUE 'PRODUCT'.
          02 FILLER             PIC X(6)  VALUE '  BOOK'.
          02 FILLER             PIC X(6)  VALUE ' COUNT'.
          02 FILLER             PIC X(8)  VALUE 'VARIANCE'.
          02 FILLER             PIC X(9)  VALUE '     COST'.
          02 FILLER             PIC X(16) VALUE '  VARIANCE VALUE'.
       01 VARIANCE-DETAIL-LINE.
          02 VDL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 VDL-PROD-NAME      PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 VDL-BOOK-QTY       PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 VDL-COUNTED-QTY    PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 VDL-VARIANCE       PIC ZZZZZ9-.
          02 FILLER             PIC X     VALUE SPACE.
          02 VDL-UNIT-COST      PIC Z,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 VDL-VALUE          PIC ZZZ,ZZZ,ZZ9.99-.
       01 TOTAL-LINE.
          02 TL-LABEL           PIC X(24).
          02 TL-VALUE           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-PRODUCTS        PIC ZZZZ9.
          02 FILLER             PIC X(23) VALUE
             ' PRODUCT(S) COUNTED, '.
          02 RF-OPEN-TAGS       PIC ZZZZZ9.
          02 FILLER             PIC X(15) VALUE ' TAG(S) MISSING'.

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
           MOVE '1' TO WS-PF-FUNC.
           MOVE WS-OPERATOR-ID TO WS-PF-OPERATOR.
           PERFORM CALL-PHYFREEZE.
           IF WS-PF-FROZEN IS NOT EQUAL TO 'Y'
              DISPLAY 'PHYPOST: no physical inventory is open - '
                 'MAINPHYTAGS starts one'
              STOP RUN
           END-IF.
           PERFORM LOAD-TAG-TABLE.
           PERFORM PRINT-VARIANCE-REPORT.
           DISPLAY 'PHYPOST: ' WS-VAR-COUNT ' product(s) on '
              'phyvar.rpt, net variance value ' TL-VALUE.
           EVALUATE TRUE
               WHEN WS-OPEN-TAGS IS GREATER THAN ZERO
                    DISPLAY 'PHYPOST: ' WS-OPEN-TAGS ' tag(s) not '
                       'yet counted or voided - see phymiss.rpt, '
                       'nothing posted'
                    MOVE 4 TO RETURN-CODE
               WHEN NOT OPER-SUPERVISOR
                    DISPLAY 'PHYPOST: a supervisor sign-on is '
                       'needed to post the count - report only'
               WHEN OTHER
                    DISPLAY 'PHYPOST: Post this count and lift the '
                       'stock freeze? (Y/N): ' WITH NO ADVANCING
                    ACCEPT WS-APPROVE
                    IF WS-APPROVE IS EQUAL TO 'Y' OR
                       WS-APPROVE IS EQUAL TO 'y'
                       PERFORM POST-PHYSICAL-COUNT
                    ELSE
                       DISPLAY 'PHYPOST: nothing posted, the stock '
                          'stays frozen'
                    END-IF
           END-EVALUATE.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-TAG-COUNT ' record(s) read, '
              WS-STAMPED-COUNT ' record(s) updated'.
           STOP RUN.

       CALL-PHYFREEZE.
           CALL 'PHYFREEZE' USING
              BY REFERENCE WS-PF-FUNC,
              BY REFERENCE WS-PF-OPERATOR,
              BY REFERENCE WS-PF-FROZEN,
              BY REFERENCE WS-PF-DATE
           END-CALL.

       LOAD-TAG-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TAG-FILE
           IF WS-TAG-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ TAG-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM KEEP-ONE-TAG
                      END-READ
              END-PERFORM
              CLOSE TAG-FILE
           END-IF.

       KEEP-ONE-TAG.
           IF WS-TAG-COUNT IS EQUAL TO 5000
              DISPLAY 'PHYPOST: tag table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-TAG-COUNT
           MOVE PT-PROD-CODE TO WT-PROD-CODE(WS-TAG-COUNT)
           MOVE PT-LOCATION TO WT-LOCATION(WS-TAG-COUNT)
           MOVE PT-BOOK-QTY TO WT-BOOK-QTY(WS-TAG-COUNT)
           MOVE PT-STATUS TO WT-STATUS(WS-TAG-COUNT)
           MOVE PT-COUNT-QTY TO WT-COUNT-QTY(WS-TAG-COUNT)
           IF PT-OPEN
              ADD 1 TO WS-OPEN-TAGS
           END-IF.

       PRINT-VARIANCE-REPORT.
           OPEN OUTPUT VARIANCE-REPORT
           MOVE WS-PF-DATE TO RH-DATE
           WRITE PRINT-LINE FROM REPORT-HEADING
           WRITE PRINT-LINE FROM COLUMN-HEADS
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
                      PERFORM TOTAL-PRODUCT-TAGS
                   END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'BOOK VALUE AT COST' TO TL-LABEL
           MOVE WS-BOOK-VALUE TO TL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE 'COUNTED VALUE AT COST' TO TL-LABEL
           MOVE WS-COUNT-VALUE TO TL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           COMPUTE WS-NET-VALUE = WS-COUNT-VALUE - WS-BOOK-VALUE
           MOVE 'NET VARIANCE VALUE' TO TL-LABEL
           MOVE WS-NET-VALUE TO TL-VALUE
           WRITE PRINT-LINE FROM TOTAL-LINE
           MOVE WS-VAR-COUNT TO RF-PRODUCTS
           MOVE WS-OPEN-TAGS TO RF-OPEN-TAGS
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE VARIANCE-REPORT
           MOVE 'MAINPHYPOST ' TO WS-SP-PROGRAM
           MOVE 'phyvar.rpt' TO WS-SP-REPORT-NAME
           MOVE SPACES TO WS-SP-PARAMS
           STRING 'FROZEN ' WS-PF-DATE DELIMITED BY SIZE
              INTO WS-SP-PARAMS
           MOVE WS-OPERATOR-ID TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.

      *    A STILL-MISSING TAG COUNTS AT ITS BOOK FOR THE REPORT -
      *    THE POSTING WAITS FOR IT ANYWAY
       TOTAL-PRODUCT-TAGS.
           MOVE 'N' TO WS-HAS-TAGS
           MOVE ZERO TO WS-COUNTED-TOTAL
           PERFORM VARYING WS-TAG-I FROM 1 BY 1
              UNTIL WS-TAG-I > WS-TAG-COUNT
                   IF WT-PROD-CODE(WS-TAG-I) IS EQUAL TO PROD-CODE
                      MOVE 'Y' TO WS-HAS-TAGS
                      IF WT-STATUS(WS-TAG-I) IS EQUAL TO 'C'
                         ADD WT-COUNT-QTY(WS-TAG-I)
                            TO WS-COUNTED-TOTAL
                      ELSE
                         ADD WT-BOOK-QTY(WS-TAG-I)
                            TO WS-COUNTED-TOTAL
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-HAS-TAGS IS EQUAL TO 'Y'
              IF WS-VAR-COUNT IS EQUAL TO 5000
                 DISPLAY 'PHYPOST: product table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-COUNTED-TOTAL IS GREATER THAN 99999
                 MOVE 99999 TO WS-COUNTED-TOTAL
              END-IF
              ADD 1 TO WS-VAR-COUNT
              MOVE PROD-CODE TO WV-PROD-CODE(WS-VAR-COUNT)
              MOVE QTY-ON-HAND TO WV-BOOK-QTY(WS-VAR-COUNT)
              MOVE WS-COUNTED-TOTAL TO WV-COUNTED-QTY(WS-VAR-COUNT)
              COMPUTE WV-VARIANCE(WS-VAR-COUNT) =
                 WS-COUNTED-TOTAL - QTY-ON-HAND
              COMPUTE WS-BOOK-VALUE = WS-BOOK-VALUE +
                 QTY-ON-HAND * UNIT-COST
              COMPUTE WS-COUNT-VALUE = WS-COUNT-VALUE +
                 WS-COUNTED-TOTAL * UNIT-COST
              COMPUTE WS-ITEM-VALUE =
                 WV-VARIANCE(WS-VAR-COUNT) * UNIT-COST
              MOVE PROD-CODE TO VDL-PROD-CODE
              MOVE PROD-NAME TO VDL-PROD-NAME
              MOVE QTY-ON-HAND TO VDL-BOOK-QTY
              MOVE WS-COUNTED-TOTAL TO VDL-COUNTED-QTY
              MOVE WV-VARIANCE(WS-VAR-COUNT) TO VDL-VARIANCE
              MOVE UNIT-COST TO VDL-UNIT-COST
              MOVE WS-ITEM-VALUE TO VDL-VALUE
              WRITE PRINT-LINE FROM VARIANCE-DETAIL-LINE
           END-IF.

       POST-PHYSICAL-COUNT.
           PERFORM LOAD-LOCATION-TABLE
           OPEN I-O PRODUCT-FILE
           PERFORM VARYING WS-VAR-I FROM 1 BY 1
              UNTIL WS-VAR-I > WS-VAR-COUNT
                   PERFORM POST-ONE-PRODUCT
           END-PERFORM
           CLOSE PRODUCT-FILE
           PERFORM VARYING WS-TAG-I FROM 1 BY 1
              UNTIL WS-TAG-I > WS-TAG-COUNT
                   IF WT-STATUS(WS-TAG-I) IS EQUAL TO 'C'
                      PERFORM SET-LOCATION-ROW
                      PERFORM POST-TAG-TO-BINS
                   END-IF
           END-PERFORM
           PERFORM REWRITE-LOCATION-FILE
           MOVE '3' TO WS-PF-FUNC
           PERFORM CALL-PHYFREEZE
           MOVE WS-OPERATOR-ID TO WS-SE-OPERATOR
           MOVE 'PHY-POST    ' TO WS-SE-EVENT
           MOVE SPACES TO WS-SE-DETAIL
           MOVE RH-DATE TO WS-SE-DETAIL
           CALL 'SECLOG' USING
              BY REFERENCE WS-SE-OPERATOR,
              BY REFERENCE WS-SE-PROGRAM,
              BY REFERENCE WS-SE-EVENT,
              BY REFERENCE WS-SE-DETAIL
           END-CALL
           DISPLAY 'PHYPOST: ' WS-POSTED-COUNT ' adjustment(s) '
              'posted, ' WS-STAMPED-COUNT ' product(s) counted - '
              'the stock freeze is lifted'.

       POST-ONE-PRODUCT.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WV-PROD-CODE(WS-VAR-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
              DISPLAY 'PHYPOST: ' WV-PROD-CODE(WS-VAR-I)
                 ' no longer on file, not posted'
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:14)
                 TO PROD-UPDATE-STAMP
              MOVE WV-COUNTED-QTY(WS-VAR-I) TO QTY-ON-HAND
              MOVE WS-TODAY TO PROD-LAST-COUNT
              REWRITE PRODUCT-DATA
              INVALID KEY
                      DISPLAY 'PHYPOST: adjustment failed for '
                         WV-PROD-CODE(WS-VAR-I)
              NOT INVALID KEY
                      ADD 1 TO WS-STAMPED-COUNT
                      IF WV-VARIANCE(WS-VAR-I) IS NOT EQUAL TO ZERO
                         ADD 1 TO WS-POSTED-COUNT
                         PERFORM LOG-STOCK-MOVEMENT
                         PERFORM LOG-PRODUCT-AUDIT
                      END-IF
              END-REWRITE
           END-IF.

       LOG-STOCK-MOVEMENT.
           MOVE PROD-CODE TO WS-SL-PROD-CODE
           MOVE 'PHY' TO WS-SL-MOVE-TYPE
           IF WV-VARIANCE(WS-VAR-I) IS LESS THAN ZERO
              COMPUTE WS-SL-QTY = 0 - WV-VARIANCE(WS-VAR-I)
           ELSE
              MOVE WV-VARIANCE(WS-VAR-I) TO WS-SL-QTY
           END-IF
           MOVE QTY-ON-HAND TO WS-SL-BALANCE
           MOVE WS-OPERATOR-ID TO WS-SL-REFERENCE
           CALL 'STOCKLOG' USING
              BY REFERENCE WS-SL-PROD-CODE,
              BY REFERENCE WS-SL-MOVE-TYPE,
              BY REFERENCE WS-SL-QTY,
              BY REFERENCE WS-SL-BALANCE,
              BY REFERENCE WS-SL-REFERENCE
           END-CALL.

       LOG-PRODUCT-AUDIT.
           MOVE WS-OPERATOR-ID TO WS-PA-OPERATOR
           MOVE PROD-CODE TO WS-PA-PROD-CODE
           MOVE 'QTY-ON-HAND ' TO WS-PA-FIELD
           MOVE WV-BOOK-QTY(WS-VAR-I) TO WS-EDIT-QTY
           MOVE WS-EDIT-QTY TO WS-PA-BEFORE
           MOVE WV-COUNTED-QTY(WS-VAR-I) TO WS-EDIT-QTY
           MOVE WS-EDIT-QTY TO WS-PA-AFTER
           CALL 'PRODAUDIT' USING
              BY REFERENCE WS-PA-OPERATOR,
              BY REFERENCE WS-PA-PROD-CODE,
              BY REFERENCE WS-PA-FIELD,
              BY REFERENCE WS-PA-BEFORE,
              BY REFERENCE WS-PA-AFTER
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
                            DISPLAY 'PHYPOST: location table full, '
                               'run aborted'
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

      *    THE COUNTED TAG IS THE TRUTH FOR ITS LOCATION - STOCK
      *    FOUND WHERE THE BOOK HAD NO ROW GETS ONE
       SET-LOCATION-ROW.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-LOC-I FROM 1 BY 1
              UNTIL WS-LOC-I > WS-LOC-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WLC-PROD-CODE(WS-LOC-I) IS EQUAL TO
                      WT-PROD-CODE(WS-TAG-I) AND
                      WLC-LOCATION(WS-LOC-I) IS EQUAL TO
                      WT-LOCATION(WS-TAG-I)
                      MOVE 'Y' TO WS-FOUND
                      MOVE WT-COUNT-QTY(WS-TAG-I) TO WLC-QTY(WS-LOC-I)
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N' AND
              WT-COUNT-QTY(WS-TAG-I) IS GREATER THAN ZERO
              IF WS-LOC-COUNT IS EQUAL TO 2000
                 DISPLAY 'PHYPOST: location table full, '
                    WT-PROD-CODE(WS-TAG-I) ' in '
                    WT-LOCATION(WS-TAG-I) ' not recorded'
              ELSE
                 ADD 1 TO WS-LOC-COUNT
                 MOVE WT-PROD-CODE(WS-TAG-I)
                    TO WLC-PROD-CODE(WS-LOC-COUNT)
                 MOVE WT-LOCATION(WS-TAG-I)
                    TO WLC-LOCATION(WS-LOC-COUNT)
                 MOVE WT-COUNT-QTY(WS-TAG-I) TO WLC-QTY(WS-LOC-COUNT)
              END-IF
           END-IF.

      *    THE TAG'S DIFFERENCE FROM ITS FROZEN BOOK QUANTITY GOES
      *    ON THE LOCATION'S BINS - A LOCATION WITH NO BINS SET UP
      *    KEEPS ITS STOCK AT LOCATION LEVEL ONLY, AS BEFORE. THE
      *    POSTING IS ONE UNATTENDED PASS, SO FOUND STOCK GOES TO THE
      *    SUGGESTED BIN AND MAINBINMOVE PUTS IT RIGHT IF IT IS
      *    REALLY ELSEWHERE.
       POST-TAG-TO-BINS.
           COMPUTE WS-TAG-VARIANCE =
              WT-COUNT-QTY(WS-TAG-I) - WT-BOOK-QTY(WS-TAG-I)
           MOVE WT-PROD-CODE(WS-TAG-I) TO WS-BN-PROD-CODE
           MOVE WT-LOCATION(WS-TAG-I) TO WS-BN-LOCATION
           IF WS-TAG-VARIANCE IS LESS THAN ZERO
              COMPUTE WS-BN-QTY = 0 - WS-TAG-VARIANCE
              MOVE '4' TO WS-BN-FUNC
              PERFORM CALL-BINSTOCK
              IF WS-BN-RESULT IS EQUAL TO 'S'
                 DISPLAY 'PHYPOST: bins at ' WS-BN-LOCATION
                    ' held less than ' WS-BN-QTY ' of '
                    WS-BN-PROD-CODE ' - check the bin stock'
              END-IF
           END-IF
           IF WS-TAG-VARIANCE IS GREATER THAN ZERO
              MOVE WS-TAG-VARIANCE TO WS-BN-QTY
              MOVE '1' TO WS-BN-FUNC
              PERFORM CALL-BINSTOCK
              IF WS-BN-RESULT IS EQUAL TO 'Y'
                 MOVE '2' TO WS-BN-FUNC
                 PERFORM CALL-BINSTOCK
                 DISPLAY 'PHYPOST: ' WS-BN-QTY ' of '
                    WS-BN-PROD-CODE ' found at ' WS-BN-LOCATION
                    ' put away to bin ' WS-BN-BIN-CODE
              END-IF
           END-IF.

       CALL-BINSTOCK.
           CALL 'BINSTOCK' USING
              BY REFERENCE WS-BN-FUNC,
              BY REFERENCE WS-BN-PROD-CODE,
              BY REFERENCE WS-BN-LOCATION,
              BY REFERENCE WS-BN-BIN-CODE,
              BY REFERENCE WS-BN-TO-BIN,
              BY REFERENCE WS-BN-QTY,
              BY REFERENCE WS-BN-WALK-SEQ,
              BY REFERENCE WS-BN-RESULT
           END-CALL.

       REWRITE-LOCATION-FILE.
           OPEN OUTPUT LOCATION-STOCK-FILE
           PERFORM VARYING WS-LOC-I FROM 1 BY 1
              UNTIL WS-LOC-I > WS-LOC-COUNT
                   MOVE SPACES TO LOCATION-STOCK-DATA
                   MOVE WLC-PROD-CODE(WS-LOC-I) TO LS-PROD-CODE
                   MOVE WLC-LOCATION(WS-LOC-I) TO LS-LOCATION
                   MOVE WLC-QTY(WS-LOC-I) TO LS-QTY
                   WRITE LOCATION-STOCK-DATA
           END-PERFORM
           CLOSE LOCATION-STOCK-FILE.
