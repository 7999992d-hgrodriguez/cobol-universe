       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINABCCLASS.

      *    ABC CLASSIFICATION: FOR EVERY PRODUCT THE stockmove.dat
      *    LEDGER GIVES THE UNITS ISSUED ('ORD' OR 'REL') IN THE
      *    TRAILING TWELVE MONTHS, AND THE USAGE VALUE EXTENDS THAT
      *    AT UNIT-COST. RANKED BY USAGE VALUE, THE PRODUCTS THAT
      *    MAKE UP THE FIRST 80 PERCENT OF THE TOTAL ARE CLASS 'A',
      *    THE NEXT 15 PERCENT CLASS 'B' AND THE REST - INCLUDING
      *    ANYTHING THAT DID NOT MOVE AT ALL - CLASS 'C'. THE CLASS
      *    IS STORED IN PROD-ABC-CLASS, WHERE MAINCOUNTSCHED PICKS IT
      *    UP TO DECIDE HOW OFTEN THE PRODUCT IS CYCLE COUNTED; EVERY
      *    CHANGE OF CLASS IS LOGGED ON product.audit. THE RANKING
      *    PRINTS ON abcclass.rpt. A VIEW-ONLY SIGN-ON GETS THE
      *    REPORT BUT NO CLASS IS CHANGED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS PROD-CODE.
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO 'stockmove.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT ABC-REPORT ASSIGN TO 'abcclass.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'abcclass.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD STOCK-MOVEMENT-FILE.
       01 STOCK-MOVEMENT-LINE  PIC X(60).

       FD ABC-REPORT.
       01 PRINT-LINE            PIC X(90).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          02 SR-VALUE          PIC 9(9)V99.
          02 SR-PROD-CODE      PIC X(10).
          02 SR-PROD-NAME      PIC X(20).
          02 SR-ISSUED         PIC 9(7).
          02 SR-OLD-CLASS      PIC X.

       WORKING-STORAGE SECTION.
       01 WS-MOVEMENT-DETAIL.
          02 MV-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 MV-TIME           PIC 9(6).
          02 FILLER            PIC X.
          02 MV-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 MV-MOVE-TYPE      PIC X(3).
          02 FILLER            PIC X.
          02 MV-QTY            PIC 9(5).
          02 FILLER            PIC X.
          02 MV-BALANCE        PIC 9(5).
          02 FILLER            PIC X.
          02 MV-REFERENCE      PIC X(10).

       01 WS-MOVEMENT-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-SORT-EOF          PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-MOVE-INT          PIC 9(8).
       01 WS-AGE-DAYS          PIC S9(5).
       01 WS-ISSUED            PIC 9(7).
       01 WS-ITEM-VALUE        PIC 9(9)V99.
       01 WS-GRAND-TOTAL       PIC 9(10)V99 VALUE ZERO.
       01 WS-CUM-BEFORE        PIC 9(10)V99 VALUE ZERO.
       01 WS-CUM-PCT           PIC 9(3)V9.
       01 WS-NEW-CLASS         PIC X.
       01 WS-RANKED-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-CHANGED-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-A-COUNT           PIC 9(5)  VALUE ZERO.
       01 WS-B-COUNT           PIC 9(5)  VALUE ZERO.
       01 WS-C-COUNT           PIC 9(5)  VALUE ZERO.
       01 WS-PRODUCT-EXISTS    PIC X.

      *    OPERATOR SIGN-ON - RECLASSIFYING NEEDS UPDATE RIGHTS
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED PRODAUDIT SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-PA-OPERATOR       PIC X(8).
       01 WS-PA-PROD-CODE      PIC X(10).
       01 WS-PA-FIELD          PIC X(12).
       01 WS-PA-BEFORE         PIC X(14).
       01 WS-PA-AFTER          PIC X(14).
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    UNITS ISSUED PER PRODUCT IN THE TRAILING TWELVE MONTHS,
      *    FOLDED FROM THE LEDGER
       01 WS-ACT-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-ACT-TABLE.
          02 WS-ACT-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-ACT-COUNT.
             03 WA-PROD-CODE          PIC X(10).
             03 WA-ISSUED             PIC 9(7).
       01 WS-ACT-I             PIC 9(4).

       01 REPORT-HEADING       PIC X(50)  VALUE
             'ABC CLASSIFICATION BY TWELVE-MONTH USAGE VALUE'.
       01 COLUMN-HEADS.
          02 FILLER             PIC X(11) VALUE 'CODE'.
          02 FILLER             PIC X(21) VALUE 'PRODUCT'.
          02 FILLER             PIC X(8)  VALUE '  ISSUED'.
          02 FILLER             PIC X(16) VALUE '     USAGE VALUE'.
          02 FILLER             PIC X(7)  VALUE '  CUM%'.
          02 FILLER             PIC X(6)  VALUE 'CLASS'.
          02 FILLER             PIC X(4)  VALUE 'WAS'.
       01 ABC-DETAIL-LINE.
          02 ADL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-PROD-NAME      PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-ISSUED         PIC ZZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 ADL-CUM-PCT        PIC ZZ9.9.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 ADL-CLASS          PIC X.
          02 FILLER             PIC X(5)  VALUE SPACES.
          02 ADL-OLD-CLASS      PIC X.
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-REMARK         PIC X(7).
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-A-COUNT         PIC ZZZZ9.
          02 FILLER             PIC X(5)  VALUE ' A, '.
          02 RF-B-COUNT         PIC ZZZZ9.
          02 FILLER             PIC X(5)  VALUE ' B, '.
          02 RF-C-COUNT         PIC ZZZZ9.
          02 FILLER             PIC X(14) VALUE ' C, TOTAL VAL '.
          02 RF-TOTAL-VALUE     PIC Z,ZZZ,ZZZ,ZZ9.99.

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
              DISPLAY 'ABC: your sign-on is view-only, the ranking '
                 'prints but no class is changed'
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           PERFORM LOAD-MOVEMENT-ACTIVITY.
           OPEN OUTPUT ABC-REPORT.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           WRITE PRINT-LINE FROM COLUMN-HEADS.
           SORT SORT-WORK-FILE
              ON DESCENDING KEY SR-VALUE
              ON ASCENDING KEY SR-PROD-CODE
              INPUT PROCEDURE IS RELEASE-ALL-PRODUCTS
              OUTPUT PROCEDURE IS CLASSIFY-SORTED-PRODUCTS.
           MOVE WS-A-COUNT TO RF-A-COUNT.
           MOVE WS-B-COUNT TO RF-B-COUNT.
           MOVE WS-C-COUNT TO RF-C-COUNT.
           MOVE WS-GRAND-TOTAL TO RF-TOTAL-VALUE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-FOOTING.
           CLOSE ABC-REPORT.
           MOVE 'MAINABCCLASS' TO WS-SP-PROGRAM.
           MOVE 'abcclass.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'AS OF ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE WS-OPERATOR-ID TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'ABC: ' WS-RANKED-COUNT ' product(s) ranked, '
              WS-CHANGED-COUNT ' class change(s) - see abcclass.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-RANKED-COUNT
              ' record(s) read, ' WS-CHANGED-COUNT
              ' record(s) written'.
           STOP RUN.

       LOAD-MOVEMENT-ACTIVITY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT STOCK-MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'ABC: no movement ledger on file yet - '
                 'every product will class as C'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ STOCK-MOVEMENT-FILE
                         INTO WS-MOVEMENT-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF MV-MOVE-TYPE IS EQUAL TO 'ORD' OR
                            MV-MOVE-TYPE IS EQUAL TO 'REL'
                            PERFORM FOLD-ONE-ISSUE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE STOCK-MOVEMENT-FILE
           END-IF.

       FOLD-ONE-ISSUE.
           MOVE FUNCTION INTEGER-OF-DATE(MV-DATE) TO WS-MOVE-INT
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-MOVE-INT
           IF WS-AGE-DAYS IS LESS THAN OR EQUAL TO 365
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-ACT-I FROM 1 BY 1
                 UNTIL WS-ACT-I > WS-ACT-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WA-PROD-CODE(WS-ACT-I) IS EQUAL TO
                         MV-PROD-CODE
                         MOVE 'Y' TO WS-FOUND
                         SUBTRACT 1 FROM WS-ACT-I
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'N'
                 IF WS-ACT-COUNT IS EQUAL TO 2000
                    DISPLAY 'ABC: activity table full, run aborted'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-ACT-COUNT
                 MOVE WS-ACT-COUNT TO WS-ACT-I
                 MOVE MV-PROD-CODE TO WA-PROD-CODE(WS-ACT-I)
                 MOVE ZERO TO WA-ISSUED(WS-ACT-I)
              END-IF
              ADD MV-QTY TO WA-ISSUED(WS-ACT-I)
           END-IF.

      *    EVERY PRODUCT IS RANKED, MOVING OR NOT - THE GRAND TOTAL
      *    IS COMPLETE BEFORE THE OUTPUT PROCEDURE STARTS, SO THE
      *    CUMULATIVE PERCENTAGES CAN BE TAKEN AGAINST IT
       RELEASE-ALL-PRODUCTS.
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
                      PERFORM RELEASE-ONE-PRODUCT
                   END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

       RELEASE-ONE-PRODUCT.
           MOVE ZERO TO WS-ISSUED
           PERFORM VARYING WS-ACT-I FROM 1 BY 1
              UNTIL WS-ACT-I > WS-ACT-COUNT
                   IF WA-PROD-CODE(WS-ACT-I) IS EQUAL TO PROD-CODE
                      MOVE WA-ISSUED(WS-ACT-I) TO WS-ISSUED
                   END-IF
           END-PERFORM
           COMPUTE WS-ITEM-VALUE = WS-ISSUED * UNIT-COST
           ADD WS-ITEM-VALUE TO WS-GRAND-TOTAL
           MOVE WS-ITEM-VALUE TO SR-VALUE
           MOVE PROD-CODE TO SR-PROD-CODE
           MOVE PROD-NAME TO SR-PROD-NAME
           MOVE WS-ISSUED TO SR-ISSUED
           MOVE PROD-ABC-CLASS TO SR-OLD-CLASS
           RELEASE SORT-RECORD.

      *    THE SHARE ALREADY COVERED BY HIGHER-RANKED PRODUCTS
      *    DECIDES THE CLASS, SO THE TOP PRODUCT IS ALWAYS AN 'A'
      *    AND A PRODUCT THAT DID NOT MOVE IS ALWAYS A 'C'
       CLASSIFY-SORTED-PRODUCTS.
           MOVE 'N' TO WS-SORT-EOF
           IF NOT OPER-VIEW-ONLY
              OPEN I-O PRODUCT-FILE
           END-IF
           PERFORM UNTIL WS-SORT-EOF IS EQUAL TO 'Y'
                   RETURN SORT-WORK-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      PERFORM CLASSIFY-ONE-PRODUCT
                   END-RETURN
           END-PERFORM
           IF NOT OPER-VIEW-ONLY
              CLOSE PRODUCT-FILE
           END-IF.

       CLASSIFY-ONE-PRODUCT.
           ADD 1 TO WS-RANKED-COUNT
           IF WS-GRAND-TOTAL IS EQUAL TO ZERO
              MOVE ZERO TO WS-CUM-PCT
           ELSE
              COMPUTE WS-CUM-PCT ROUNDED =
                 WS-CUM-BEFORE * 100 / WS-GRAND-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN SR-VALUE IS EQUAL TO ZERO
                    MOVE 'C' TO WS-NEW-CLASS
                    ADD 1 TO WS-C-COUNT
               WHEN WS-CUM-BEFORE * 100 <
                    WS-GRAND-TOTAL * 80
                    MOVE 'A' TO WS-NEW-CLASS
                    ADD 1 TO WS-A-COUNT
               WHEN WS-CUM-BEFORE * 100 <
                    WS-GRAND-TOTAL * 95
                    MOVE 'B' TO WS-NEW-CLASS
                    ADD 1 TO WS-B-COUNT
               WHEN OTHER
                    MOVE 'C' TO WS-NEW-CLASS
                    ADD 1 TO WS-C-COUNT
           END-EVALUATE
           ADD SR-VALUE TO WS-CUM-BEFORE
           MOVE SR-PROD-CODE TO ADL-PROD-CODE
           MOVE SR-PROD-NAME TO ADL-PROD-NAME
           MOVE SR-ISSUED TO ADL-ISSUED
           MOVE SR-VALUE TO ADL-VALUE
           MOVE WS-CUM-PCT TO ADL-CUM-PCT
           MOVE WS-NEW-CLASS TO ADL-CLASS
           MOVE SR-OLD-CLASS TO ADL-OLD-CLASS
           MOVE SPACES TO ADL-REMARK
           IF WS-NEW-CLASS IS NOT EQUAL TO SR-OLD-CLASS
              MOVE 'CHANGED' TO ADL-REMARK
              IF NOT OPER-VIEW-ONLY
                 PERFORM REWRITE-PRODUCT-CLASS
              END-IF
           END-IF
           WRITE PRINT-LINE FROM ABC-DETAIL-LINE.

       REWRITE-PRODUCT-CLASS.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE SR-PROD-CODE TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'Y'
              MOVE WS-NEW-CLASS TO PROD-ABC-CLASS
              MOVE FUNCTION CURRENT-DATE(1:14)
                 TO PROD-UPDATE-STAMP
              REWRITE PRODUCT-DATA
              INVALID KEY
                      DISPLAY 'ABC: class not recorded for '
                         SR-PROD-CODE
              NOT INVALID KEY
                      ADD 1 TO WS-CHANGED-COUNT
                      PERFORM LOG-PRODUCT-AUDIT
              END-REWRITE
           END-IF.

       LOG-PRODUCT-AUDIT.
           MOVE WS-OPERATOR-ID TO WS-PA-OPERATOR
           MOVE SR-PROD-CODE TO WS-PA-PROD-CODE
           MOVE 'ABC-CLASS   ' TO WS-PA-FIELD
           MOVE SR-OLD-CLASS TO WS-PA-BEFORE
           MOVE WS-NEW-CLASS TO WS-PA-AFTER
           CALL 'PRODAUDIT' USING
              BY REFERENCE WS-PA-OPERATOR,
              BY REFERENCE WS-PA-PROD-CODE,
              BY REFERENCE WS-PA-FIELD,
              BY REFERENCE WS-PA-BEFORE,
              BY REFERENCE WS-PA-AFTER
           END-CALL.
