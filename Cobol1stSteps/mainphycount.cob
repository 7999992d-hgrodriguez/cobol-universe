       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINPHYCOUNT.

      *    PHYSICAL INVENTORY, STEP TWO: TAG ENTRY. AS THE COUNT
      *    TEAMS HAND IN THEIR TAGS THE OPERATOR KEYS EACH ONE BACK
      *    BY NUMBER - C TO ENTER THE COUNTED QUANTITY (A TAG ALREADY
      *    COUNTED MAY BE RE-KEYED AFTER A RECOUNT), V TO VOID A
      *    SPOILED OR UNUSED TAG, OR N TO WRITE UP A NEW TAG FOR
      *    STOCK FOUND WHERE NO TAG WAS PRINTED. THE BOOK QUANTITY IS
      *    NEVER SHOWN. WHEN THE SITTING ENDS phytag.dat IS REWRITTEN
      *    AND THE MISSING-TAG CONTROL REPORT phymiss.rpt LISTS EVERY
      *    TAG NUMBER ISSUED BUT NOT YET COUNTED OR VOIDED - THE
      *    COUNT CANNOT POST UNTIL THAT LIST IS EMPTY. RUNS ONLY
      *    WHILE THE STOCK IS FROZEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT LOCATION-STOCK-FILE ASSIGN TO 'locstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCSTOCK-STATUS.
           SELECT TAG-FILE ASSIGN TO 'phytag.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAG-STATUS.
           SELECT MISSING-REPORT ASSIGN TO 'phymiss.rpt'
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

       FD MISSING-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOCSTOCK-STATUS   PIC XX.
       01 WS-TAG-STATUS        PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-ACTION            PIC X.
       01 WS-ANSWER            PIC X.
       01 WS-ENTER-TAG         PIC 9(6).
       01 WS-COUNTED-QTY       PIC 9(5).
       01 WS-NEW-LOCATION      PIC X(4).
       01 WS-HIGH-TAG          PIC 9(6)  VALUE ZERO.
       01 WS-KEYED-COUNT       PIC 9(5)  VALUE ZERO.
       01 WS-OPEN-COUNT        PIC 9(6)  VALUE ZERO.
       01 WS-COUNTED-COUNT     PIC 9(6)  VALUE ZERO.
       01 WS-VOID-COUNT        PIC 9(6)  VALUE ZERO.

      *    OPERATOR SIGN-ON - KEYING TAGS NEEDS UPDATE RIGHTS
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED PHYFREEZE SUBPROGRAM
       01 WS-PF-FUNC           PIC X.
       01 WS-PF-OPERATOR       PIC X(8).
       01 WS-PF-FROZEN         PIC X.
       01 WS-PF-DATE           PIC 9(8).
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    EVERY TAG OF THE INVENTORY, HELD SO THE FILE IS
      *    REWRITTEN ONCE AT THE END OF THE SITTING
       01 WS-TAG-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-TAG-TABLE.
          02 WS-TAG-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-TAG-COUNT.
             03 WT-TAG-NO             PIC 9(6).
             03 WT-PROD-CODE          PIC X(10).
             03 WT-LOCATION           PIC X(4).
             03 WT-BOOK-QTY           PIC 9(5).
             03 WT-STATUS             PIC X.
             03 WT-COUNT-QTY          PIC 9(5).
             03 WT-COUNTED-BY         PIC X(8).
             03 WT-EXTRA              PIC X.
       01 WS-TAG-I             PIC 9(4).

       01 REPORT-HEADING.
          02 FILLER             PIC X(39) VALUE
             'PHYSICAL INVENTORY MISSING TAGS, FROZEN'.
          02 FILLER             PIC X     VALUE SPACE.
          02 RH-DATE            PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(8)  VALUE 'TAG'.
          02 FILLER             PIC X(6)  VALUE 'LOC'.
          02 FILLER             PIC X(11) VALUE 'CODE'.
       01 MISSING-DETAIL-LINE.
          02 MDL-TAG-NO         PIC 9(6).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 MDL-LOCATION       PIC X(4).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 MDL-PROD-CODE      PIC X(10).
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-OPEN            PIC ZZZZZ9.
          02 FILLER             PIC X(11) VALUE ' MISSING, '.
          02 RF-COUNTED         PIC ZZZZZ9.
          02 FILLER             PIC X(11) VALUE ' COUNTED, '.
          02 RF-VOID            PIC ZZZZZ9.
          02 FILLER             PIC X(7)  VALUE ' VOIDED'.

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
              DISPLAY 'PHYCNT: your sign-on is view-only, tag entry '
                 'needs update rights'
              STOP RUN
           END-IF.
           MOVE '1' TO WS-PF-FUNC.
           MOVE WS-OPERATOR-ID TO WS-PF-OPERATOR.
           CALL 'PHYFREEZE' USING
              BY REFERENCE WS-PF-FUNC,
              BY REFERENCE WS-PF-OPERATOR,
              BY REFERENCE WS-PF-FROZEN,
              BY REFERENCE WS-PF-DATE
           END-CALL.
           IF WS-PF-FROZEN IS NOT EQUAL TO 'Y'
              DISPLAY 'PHYCNT: no physical inventory is open - '
                 'MAINPHYTAGS starts one'
              STOP RUN
           END-IF.
           PERFORM LOAD-TAG-TABLE.
           IF WS-TAG-COUNT IS EQUAL TO ZERO
              DISPLAY 'PHYCNT: no tags on phytag.dat'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT PRODUCT-FILE.
           MOVE SPACE TO WS-ACTION.
           PERFORM UNTIL WS-ACTION IS EQUAL TO 'X'
                   DISPLAY 'PHYCNT: C count a tag, V void a tag, '
                      'N new tag, X finish: ' WITH NO ADVANCING
                   ACCEPT WS-ACTION
                   MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION
                   EVALUATE WS-ACTION
                       WHEN 'C'
                            PERFORM COUNT-ONE-TAG
                       WHEN 'V'
                            PERFORM VOID-ONE-TAG
                       WHEN 'N'
                            PERFORM WRITE-UP-NEW-TAG
                       WHEN 'X'
                            CONTINUE
                       WHEN OTHER
                            DISPLAY 'PHYCNT: C, V, N or X please'
                   END-EVALUATE
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           PERFORM REWRITE-TAG-FILE.
           PERFORM PRINT-MISSING-TAGS.
           DISPLAY 'PHYCNT: ' WS-KEYED-COUNT ' tag(s) keyed, '
              WS-OPEN-COUNT ' still missing - see phymiss.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-TAG-COUNT ' record(s) read, '
              WS-KEYED-COUNT ' record(s) updated'.
           STOP RUN.

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
              DISPLAY 'PHYCNT: tag table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-TAG-COUNT
           MOVE PT-TAG-NO TO WT-TAG-NO(WS-TAG-COUNT)
           MOVE PT-PROD-CODE TO WT-PROD-CODE(WS-TAG-COUNT)
           MOVE PT-LOCATION TO WT-LOCATION(WS-TAG-COUNT)
           MOVE PT-BOOK-QTY TO WT-BOOK-QTY(WS-TAG-COUNT)
           MOVE PT-STATUS TO WT-STATUS(WS-TAG-COUNT)
           MOVE PT-COUNT-QTY TO WT-COUNT-QTY(WS-TAG-COUNT)
           MOVE PT-COUNTED-BY TO WT-COUNTED-BY(WS-TAG-COUNT)
           MOVE PT-EXTRA TO WT-EXTRA(WS-TAG-COUNT)
           IF PT-TAG-NO IS GREATER THAN WS-HIGH-TAG
              MOVE PT-TAG-NO TO WS-HIGH-TAG
           END-IF.

       FIND-ENTERED-TAG.
           DISPLAY 'PHYCNT: Tag Number: ' WITH NO ADVANCING
           ACCEPT WS-ENTER-TAG
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TAG-I FROM 1 BY 1
              UNTIL WS-TAG-I > WS-TAG-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WT-TAG-NO(WS-TAG-I) IS EQUAL TO WS-ENTER-TAG
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-TAG-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              DISPLAY 'PHYCNT: tag ' WS-ENTER-TAG ' was never issued'
           ELSE
              DISPLAY 'PHYCNT: tag ' WS-ENTER-TAG ' is '
                 WT-PROD-CODE(WS-TAG-I) ' in '
                 WT-LOCATION(WS-TAG-I)
           END-IF.

      *    A VOIDED TAG STAYS VOID - STOCK IT SHOULD HAVE COVERED
      *    GOES ON A NEW TAG, SO THE NUMBER TRAIL STAYS CLEAN
       COUNT-ONE-TAG.
           PERFORM FIND-ENTERED-TAG
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE 'Y' TO WS-ANSWER
              EVALUATE WT-STATUS(WS-TAG-I)
                  WHEN 'V'
                       DISPLAY 'PHYCNT: tag is void - write up a '
                          'new tag instead'
                       MOVE 'N' TO WS-ANSWER
                  WHEN 'C'
                       DISPLAY 'PHYCNT: already counted '
                          WT-COUNT-QTY(WS-TAG-I)
                          ' - replace with a recount? (Y/N): '
                          WITH NO ADVANCING
                       ACCEPT WS-ANSWER
                       MOVE FUNCTION UPPER-CASE(WS-ANSWER)
                          TO WS-ANSWER
              END-EVALUATE
              IF WS-ANSWER IS EQUAL TO 'Y'
                 DISPLAY 'PHYCNT: Enter Counted Quantity: '
                    WITH NO ADVANCING
                 ACCEPT WS-COUNTED-QTY
                 MOVE 'C' TO WT-STATUS(WS-TAG-I)
                 MOVE WS-COUNTED-QTY TO WT-COUNT-QTY(WS-TAG-I)
                 MOVE WS-OPERATOR-ID TO WT-COUNTED-BY(WS-TAG-I)
                 ADD 1 TO WS-KEYED-COUNT
              END-IF
           END-IF.

       VOID-ONE-TAG.
           PERFORM FIND-ENTERED-TAG
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE 'Y' TO WS-ANSWER
              EVALUATE WT-STATUS(WS-TAG-I)
                  WHEN 'V'
                       DISPLAY 'PHYCNT: tag is already void'
                       MOVE 'N' TO WS-ANSWER
                  WHEN 'C'
                       DISPLAY 'PHYCNT: tag was counted '
                          WT-COUNT-QTY(WS-TAG-I)
                          ' - void it anyway? (Y/N): '
                          WITH NO ADVANCING
                       ACCEPT WS-ANSWER
                       MOVE FUNCTION UPPER-CASE(WS-ANSWER)
                          TO WS-ANSWER
              END-EVALUATE
              IF WS-ANSWER IS EQUAL TO 'Y'
                 MOVE 'V' TO WT-STATUS(WS-TAG-I)
                 MOVE ZERO TO WT-COUNT-QTY(WS-TAG-I)
                 MOVE WS-OPERATOR-ID TO WT-COUNTED-BY(WS-TAG-I)
                 ADD 1 TO WS-KEYED-COUNT
              END-IF
           END-IF.

      *    STOCK FOUND WHERE NO TAG WAS PRINTED - THE NEW TAG TAKES
      *    THE NEXT NUMBER, AND ITS BOOK IS WHATEVER locstock.dat
      *    SHOWED THERE AT THE FREEZE (USUALLY NOTHING). A PRODUCT
      *    AND LOCATION ALREADY ON A LIVE TAG IS COUNTED ON THAT TAG.
       WRITE-UP-NEW-TAG.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           DISPLAY 'PHYCNT: Enter Product Code: ' WITH NO ADVANCING
           ACCEPT PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
              DISPLAY 'PHYCNT: Product with this code does not exist'
           ELSE
              DISPLAY 'PHYCNT: Location (blank = MAIN): '
                 WITH NO ADVANCING
              ACCEPT WS-NEW-LOCATION
              IF WS-NEW-LOCATION IS EQUAL TO SPACES
                 MOVE 'MAIN' TO WS-NEW-LOCATION
              END-IF
              MOVE FUNCTION UPPER-CASE(WS-NEW-LOCATION)
                 TO WS-NEW-LOCATION
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-TAG-I FROM 1 BY 1
                 UNTIL WS-TAG-I > WS-TAG-COUNT
                      IF WT-PROD-CODE(WS-TAG-I) IS EQUAL TO
                         PROD-CODE AND
                         WT-LOCATION(WS-TAG-I) IS EQUAL TO
                         WS-NEW-LOCATION AND
                         WT-STATUS(WS-TAG-I) IS NOT EQUAL TO 'V'
                         MOVE 'Y' TO WS-FOUND
                         MOVE WT-TAG-NO(WS-TAG-I) TO WS-ENTER-TAG
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'Y'
                 DISPLAY 'PHYCNT: tag ' WS-ENTER-TAG
                    ' already covers it - count on that tag'
              ELSE
                 PERFORM ADD-NEW-TAG
              END-IF
           END-IF.

       ADD-NEW-TAG.
           IF WS-TAG-COUNT IS EQUAL TO 5000
              DISPLAY 'PHYCNT: tag table full, no new tag written'
           ELSE
              DISPLAY 'PHYCNT: Enter Counted Quantity: '
                 WITH NO ADVANCING
              ACCEPT WS-COUNTED-QTY
              ADD 1 TO WS-HIGH-TAG
              ADD 1 TO WS-TAG-COUNT
              MOVE WS-HIGH-TAG TO WT-TAG-NO(WS-TAG-COUNT)
              MOVE PROD-CODE TO WT-PROD-CODE(WS-TAG-COUNT)
              MOVE WS-NEW-LOCATION TO WT-LOCATION(WS-TAG-COUNT)
              PERFORM FIND-FROZEN-BOOK
              MOVE 'C' TO WT-STATUS(WS-TAG-COUNT)
              MOVE WS-COUNTED-QTY TO WT-COUNT-QTY(WS-TAG-COUNT)
              MOVE WS-OPERATOR-ID TO WT-COUNTED-BY(WS-TAG-COUNT)
              MOVE 'Y' TO WT-EXTRA(WS-TAG-COUNT)
              ADD 1 TO WS-KEYED-COUNT
              DISPLAY 'PHYCNT: new tag ' WS-HIGH-TAG ' written - '
                 'mark that number on the tag'
           END-IF.

      *    NOTHING HAS MOVED SINCE THE FREEZE, SO THE LIVE
      *    locstock.dat ROW IS STILL THE FROZEN BOOK
       FIND-FROZEN-BOOK.
           MOVE ZERO TO WT-BOOK-QTY(WS-TAG-COUNT)
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOCATION-STOCK-FILE
           IF WS-LOCSTOCK-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ LOCATION-STOCK-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF LS-PROD-CODE IS EQUAL TO PROD-CODE AND
                            LS-LOCATION IS EQUAL TO WS-NEW-LOCATION
                            MOVE LS-QTY TO
                               WT-BOOK-QTY(WS-TAG-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE LOCATION-STOCK-FILE
           END-IF.

       REWRITE-TAG-FILE.
           OPEN OUTPUT TAG-FILE
           PERFORM VARYING WS-TAG-I FROM 1 BY 1
              UNTIL WS-TAG-I > WS-TAG-COUNT
                   MOVE SPACES TO TAG-DATA
                   MOVE WT-TAG-NO(WS-TAG-I) TO PT-TAG-NO
                   MOVE WT-PROD-CODE(WS-TAG-I) TO PT-PROD-CODE
                   MOVE WT-LOCATION(WS-TAG-I) TO PT-LOCATION
                   MOVE WT-BOOK-QTY(WS-TAG-I) TO PT-BOOK-QTY
                   MOVE WT-STATUS(WS-TAG-I) TO PT-STATUS
                   MOVE WT-COUNT-QTY(WS-TAG-I) TO PT-COUNT-QTY
                   MOVE WT-COUNTED-BY(WS-TAG-I) TO PT-COUNTED-BY
                   MOVE WT-EXTRA(WS-TAG-I) TO PT-EXTRA
                   WRITE TAG-DATA
           END-PERFORM
           CLOSE TAG-FILE.

       PRINT-MISSING-TAGS.
           OPEN OUTPUT MISSING-REPORT
           MOVE WS-PF-DATE TO RH-DATE
           WRITE PRINT-LINE FROM REPORT-HEADING
           WRITE PRINT-LINE FROM COLUMN-HEADS
           PERFORM VARYING WS-TAG-I FROM 1 BY 1
              UNTIL WS-TAG-I > WS-TAG-COUNT
                   EVALUATE WT-STATUS(WS-TAG-I)
                       WHEN 'C'
                            ADD 1 TO WS-COUNTED-COUNT
                       WHEN 'V'
                            ADD 1 TO WS-VOID-COUNT
                       WHEN OTHER
                            ADD 1 TO WS-OPEN-COUNT
                            MOVE WT-TAG-NO(WS-TAG-I) TO MDL-TAG-NO
                            MOVE WT-LOCATION(WS-TAG-I)
                               TO MDL-LOCATION
                            MOVE WT-PROD-CODE(WS-TAG-I)
                               TO MDL-PROD-CODE
                            WRITE PRINT-LINE FROM MISSING-DETAIL-LINE
                   END-EVALUATE
           END-PERFORM
           MOVE WS-OPEN-COUNT TO RF-OPEN
           MOVE WS-COUNTED-COUNT TO RF-COUNTED
           MOVE WS-VOID-COUNT TO RF-VOID
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE MISSING-REPORT
           MOVE 'MAINPHYCOUNT' TO WS-SP-PROGRAM
           MOVE 'phymiss.rpt' TO WS-SP-REPORT-NAME
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
