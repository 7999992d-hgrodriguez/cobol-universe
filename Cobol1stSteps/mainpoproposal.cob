       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINPOPROPOSAL.

      *    BUYER REVIEW OF THE SUGGESTED PURCHASE ORDERS THAT
      *    MAINPOSUGGEST LEAVES ON posuggest.dat. THE BUYER CAN
      *    CHANGE A LINE'S QUANTITY, DROP IT, OR SWITCH IT TO ANOTHER
      *    vendor.dat VENDOR, THEN APPROVES A VENDOR'S LINES. RELEASE
      *    TURNS EVERY APPROVED VENDOR GROUP INTO A REAL PO EXACTLY AS
      *    MAINPOENTRY WRITES ONE - NUMBERED FROM po.seq, HEADER TO
      *    pohdr.dat WITH STATUS 'O', LINES TO poitm.dat AND THE PO
      *    DOCUMENT TO po.rpt (ALL OF THE RUN'S POs IN ONE PRINT).
      *    RELEASED LINES LEAVE THE PROPOSAL FILE; EDITING A LINE
      *    TAKES ITS APPROVAL AWAY AGAIN. THE FILE IS KEPT GROUPED BY
      *    VENDOR, SO LINE NUMBERS CAN MOVE AFTER A VENDOR SWITCH.
      *    A LINE SWITCHED TO ANOTHER VENDOR TAKES THAT VENDOR'S
      *    vendoritm.dat QUOTED COST AND LEAD TIME, AND THE PRINTED
      *    PO CARRIES THE VENDOR PART NUMBERS, AS IN MAINPOENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGGESTION-FILE ASSIGN TO 'posuggest.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUGGEST-STATUS.
           SELECT VENDOR-FILE ASSIGN TO 'vendor.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDOR-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT PO-HEADER-FILE ASSIGN TO 'pohdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POHDR-STATUS.
           SELECT PO-ITEM-FILE ASSIGN TO 'poitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POITM-STATUS.
           SELECT PO-SEQUENCE-FILE ASSIGN TO 'po.seq'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEQ-STATUS.
           SELECT PO-REPORT ASSIGN TO 'po.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-ITEM-FILE ASSIGN TO 'vendoritm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDITM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUGGESTION-FILE.
       01 SUGGESTION-DATA.
          COPY PO-SUGGESTION.

       FD VENDOR-FILE.
       01 VENDOR-DATA.
          02 VN-CODE           PIC X(6).
          02 FILLER            PIC X.
          02 VN-NAME           PIC X(25).
          02 FILLER            PIC X.
          02 VN-PHONE          PIC X(15).

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD PO-HEADER-FILE.
       01 PO-HEADER.
          02 PH-PO-NUM         PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 PH-VENDOR-CODE    PIC X(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 PH-DATE           PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
      *       O = OPEN, P = PARTIALLY RECEIVED, C = CLOSED
          02 PH-STATUS         PIC X.

       FD PO-ITEM-FILE.
       01 PO-ITEM.
          02 PI-PO-NUM         PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-LINE-NUM       PIC 9(3).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-PROD-CODE      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-QTY-EXPECTED   PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-UNIT-COST      PIC 9(4)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-DUE-DATE       PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
      *       FILLED IN BY THE RECEIVING RUN AS TRUCKS ARRIVE
          02 PI-QTY-RECEIVED   PIC 9(5).
      *       UNIT OF MEASURE FIELDS - NOT USED HERE
          02 FILLER            PIC X(8).

       FD PO-SEQUENCE-FILE.
       01 PO-SEQUENCE-LINE     PIC 9(6).

       FD PO-REPORT.
       01 PRINT-LINE            PIC X(80).

       FD VENDOR-ITEM-FILE.
       01 VENDOR-ITEM-DATA.
          COPY VENDOR-ITEM.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-SUGGEST-STATUS    PIC XX.
       01 WS-VENDOR-STATUS     PIC XX.
       01 WS-POHDR-STATUS      PIC XX.
       01 WS-POITM-STATUS      PIC XX.
       01 WS-SEQ-STATUS        PIC XX.
       01 WS-VENDITM-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-PO-NUM            PIC 9(6).
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-ENTER-LINE        PIC 9(4).
       01 WS-ENTER-QTY         PIC 9(5).
       01 WS-ENTER-VENDOR      PIC X(6).
       01 WS-VENDOR-CODE       PIC X(6).
       01 WS-VENDOR-NAME       PIC X(25).
       01 WS-CONFIRM-ANSWER    PIC X.
       01 WS-APPROVED-COUNT    PIC 9(4).
       01 WS-RELEASED-COUNT    PIC 9(3)  VALUE ZERO.
       01 WS-MORE-FOR-VENDOR   PIC X.
       01 WS-LINE-I            PIC 9(3).
       01 WS-PO-TOTAL          PIC 9(8)V99 VALUE ZERO.
       01 WS-EDIT-COST         PIC Z,ZZ9.99.
       01 WS-EDIT-TOTAL        PIC Z,ZZZ,ZZ9.99.
      *    SIGNED-ON OPERATOR - RELEASING A PO NEEDS UPDATE RIGHTS
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.

      *    THE WHOLE PROPOSAL FILE. STATUS 'R' MARKS A LINE THAT HAS
      *    JUST GONE OUT ON A PO - IT IS NEVER WRITTEN BACK
       01 WS-PR-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-PR-TABLE.
          02 WS-PR-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON WS-PR-COUNT.
             03 WPR-VENDOR-CODE       PIC X(6).
             03 WPR-PROD-CODE         PIC X(10).
             03 WPR-QTY               PIC 9(5).
             03 WPR-UNIT-COST         PIC 9(4)V99.
             03 WPR-DUE-DATE          PIC 9(8).
             03 WPR-ON-HAND           PIC 9(5).
             03 WPR-ON-ORDER          PIC 9(5).
             03 WPR-REASON            PIC X.
             03 WPR-STATUS            PIC X.
       01 WS-PR-I              PIC 9(4).
      *    DISTINCT VENDORS, USED TO KEEP THE FILE GROUPED AND TO
      *    RELEASE ONE PO PER VENDOR
       01 WS-VG-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-VG-TABLE.
          02 WS-VG-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-VG-COUNT.
             03 WVG-VENDOR-CODE       PIC X(6).
       01 WS-VG-I              PIC 9(3).

       01 WS-VENDOR-COUNT      PIC 9(3)  VALUE ZERO.
       01 WS-VENDOR-TABLE.
          02 WS-VENDOR-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-VENDOR-COUNT.
             03 WV-CODE               PIC X(6).
             03 WV-NAME               PIC X(25).
       01 WS-VENDOR-I          PIC 9(3).

      *    THE WHOLE vendoritm.dat CATALOG
       01 WS-VI-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-VI-TABLE.
          02 WS-VI-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-VI-COUNT.
             03 WVI-VENDOR-CODE       PIC X(6).
             03 WVI-PROD-CODE         PIC X(10).
             03 WVI-VENDOR-PART       PIC X(15).
             03 WVI-QUOTED-COST       PIC 9(4)V99.
             03 WVI-MIN-ORDER-QTY     PIC 9(5).
             03 WVI-LEAD-DAYS         PIC 9(3).
       01 WS-VI-I              PIC 9(4).
       01 WS-CATALOG-FOUND     PIC X.

      *    THE LINES OF THE PO BEING RELEASED - SAME SHAPE AND LIMIT
      *    AS THE MAINPOENTRY LINE TABLE
       01 WS-LINE-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-LINE-TABLE.
          02 WS-LINE-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON WS-LINE-COUNT.
             03 WL-PROD-CODE          PIC X(10).
             03 WL-QTY-EXPECTED       PIC 9(5).
             03 WL-UNIT-COST          PIC 9(4)V99.
             03 WL-DUE-DATE           PIC 9(8).
             03 WL-VENDOR-PART        PIC X(15).

       01 PO-DOC-HEADING.
          02 FILLER             PIC X(15) VALUE 'PURCHASE ORDER '.
          02 PDH-PO-NUM         PIC 9(6).
       01 PO-DOC-VENDOR-LINE.
          02 FILLER             PIC X(8)  VALUE 'VENDOR  '.
          02 PDV-CODE           PIC X(6).
          02 FILLER             PIC X     VALUE SPACE.
          02 PDV-NAME           PIC X(25).
       01 PO-DOC-DATE-LINE.
          02 FILLER             PIC X(8)  VALUE 'DATE    '.
          02 PDD-DATE           PIC 9(8).
       01 PO-DOC-HEADS.
          02 FILLER             PIC X(5)  VALUE 'LINE'.
          02 FILLER             PIC X(11) VALUE 'CODE'.
          02 FILLER             PIC X(21) VALUE 'PRODUCT'.
          02 FILLER             PIC X(6)  VALUE '  QTY'.
          02 FILLER             PIC X(10) VALUE '     COST'.
          02 FILLER             PIC X(9)  VALUE ' DUE DATE'.
          02 FILLER             PIC X(11) VALUE 'VENDOR PART'.
       01 PO-DOC-DETAIL.
          02 PDL-LINE-NUM       PIC 9(3).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 PDL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 PDL-PROD-NAME      PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 PDL-QTY            PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 PDL-COST           PIC Z,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 PDL-DUE-DATE       PIC 9(8).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 PDL-VENDOR-PART    PIC X(15).
       01 PO-DOC-TOTAL-LINE.
          02 FILLER             PIC X(42) VALUE SPACES.
          02 FILLER             PIC X(7)  VALUE 'TOTAL: '.
          02 PDT-TOTAL          PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           IF OPER-VIEW-ONLY
              DISPLAY 'PROPOSAL: your sign-on is view-only, '
                 'purchase orders need update rights'
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-VENDOR-CATALOG.
           PERFORM LOAD-PROPOSAL-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Suggested Purchase Order Review"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Proposals"
                   DISPLAY "2) Change a Quantity"
                   DISPLAY "3) Drop a Line"
                   DISPLAY "4) Switch a Line's Vendor"
                   DISPLAY "5) Approve a Vendor's Lines"
                   DISPLAY "6) Release Approved Proposals"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-PROPOSALS
                   WHEN '2'
                        PERFORM CHANGE-QUANTITY
                   WHEN '3'
                        PERFORM DROP-LINE
                   WHEN '4'
                        PERFORM SWITCH-VENDOR
                   WHEN '5'
                        PERFORM APPROVE-VENDOR
                   WHEN '6'
                        PERFORM RELEASE-PROPOSALS
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-VENDOR-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-VENDOR-COUNT
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ VENDOR-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-VENDOR-COUNT IS LESS THAN 200
                            ADD 1 TO WS-VENDOR-COUNT
                            MOVE VN-CODE TO
                               WV-CODE(WS-VENDOR-COUNT)
                            MOVE VN-NAME TO
                               WV-NAME(WS-VENDOR-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE VENDOR-FILE
           END-IF.

       LOAD-VENDOR-CATALOG.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-VI-COUNT
           OPEN INPUT VENDOR-ITEM-FILE
           IF WS-VENDITM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ VENDOR-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-VI-COUNT IS LESS THAN 2000
                            ADD 1 TO WS-VI-COUNT
                            MOVE VI-VENDOR-CODE TO
                               WVI-VENDOR-CODE(WS-VI-COUNT)
                            MOVE VI-PROD-CODE TO
                               WVI-PROD-CODE(WS-VI-COUNT)
                            MOVE VI-VENDOR-PART TO
                               WVI-VENDOR-PART(WS-VI-COUNT)
                            MOVE VI-QUOTED-COST TO
                               WVI-QUOTED-COST(WS-VI-COUNT)
                            MOVE VI-MIN-ORDER-QTY TO
                               WVI-MIN-ORDER-QTY(WS-VI-COUNT)
                            MOVE VI-LEAD-DAYS TO
                               WVI-LEAD-DAYS(WS-VI-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE VENDOR-ITEM-FILE
           END-IF.

      *    FINDS THE CATALOG ROW FOR WS-VENDOR-CODE AND THE PRODUCT
      *    IN PROD-CODE, LEAVING WS-VI-I ON IT
       FIND-CATALOG-ENTRY.
           MOVE 'N' TO WS-CATALOG-FOUND
           PERFORM VARYING WS-VI-I FROM 1 BY 1
              UNTIL WS-VI-I > WS-VI-COUNT OR
                 WS-CATALOG-FOUND IS EQUAL TO 'Y'
                   IF WVI-VENDOR-CODE(WS-VI-I) IS EQUAL TO
                      WS-VENDOR-CODE AND
                      WVI-PROD-CODE(WS-VI-I) IS EQUAL TO PROD-CODE
                      MOVE 'Y' TO WS-CATALOG-FOUND
                      SUBTRACT 1 FROM WS-VI-I
                   END-IF
           END-PERFORM.

       LOAD-PROPOSAL-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-PR-COUNT
           OPEN INPUT SUGGESTION-FILE
           IF WS-SUGGEST-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'PROPOSAL: posuggest.dat not found - run '
                 'the suggestion batch first'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SUGGESTION-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-PR-COUNT IS EQUAL TO 1000
                            DISPLAY 'PROPOSAL: proposal table '
                               'full, run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-PR-COUNT
                         MOVE PS-VENDOR-CODE TO
                            WPR-VENDOR-CODE(WS-PR-COUNT)
                         MOVE PS-PROD-CODE TO
                            WPR-PROD-CODE(WS-PR-COUNT)
                         MOVE PS-QTY TO WPR-QTY(WS-PR-COUNT)
                         MOVE PS-UNIT-COST TO
                            WPR-UNIT-COST(WS-PR-COUNT)
                         MOVE PS-DUE-DATE TO
                            WPR-DUE-DATE(WS-PR-COUNT)
                         MOVE PS-ON-HAND TO WPR-ON-HAND(WS-PR-COUNT)
                         MOVE PS-ON-ORDER TO
                            WPR-ON-ORDER(WS-PR-COUNT)
                         MOVE PS-REASON TO WPR-REASON(WS-PR-COUNT)
                         MOVE PS-STATUS TO WPR-STATUS(WS-PR-COUNT)
                      END-READ
              END-PERFORM
              CLOSE SUGGESTION-FILE
           END-IF.

      *    REWRITES THE FILE ONE VENDOR GROUP AT A TIME, LEAVING OUT
      *    RELEASED LINES, THEN RELOADS SO THE LINE NUMBERS THE
      *    BUYER SEES MATCH THE FILE AGAIN
       SAVE-PROPOSAL-TABLE.
           PERFORM BUILD-VENDOR-GROUPS
           OPEN OUTPUT SUGGESTION-FILE
           PERFORM VARYING WS-VG-I FROM 1 BY 1
              UNTIL WS-VG-I > WS-VG-COUNT
                   PERFORM VARYING WS-PR-I FROM 1 BY 1
                      UNTIL WS-PR-I > WS-PR-COUNT
                           IF WPR-VENDOR-CODE(WS-PR-I) IS EQUAL TO
                              WVG-VENDOR-CODE(WS-VG-I) AND
                              WPR-STATUS(WS-PR-I) IS NOT EQUAL
                              TO 'R'
                              PERFORM WRITE-ONE-PROPOSAL
                           END-IF
                   END-PERFORM
           END-PERFORM
           CLOSE SUGGESTION-FILE
           PERFORM LOAD-PROPOSAL-TABLE.

       WRITE-ONE-PROPOSAL.
           MOVE SPACES TO SUGGESTION-DATA
           MOVE WPR-VENDOR-CODE(WS-PR-I) TO PS-VENDOR-CODE
           MOVE WPR-PROD-CODE(WS-PR-I) TO PS-PROD-CODE
           MOVE WPR-QTY(WS-PR-I) TO PS-QTY
           MOVE WPR-UNIT-COST(WS-PR-I) TO PS-UNIT-COST
           MOVE WPR-DUE-DATE(WS-PR-I) TO PS-DUE-DATE
           MOVE WPR-ON-HAND(WS-PR-I) TO PS-ON-HAND
           MOVE WPR-ON-ORDER(WS-PR-I) TO PS-ON-ORDER
           MOVE WPR-REASON(WS-PR-I) TO PS-REASON
           MOVE WPR-STATUS(WS-PR-I) TO PS-STATUS
           WRITE SUGGESTION-DATA.

       BUILD-VENDOR-GROUPS.
           MOVE ZERO TO WS-VG-COUNT
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-VG-I FROM 1 BY 1
                      UNTIL WS-VG-I > WS-VG-COUNT OR
                         WS-FOUND IS EQUAL TO 'Y'
                           IF WVG-VENDOR-CODE(WS-VG-I) IS EQUAL TO
                              WPR-VENDOR-CODE(WS-PR-I)
                              MOVE 'Y' TO WS-FOUND
                           END-IF
                   END-PERFORM
                   IF WS-FOUND IS EQUAL TO 'N' AND
                      WS-VG-COUNT IS LESS THAN 200
                      ADD 1 TO WS-VG-COUNT
                      MOVE WPR-VENDOR-CODE(WS-PR-I) TO
                         WVG-VENDOR-CODE(WS-VG-COUNT)
                   END-IF
           END-PERFORM.

       LIST-PROPOSALS.
           DISPLAY " "
           IF WS-PR-COUNT IS EQUAL TO ZERO
              DISPLAY "PROPOSAL: no suggested lines on file"
           ELSE
              DISPLAY "LINE VENDOR CODE         QTY     COST "
                 "DUE      ONHND ONORD WHY STATUS"
              PERFORM VARYING WS-PR-I FROM 1 BY 1
                 UNTIL WS-PR-I > WS-PR-COUNT
                      MOVE WPR-UNIT-COST(WS-PR-I) TO WS-EDIT-COST
                      DISPLAY WS-PR-I " "
                         WPR-VENDOR-CODE(WS-PR-I) " "
                         WPR-PROD-CODE(WS-PR-I) " "
                         WPR-QTY(WS-PR-I) " "
                         WS-EDIT-COST " "
                         WPR-DUE-DATE(WS-PR-I) " "
                         WPR-ON-HAND(WS-PR-I) " "
                         WPR-ON-ORDER(WS-PR-I) " "
                         WPR-REASON(WS-PR-I) "   "
                         WPR-STATUS(WS-PR-I)
              END-PERFORM
              DISPLAY "WHY: L LOW STOCK, F FORECAST SHORT, B BOTH"
                 " - STATUS: P PROPOSED, A APPROVED"
           END-IF.

       TAKE-LINE-NUMBER.
           MOVE 'N' TO WS-FOUND
           DISPLAY "Enter Line Number: " WITH NO ADVANCING
           ACCEPT WS-ENTER-LINE
           IF WS-ENTER-LINE IS GREATER THAN ZERO AND
              WS-ENTER-LINE IS NOT GREATER THAN WS-PR-COUNT
              MOVE 'Y' TO WS-FOUND
              MOVE WS-ENTER-LINE TO WS-PR-I
           ELSE
              DISPLAY "PROPOSAL: no such line"
           END-IF.

       CHANGE-QUANTITY.
           DISPLAY " "
           PERFORM TAKE-LINE-NUMBER
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "QTY: " WPR-PROD-CODE(WS-PR-I) " now "
                 WPR-QTY(WS-PR-I) " - Enter New Quantity: "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-QTY
              IF WS-ENTER-QTY IS EQUAL TO ZERO
                 DISPLAY "QTY: quantity must not be zero - drop "
                    "the line instead"
              ELSE
                 MOVE WS-ENTER-QTY TO WPR-QTY(WS-PR-I)
                 MOVE 'P' TO WPR-STATUS(WS-PR-I)
                 MOVE WPR-VENDOR-CODE(WS-PR-I) TO WS-VENDOR-CODE
                 MOVE WPR-PROD-CODE(WS-PR-I) TO PROD-CODE
                 PERFORM FIND-CATALOG-ENTRY
                 IF WS-CATALOG-FOUND IS EQUAL TO 'Y'
                    IF WS-ENTER-QTY IS LESS THAN
                       WVI-MIN-ORDER-QTY(WS-VI-I)
                       DISPLAY "QTY: WARNING - below the vendor "
                          "minimum of " WVI-MIN-ORDER-QTY(WS-VI-I)
                    END-IF
                 END-IF
                 PERFORM SAVE-PROPOSAL-TABLE
                 DISPLAY "QTY: line changed, approve it again "
                    "before release"
              END-IF
           END-IF.

       DROP-LINE.
           DISPLAY " "
           PERFORM TAKE-LINE-NUMBER
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "DROP: " WPR-PROD-CODE(WS-PR-I)
                 " dropped from the proposal"
              PERFORM SHIFT-PROPOSALS-DOWN
              PERFORM SAVE-PROPOSAL-TABLE
           END-IF.

       SHIFT-PROPOSALS-DOWN.
           PERFORM UNTIL WS-PR-I IS GREATER THAN OR EQUAL TO
              WS-PR-COUNT
                   MOVE WS-PR-ENTRY(WS-PR-I + 1) TO
                      WS-PR-ENTRY(WS-PR-I)
                   ADD 1 TO WS-PR-I
           END-PERFORM
           SUBTRACT 1 FROM WS-PR-COUNT.

       SWITCH-VENDOR.
           DISPLAY " "
           PERFORM TAKE-LINE-NUMBER
           IF WS-FOUND IS EQUAL TO 'Y'
              DISPLAY "VENDOR: Enter New Vendor Code: "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-VENDOR
              MOVE FUNCTION UPPER-CASE(WS-ENTER-VENDOR)
                 TO WS-ENTER-VENDOR
              MOVE WS-ENTER-VENDOR TO WS-VENDOR-CODE
              PERFORM FIND-VENDOR
              IF WS-FOUND IS EQUAL TO 'N'
                 DISPLAY "VENDOR: vendor not on file - maintain "
                    "it in the vendor screen first"
              ELSE
                 MOVE WS-ENTER-VENDOR TO WPR-VENDOR-CODE(WS-PR-I)
                 MOVE 'P' TO WPR-STATUS(WS-PR-I)
                 MOVE WPR-PROD-CODE(WS-PR-I) TO PROD-CODE
                 PERFORM FIND-CATALOG-ENTRY
                 IF WS-CATALOG-FOUND IS EQUAL TO 'N'
                    DISPLAY "VENDOR: WARNING - " WS-ENTER-VENDOR
                       " has no catalog entry for " PROD-CODE
                       ", cost and due date kept"
                 ELSE
                    MOVE WVI-QUOTED-COST(WS-VI-I) TO
                       WPR-UNIT-COST(WS-PR-I)
                    COMPUTE WPR-DUE-DATE(WS-PR-I) =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-TODAY) +
                       WVI-LEAD-DAYS(WS-VI-I))
                    IF WPR-QTY(WS-PR-I) IS LESS THAN
                       WVI-MIN-ORDER-QTY(WS-VI-I)
                       DISPLAY "VENDOR: WARNING - below the vendor "
                          "minimum of " WVI-MIN-ORDER-QTY(WS-VI-I)
                    END-IF
                 END-IF
                 PERFORM SAVE-PROPOSAL-TABLE
                 DISPLAY "VENDOR: line moved to " WS-ENTER-VENDOR
                    ", approve it again before release"
              END-IF
           END-IF.

       FIND-VENDOR.
           MOVE 'N' TO WS-FOUND
           MOVE SPACES TO WS-VENDOR-NAME
           IF WS-VENDOR-CODE IS NOT EQUAL TO SPACES
              PERFORM VARYING WS-VENDOR-I FROM 1 BY 1
                 UNTIL WS-VENDOR-I > WS-VENDOR-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WV-CODE(WS-VENDOR-I) IS EQUAL TO
                         WS-VENDOR-CODE
                         MOVE 'Y' TO WS-FOUND
                         MOVE WV-NAME(WS-VENDOR-I) TO
                            WS-VENDOR-NAME
                      END-IF
              END-PERFORM
           END-IF.

      *    APPROVAL IS PER VENDOR - THE WHOLE GROUP GOES OUT AS ONE
      *    PO, SO THE BUYER SIGNS OFF ON THE WHOLE GROUP
       APPROVE-VENDOR.
           DISPLAY " "
           DISPLAY "APPROVE: Enter Vendor Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-VENDOR
           MOVE FUNCTION UPPER-CASE(WS-ENTER-VENDOR)
              TO WS-ENTER-VENDOR
           MOVE WS-ENTER-VENDOR TO WS-VENDOR-CODE
           PERFORM FIND-VENDOR
           IF WS-FOUND IS EQUAL TO 'N'
              DISPLAY "APPROVE: vendor not on file - lines with no "
                 "vendor must be switched to one first"
           ELSE
              MOVE ZERO TO WS-APPROVED-COUNT
              PERFORM VARYING WS-PR-I FROM 1 BY 1
                 UNTIL WS-PR-I > WS-PR-COUNT
                      IF WPR-VENDOR-CODE(WS-PR-I) IS EQUAL TO
                         WS-ENTER-VENDOR
                         MOVE 'A' TO WPR-STATUS(WS-PR-I)
                         ADD 1 TO WS-APPROVED-COUNT
                      END-IF
              END-PERFORM
              IF WS-APPROVED-COUNT IS EQUAL TO ZERO
                 DISPLAY "APPROVE: no proposed lines for "
                    WS-ENTER-VENDOR
              ELSE
                 PERFORM SAVE-PROPOSAL-TABLE
                 DISPLAY "APPROVE: " WS-APPROVED-COUNT
                    " line(s) approved for " WS-ENTER-VENDOR
              END-IF
           END-IF.

       RELEASE-PROPOSALS.
           DISPLAY " "
           MOVE ZERO TO WS-APPROVED-COUNT
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   IF WPR-STATUS(WS-PR-I) IS EQUAL TO 'A'
                      ADD 1 TO WS-APPROVED-COUNT
                   END-IF
           END-PERFORM
           IF WS-APPROVED-COUNT IS EQUAL TO ZERO
              DISPLAY "RELEASE: no approved lines to release"
           ELSE
              DISPLAY "RELEASE: " WS-APPROVED-COUNT
                 " approved line(s) - raise the POs now? (Y/N): "
                 WITH NO ADVANCING
              ACCEPT WS-CONFIRM-ANSWER
              IF WS-CONFIRM-ANSWER IS EQUAL TO 'Y' OR
                 WS-CONFIRM-ANSWER IS EQUAL TO 'y'
                 MOVE ZERO TO WS-RELEASED-COUNT
                 OPEN INPUT PRODUCT-FILE
                 OPEN OUTPUT PO-REPORT
                 PERFORM BUILD-VENDOR-GROUPS
                 PERFORM VARYING WS-VG-I FROM 1 BY 1
                    UNTIL WS-VG-I > WS-VG-COUNT
                         PERFORM RELEASE-VENDOR-GROUP
                 END-PERFORM
                 CLOSE PO-REPORT
                 CLOSE PRODUCT-FILE
                 PERFORM SAVE-PROPOSAL-TABLE
                 DISPLAY "RELEASE: " WS-RELEASED-COUNT
                    " purchase order(s) raised, documents printed"
                    " to po.rpt"
              ELSE
                 DISPLAY "RELEASE: cancelled, nothing recorded"
              END-IF
           END-IF.

      *    ONE PO PER VENDOR, SPLIT INTO MORE THAN ONE ONLY WHEN THE
      *    GROUP OUTGROWS THE 50-LINE PO
       RELEASE-VENDOR-GROUP.
           MOVE WVG-VENDOR-CODE(WS-VG-I) TO WS-VENDOR-CODE
           PERFORM FIND-VENDOR
           MOVE 'Y' TO WS-MORE-FOR-VENDOR
           PERFORM UNTIL WS-MORE-FOR-VENDOR IS EQUAL TO 'N'
                   PERFORM COLLECT-PO-LINES
                   IF WS-LINE-COUNT IS GREATER THAN ZERO
                      PERFORM POST-PURCHASE-ORDER
                   END-IF
           END-PERFORM.

       COLLECT-PO-LINES.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-PO-TOTAL
           MOVE 'N' TO WS-MORE-FOR-VENDOR
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   IF WPR-VENDOR-CODE(WS-PR-I) IS EQUAL TO
                      WS-VENDOR-CODE AND
                      WPR-STATUS(WS-PR-I) IS EQUAL TO 'A'
                      IF WS-LINE-COUNT IS EQUAL TO 50
                         MOVE 'Y' TO WS-MORE-FOR-VENDOR
                      ELSE
                         ADD 1 TO WS-LINE-COUNT
                         MOVE WPR-PROD-CODE(WS-PR-I) TO
                            WL-PROD-CODE(WS-LINE-COUNT)
                         MOVE WPR-QTY(WS-PR-I) TO
                            WL-QTY-EXPECTED(WS-LINE-COUNT)
                         MOVE WPR-UNIT-COST(WS-PR-I) TO
                            WL-UNIT-COST(WS-LINE-COUNT)
                         MOVE WPR-DUE-DATE(WS-PR-I) TO
                            WL-DUE-DATE(WS-LINE-COUNT)
                         MOVE WPR-PROD-CODE(WS-PR-I) TO PROD-CODE
                         PERFORM FIND-CATALOG-ENTRY
                         IF WS-CATALOG-FOUND IS EQUAL TO 'Y'
                            MOVE WVI-VENDOR-PART(WS-VI-I) TO
                               WL-VENDOR-PART(WS-LINE-COUNT)
                         ELSE
                            MOVE SPACES TO
                               WL-VENDOR-PART(WS-LINE-COUNT)
                         END-IF
                         COMPUTE WS-PO-TOTAL = WS-PO-TOTAL +
                            WPR-QTY(WS-PR-I) * WPR-UNIT-COST(WS-PR-I)
                         MOVE 'R' TO WPR-STATUS(WS-PR-I)
                      END-IF
                   END-IF
           END-PERFORM.

       POST-PURCHASE-ORDER.
           PERFORM ASSIGN-PO-NUMBER
           OPEN EXTEND PO-HEADER-FILE
           IF WS-POHDR-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT PO-HEADER-FILE
           END-IF
           MOVE SPACES TO PO-HEADER
           MOVE WS-PO-NUM TO PH-PO-NUM
           MOVE WS-VENDOR-CODE TO PH-VENDOR-CODE
           MOVE WS-TODAY TO PH-DATE
           MOVE 'O' TO PH-STATUS
           WRITE PO-HEADER
           CLOSE PO-HEADER-FILE
           OPEN EXTEND PO-ITEM-FILE
           IF WS-POITM-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT PO-ITEM-FILE
           END-IF
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
              UNTIL WS-LINE-I > WS-LINE-COUNT
                   MOVE SPACES TO PO-ITEM
                   MOVE WS-PO-NUM TO PI-PO-NUM
                   MOVE WS-LINE-I TO PI-LINE-NUM
                   MOVE WL-PROD-CODE(WS-LINE-I) TO PI-PROD-CODE
                   MOVE WL-QTY-EXPECTED(WS-LINE-I) TO
                      PI-QTY-EXPECTED
                   MOVE WL-UNIT-COST(WS-LINE-I) TO PI-UNIT-COST
                   MOVE WL-DUE-DATE(WS-LINE-I) TO PI-DUE-DATE
                   MOVE ZERO TO PI-QTY-RECEIVED
                   WRITE PO-ITEM
           END-PERFORM
           CLOSE PO-ITEM-FILE
           PERFORM PRINT-PO-DOCUMENT
           ADD 1 TO WS-RELEASED-COUNT
           MOVE WS-PO-TOTAL TO WS-EDIT-TOTAL
           DISPLAY 'RELEASE: purchase order ' WS-PO-NUM ' for '
              WS-VENDOR-CODE ' with ' WS-LINE-COUNT
              ' line(s), value ' WS-EDIT-TOTAL.

      *    READS THE NEXT PO NUMBER FROM THE SEQUENCE CONTROL FILE
      *    AND WRITES THE INCREMENTED NUMBER BACK - THE SAME po.seq
      *    MAINPOENTRY NUMBERS FROM
       ASSIGN-PO-NUMBER.
           MOVE ZERO TO WS-PO-NUM
           OPEN INPUT PO-SEQUENCE-FILE
           IF WS-SEQ-STATUS IS EQUAL TO '00'
              READ PO-SEQUENCE-FILE
              AT END
                 MOVE ZERO TO WS-PO-NUM
              NOT AT END
                 MOVE PO-SEQUENCE-LINE TO WS-PO-NUM
              END-READ
              CLOSE PO-SEQUENCE-FILE
           END-IF
           ADD 1 TO WS-PO-NUM
           OPEN OUTPUT PO-SEQUENCE-FILE
           MOVE WS-PO-NUM TO PO-SEQUENCE-LINE
           WRITE PO-SEQUENCE-LINE
           CLOSE PO-SEQUENCE-FILE.

      *    THE MAINPOENTRY DOCUMENT LAYOUT; SUCCESSIVE POs OF ONE
      *    RELEASE FOLLOW EACH OTHER IN po.rpt
       PRINT-PO-DOCUMENT.
           IF WS-RELEASED-COUNT IS GREATER THAN ZERO
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              WRITE PRINT-LINE
           END-IF
           MOVE WS-PO-NUM TO PDH-PO-NUM
           WRITE PRINT-LINE FROM PO-DOC-HEADING
           MOVE WS-VENDOR-CODE TO PDV-CODE
           MOVE WS-VENDOR-NAME TO PDV-NAME
           WRITE PRINT-LINE FROM PO-DOC-VENDOR-LINE
           MOVE WS-TODAY TO PDD-DATE
           WRITE PRINT-LINE FROM PO-DOC-DATE-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM PO-DOC-HEADS
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
              UNTIL WS-LINE-I > WS-LINE-COUNT
                   PERFORM PRINT-PO-DOC-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-PO-TOTAL TO PDT-TOTAL
           WRITE PRINT-LINE FROM PO-DOC-TOTAL-LINE.

       PRINT-PO-DOC-LINE.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WL-PROD-CODE(WS-LINE-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           MOVE WS-LINE-I TO PDL-LINE-NUM
           MOVE WL-PROD-CODE(WS-LINE-I) TO PDL-PROD-CODE
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'Y'
              MOVE PROD-NAME TO PDL-PROD-NAME
           ELSE
              MOVE '** NOT ON FILE **' TO PDL-PROD-NAME
           END-IF
           MOVE WL-QTY-EXPECTED(WS-LINE-I) TO PDL-QTY
           MOVE WL-UNIT-COST(WS-LINE-I) TO PDL-COST
           MOVE WL-DUE-DATE(WS-LINE-I) TO PDL-DUE-DATE
           MOVE WL-VENDOR-PART(WS-LINE-I) TO PDL-VENDOR-PART
           WRITE PRINT-LINE FROM PO-DOC-DETAIL.
