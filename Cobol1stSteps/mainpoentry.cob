      *    OPEN ('P' PARTIAL AND 'C' CLOSED ARE SET BY RECEIVING),
      *    THE LINES TO poitm.dat WITH A RECEIVED-SO-FAR COUNTER,
      *    AND THE PO DOCUMENT PRINTS TO po.rpt FOR THE VENDOR.
      *    EACH LINE DEFAULTS ITS COST AND DUE DATE FROM THE
      *    VENDOR'S vendoritm.dat CATALOG ENTRY (QUOTED COST, TODAY
      *    PLUS LEAD TIME), AND THE VENDOR'S PART NUMBER PRINTS ON
      *    THE DOCUMENT. A LINE BELOW THE VENDOR MINIMUM, OR FOR A
      *    PRODUCT THE VENDOR HAS NO CATALOG ENTRY FOR, IS WARNED
      *    ABOUT BUT STILL TAKEN. QUANTITY AND COST ARE KEYED IN A
      *    UNIT FROM UOMCONV (BLANK = THE UNIT THE PRODUCT IS BOUGHT
      *    BY); THE LINE IS STORED IN EACH WITH THE UNIT BESIDE IT SO
      *    RECEIVING COUNTS IN THE SAME UNIT, AND THE DOCUMENT PRINTS
      *    THE QUANTITY AND COST IN THE UNIT ORDERED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              FILE STATUS IS WS-SEQ-STATUS.
           SELECT PO-REPORT ASSIGN TO 'po.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-ITEM-FILE ASSIGN TO 'vendoritm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDITM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-FILE.
          02 FILLER            PIC X     VALUE SPACE.
      *       FILLED IN BY THE RECEIVING RUN AS TRUCKS ARRIVE
          02 PI-QTY-RECEIVED   PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
      *       UNIT THE LINE WAS ORDERED IN AND ITS EACH PER UNIT -
      *       THE QUANTITIES AND COST ABOVE ARE ALWAYS IN EACH.
      *       SPACES ON AN OLDER LINE MEAN EA
          02 PI-UOM            PIC X(2).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-UOM-FACTOR     PIC 9(4).

       FD PO-SEQUENCE-FILE.
       01 PO-SEQUENCE-LINE     PIC 9(6).
       FD PO-REPORT.
       01 PRINT-LINE            PIC X(80).

       FD VENDOR-ITEM-FILE.
       01 VENDOR-ITEM-DATA.
          COPY VENDOR-ITEM.

       WORKING-STORAGE SECTION.
       01 WS-VENDOR-STATUS     PIC XX.
       01 WS-POHDR-STATUS      PIC XX.
       01 WS-POITM-STATUS      PIC XX.
       01 WS-SEQ-STATUS        PIC XX.
       01 WS-VENDITM-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-PO-NUM            PIC 9(6).
                               PIC 9(4)V99.
       01 WS-LINE-COST         PIC 9(4)V99.
       01 WS-DUE-DATE          PIC 9(8).
      *    BLANK DUE DATE TAKES TODAY PLUS THE CATALOG LEAD TIME
       01 WS-ENTER-DUE-X       PIC X(8).
       01 WS-ENTER-DUE REDEFINES WS-ENTER-DUE-X
                               PIC 9(8).
       01 WS-DEFAULT-COST      PIC 9(4)V99.
      *    UNIT OF MEASURE - QUANTITY AND COST ARE KEYED IN
      *    WS-UOM-CODE; WS-QTY-EXPECTED AND WS-LINE-COST HOLD EACH
       01 WS-UOM-FUNC          PIC X.
       01 WS-UOM-CODE          PIC X(2)  VALUE 'EA'.
       01 WS-UOM-FACTOR        PIC 9(4)  VALUE 1.
       01 WS-UOM-RESULT        PIC X.
       01 WS-UOM-QTY           PIC 9(5).
       01 WS-BASE-QTY          PIC 9(9).
       01 WS-UOM-COST          PIC 9(6)V99.
       01 WS-EDIT-UOM-COST     PIC ZZZ,ZZ9.99.
       01 WS-VENDOR-PART       PIC X(15).
       01 WS-CATALOG-FOUND     PIC X.
       01 WS-MORE-LINES        PIC X     VALUE 'Y'.
       01 WS-CONFIRM-ANSWER    PIC X.
       01 WS-LINE-I            PIC 9(3).
             03 WL-QTY-EXPECTED       PIC 9(5).
             03 WL-UNIT-COST          PIC 9(4)V99.
             03 WL-DUE-DATE           PIC 9(8).
             03 WL-VENDOR-PART        PIC X(15).
             03 WL-UOM                PIC X(2).
             03 WL-UOM-FACTOR         PIC 9(4).
             03 WL-UOM-COST           PIC 9(6)V99.

      *    THIS VENDOR'S ROWS OF THE vendoritm.dat CATALOG, LOADED
      *    ONCE THE VENDOR IS KNOWN
       01 WS-CT-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-CT-TABLE.
          02 WS-CT-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON WS-CT-COUNT.
             03 WCT-PROD-CODE         PIC X(10).
             03 WCT-VENDOR-PART       PIC X(15).
             03 WCT-QUOTED-COST       PIC 9(4)V99.
             03 WCT-MIN-ORDER-QTY     PIC 9(5).
             03 WCT-LEAD-DAYS         PIC 9(3).
       01 WS-CT-I              PIC 9(4).

       01 PO-DOC-HEADING.
          02 FILLER             PIC X(15) VALUE 'PURCHASE ORDER '.
          02 FILLER             PIC X(11) VALUE 'CODE'.
          02 FILLER             PIC X(21) VALUE 'PRODUCT'.
          02 FILLER             PIC X(6)  VALUE '  QTY'.
          02 FILLER             PIC X(3)  VALUE 'UM'.
          02 FILLER             PIC X(10) VALUE '     COST'.
          02 FILLER             PIC X(9)  VALUE ' DUE DATE'.
          02 FILLER             PIC X(11) VALUE 'VENDOR PART'.
       01 PO-DOC-DETAIL.
          02 PDL-LINE-NUM       PIC 9(3).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 FILLER             PIC X     VALUE SPACE.
          02 PDL-QTY            PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 PDL-UOM            PIC X(2).
          02 FILLER             PIC X     VALUE SPACE.
          02 PDL-COST           PIC Z,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 PDL-DUE-DATE       PIC 9(8).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 PDL-VENDOR-PART    PIC X(15).
       01 PO-DOC-TOTAL-LINE.
          02 FILLER             PIC X(42) VALUE SPACES.
          02 FILLER             PIC X(7)  VALUE 'TOTAL: '.
                 'the vendor screen first'
              STOP RUN
           END-IF
           PERFORM LOAD-VENDOR-CATALOG
           OPEN INPUT PRODUCT-FILE
           PERFORM TAKE-PO-LINES
           CLOSE PRODUCT-FILE
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
              DISPLAY 'PO: Product with this code does not exist'
           ELSE
              PERFORM ACCEPT-PO-QUANTITY
              IF WS-QTY-EXPECTED IS EQUAL TO ZERO
                 DISPLAY 'PO: quantity must not be zero'
              ELSE
                 PERFORM FIND-CATALOG-ENTRY
                 COMPUTE WS-UOM-COST =
                    WS-DEFAULT-COST * WS-UOM-FACTOR
                 MOVE WS-UOM-COST TO WS-EDIT-UOM-COST
                 DISPLAY 'PO: Cost per ' WS-UOM-CODE ', 6 digits '
                    '(000850 = 8.50, blank = ' WS-EDIT-UOM-COST
                    '): ' WITH NO ADVANCING
                 ACCEPT WS-ENTER-COST-X
                 IF WS-ENTER-COST-X IS NUMERIC
                    MOVE WS-ENTER-COST TO WS-UOM-COST
                    COMPUTE WS-LINE-COST ROUNDED =
                       WS-ENTER-COST / WS-UOM-FACTOR
                 ELSE
                    MOVE WS-DEFAULT-COST TO WS-LINE-COST
                 END-IF
                 DISPLAY 'PO: Due Date (YYYYMMDD, blank = '
                    WS-DUE-DATE '): ' WITH NO ADVANCING
                 ACCEPT WS-ENTER-DUE-X
                 IF WS-ENTER-DUE-X IS NUMERIC
                    MOVE WS-ENTER-DUE TO WS-DUE-DATE
                 END-IF
                 ADD 1 TO WS-LINE-COUNT
                 MOVE PROD-CODE TO WL-PROD-CODE(WS-LINE-COUNT)
                 MOVE WS-QTY-EXPECTED TO
                    WL-QTY-EXPECTED(WS-LINE-COUNT)
                 MOVE WS-LINE-COST TO WL-UNIT-COST(WS-LINE-COUNT)
                 MOVE WS-DUE-DATE TO WL-DUE-DATE(WS-LINE-COUNT)
                 MOVE WS-VENDOR-PART TO
                    WL-VENDOR-PART(WS-LINE-COUNT)
                 MOVE WS-UOM-CODE TO WL-UOM(WS-LINE-COUNT)
                 MOVE WS-UOM-FACTOR TO WL-UOM-FACTOR(WS-LINE-COUNT)
                 MOVE WS-UOM-COST TO WL-UOM-COST(WS-LINE-COUNT)
                 COMPUTE WS-PO-TOTAL = WS-PO-TOTAL +
                    WS-UOM-QTY * WS-UOM-COST
                 DISPLAY 'PO: line ' WS-LINE-COUNT ' taken'
              END-IF
           END-IF.

      *    THE QUANTITY IS KEYED IN THE UNIT THE BUYER CHOOSES
      *    (BLANK = THE UNIT THE PRODUCT IS BOUGHT BY) AND LEAVES
      *    HERE IN EACH, WHICH IS WHAT RECEIVING AND STOCK WORK IN
       ACCEPT-PO-QUANTITY.
           MOVE 'B' TO WS-UOM-FUNC
           CALL 'UOMCONV' USING WS-UOM-FUNC PROD-CODE WS-UOM-CODE
              WS-UOM-FACTOR WS-UOM-RESULT
           END-CALL
           DISPLAY 'PO: Enter Unit (blank = ' WS-UOM-CODE '): '
              WITH NO ADVANCING
           ACCEPT WS-UOM-CODE
           MOVE 'F' TO WS-UOM-FUNC
           IF WS-UOM-CODE IS EQUAL TO SPACES
              MOVE 'B' TO WS-UOM-FUNC
           END-IF
           CALL 'UOMCONV' USING WS-UOM-FUNC PROD-CODE WS-UOM-CODE
              WS-UOM-FACTOR WS-UOM-RESULT
           END-CALL
           IF WS-UOM-RESULT IS EQUAL TO 'N' AND
              WS-UOM-FUNC IS EQUAL TO 'F'
              DISPLAY 'PO: ' PROD-CODE ' has no unit '
                 WS-UOM-CODE ' - quantity taken in EA'
           END-IF
           IF WS-UOM-RESULT IS EQUAL TO 'N'
              MOVE 'EA' TO WS-UOM-CODE
           END-IF
           DISPLAY 'PO: Enter Quantity Expected in ' WS-UOM-CODE
              ': ' WITH NO ADVANCING
           ACCEPT WS-UOM-QTY
           COMPUTE WS-BASE-QTY = WS-UOM-QTY * WS-UOM-FACTOR
           IF WS-BASE-QTY IS GREATER THAN 99999
              DISPLAY 'PO: more than 99999 EA on one line, '
                 'quantity refused'
              MOVE ZERO TO WS-QTY-EXPECTED
           ELSE
              MOVE WS-BASE-QTY TO WS-QTY-EXPECTED
              IF WS-UOM-FACTOR IS GREATER THAN 1
                 DISPLAY 'PO: ' WS-UOM-QTY ' ' WS-UOM-CODE
                    ' = ' WS-QTY-EXPECTED ' EA'
              END-IF
           END-IF.

       LOAD-VENDOR-CATALOG.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-CT-COUNT
           OPEN INPUT VENDOR-ITEM-FILE
           IF WS-VENDITM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ VENDOR-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF VI-VENDOR-CODE IS EQUAL TO
                            WS-ENTER-VENDOR AND
                            WS-CT-COUNT IS LESS THAN 1000
                            ADD 1 TO WS-CT-COUNT
                            MOVE VI-PROD-CODE TO
                               WCT-PROD-CODE(WS-CT-COUNT)
                            MOVE VI-VENDOR-PART TO
                               WCT-VENDOR-PART(WS-CT-COUNT)
                            MOVE VI-QUOTED-COST TO
                               WCT-QUOTED-COST(WS-CT-COUNT)
                            MOVE VI-MIN-ORDER-QTY TO
                               WCT-MIN-ORDER-QTY(WS-CT-COUNT)
                            MOVE VI-LEAD-DAYS TO
                               WCT-LEAD-DAYS(WS-CT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE VENDOR-ITEM-FILE
           END-IF.

      *    SETS THE LINE DEFAULTS FROM THE CATALOG - WITHOUT AN
      *    ENTRY THE PRODUCT RECORD'S COST AND TODAY'S DATE STAND
       FIND-CATALOG-ENTRY.
           MOVE 'N' TO WS-CATALOG-FOUND
           MOVE UNIT-COST TO WS-DEFAULT-COST
           MOVE SPACES TO WS-VENDOR-PART
           MOVE WS-TODAY TO WS-DUE-DATE
           PERFORM VARYING WS-CT-I FROM 1 BY 1
              UNTIL WS-CT-I > WS-CT-COUNT OR
                 WS-CATALOG-FOUND IS EQUAL TO 'Y'
                   IF WCT-PROD-CODE(WS-CT-I) IS EQUAL TO PROD-CODE
                      MOVE 'Y' TO WS-CATALOG-FOUND
                      SUBTRACT 1 FROM WS-CT-I
                   END-IF
           END-PERFORM
           IF WS-CATALOG-FOUND IS EQUAL TO 'N'
              DISPLAY 'PO: WARNING - ' WS-ENTER-VENDOR
                 ' has no catalog entry for ' PROD-CODE
           ELSE
              MOVE WCT-QUOTED-COST(WS-CT-I) TO WS-DEFAULT-COST
              MOVE WCT-VENDOR-PART(WS-CT-I) TO WS-VENDOR-PART
              COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) +
                 WCT-LEAD-DAYS(WS-CT-I))
              DISPLAY 'PO: vendor part ' WS-VENDOR-PART
              IF WS-QTY-EXPECTED IS LESS THAN
                 WCT-MIN-ORDER-QTY(WS-CT-I)
                 DISPLAY 'PO: WARNING - below the vendor minimum '
                    'of ' WCT-MIN-ORDER-QTY(WS-CT-I)
              END-IF
           END-IF.

       POST-PURCHASE-ORDER.
           PERFORM ASSIGN-PO-NUMBER
           OPEN EXTEND PO-HEADER-FILE
                   MOVE WL-UNIT-COST(WS-LINE-I) TO PI-UNIT-COST
                   MOVE WL-DUE-DATE(WS-LINE-I) TO PI-DUE-DATE
                   MOVE ZERO TO PI-QTY-RECEIVED
                   MOVE WL-UOM(WS-LINE-I) TO PI-UOM
                   MOVE WL-UOM-FACTOR(WS-LINE-I) TO PI-UOM-FACTOR
                   WRITE PO-ITEM
           END-PERFORM
           CLOSE PO-ITEM-FILE
           ELSE
              MOVE '** NOT ON FILE **' TO PDL-PROD-NAME
           END-IF
           COMPUTE PDL-QTY =
              WL-QTY-EXPECTED(WS-LINE-I) / WL-UOM-FACTOR(WS-LINE-I)
           MOVE WL-UOM(WS-LINE-I) TO PDL-UOM
           MOVE WL-UOM-COST(WS-LINE-I) TO PDL-COST
           MOVE WL-DUE-DATE(WS-LINE-I) TO PDL-DUE-DATE
           MOVE WL-VENDOR-PART(WS-LINE-I) TO PDL-VENDOR-PART
           WRITE PRINT-LINE FROM PO-DOC-DETAIL.
