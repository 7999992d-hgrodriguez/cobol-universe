       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINPOSUGGEST.

      *    SUGGESTED PURCHASE ORDERS: TURNS WHAT MAINLOWSTOCK AND
      *    MAINFORECAST PRINT INTO PO LINES THE BUYER CAN RELEASE
      *    WITHOUT RE-KEYING. A product.dat ITEM IS PROPOSED WHEN IT
      *    IS AT OR BELOW ITS REORDER POINT (OR OUT OF STOCK) - THE
      *    TARGET THEN IS TWICE THE REORDER POINT, OR A FLAT 10, THE
      *    SAME RULE AS lowstock.rpt - OR WHEN ON HAND PLUS ON ORDER
      *    FALLS SHORT OF TWO WEEKS OF FORECAST DEMAND, THE TARGET
      *    THEN BEING A FULL MONTH OF IT. DEMAND IS PROJECTED THE
      *    MAINFORECAST WAY FROM order.dat AND THE order.H<date>
      *    HISTORY FILES. WHATEVER IS STILL OPEN ON poitm.dat LINES
      *    OF NOT-YET-CLOSED POs IS NETTED OFF FIRST. EACH LINE GOES
      *    TO THE PRODUCT'S PREFERRED VENDOR ON THE vendoritm.dat
      *    CATALOG, ELSE TO THE VENDOR WHO LAST SUPPLIED IT ON
      *    pohdr.dat (BLANK WHEN IT HAS NEVER BEEN BOUGHT - THE
      *    BUYER ASSIGNS ONE IN MAINPOPROPOSAL). WHERE THAT VENDOR
      *    HAS A CATALOG ENTRY THE LINE TAKES THE QUOTED COST, IS DUE
      *    AFTER THE LEAD TIME AND IS ROUNDED UP TO THE VENDOR
      *    MINIMUM; OTHERWISE IT TAKES THE PRODUCT COST AND IS DUE
      *    IN TWO WEEKS. DISCONTINUED PRODUCTS ARE NEVER
      *    PROPOSED. EACH RUN REPLACES posuggest.dat, GROUPED BY
      *    VENDOR, AND PRINTS THE SAME GROUPING ON posuggest.rpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LOG ASSIGN TO 'order.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT DAILY-TOTALS-FILE ASSIGN TO 'dailytot.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TOTALS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS PROD-CODE.
           SELECT PO-HEADER-FILE ASSIGN TO 'pohdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POHDR-STATUS.
           SELECT PO-ITEM-FILE ASSIGN TO 'poitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POITM-STATUS.
           SELECT SUGGESTION-FILE ASSIGN TO 'posuggest.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUGGEST-STATUS.
           SELECT SUGGEST-REPORT ASSIGN TO 'posuggest.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-ITEM-FILE ASSIGN TO 'vendoritm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDITM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LOG.
       01 ORDER-LINE         PIC X(80).

       FD DAILY-TOTALS-FILE.
       01 DAILY-TOTALS-RECORD.
          02 DT-DATE           PIC 9(8).
          02 FILLER            PIC X(38).

       FD HISTORY-FILE.
       01 HISTORY-LINE       PIC X(80).

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
      *       O = OPEN, P = PARTIALLY RECEIVED, C = CLOSED,
      *       D = DROP-SHIP, THE VENDOR DELIVERS TO OUR CUSTOMER
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
          02 PI-QTY-RECEIVED   PIC 9(5).
      *       UNIT OF MEASURE FIELDS - NOT USED HERE
          02 FILLER            PIC X(8).

       FD SUGGESTION-FILE.
       01 SUGGESTION-DATA.
          COPY PO-SUGGESTION.

       FD SUGGEST-REPORT.
       01 PRINT-LINE            PIC X(80).

       FD VENDOR-ITEM-FILE.
       01 VENDOR-ITEM-DATA.
          COPY VENDOR-ITEM.

       WORKING-STORAGE SECTION.
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.
       01 WS-LOG-STATUS        PIC XX.
       01 WS-TOTALS-STATUS     PIC XX.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-POHDR-STATUS      PIC XX.
       01 WS-POITM-STATUS      PIC XX.
       01 WS-SUGGEST-STATUS    PIC XX.
       01 WS-VENDITM-STATUS    PIC XX.
       01 WS-HISTORY-FILE-NAME PIC X(20).
       01 WS-TOTALS-EOF        PIC X.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
      *    A SUGGESTED LINE IS DUE TWO WEEKS OUT WHEN THE VENDOR
      *    HAS NO CATALOG LEAD TIME FOR IT
       01 WS-DUE-DATE          PIC 9(8).
       01 WS-LINE-DUE-DATE     PIC 9(8).
       01 WS-LINE-COST         PIC 9(4)V99.
       01 WS-THIS-MONTHS       PIC 9(6).
       01 WS-MONTHS-AGO        PIC S9(4).
       01 WS-LINE-YEAR         PIC 9(4).
       01 WS-LINE-MONTH        PIC 9(2).
       01 WS-FOUND             PIC X.
       01 WS-PROJECTED         PIC 9(6)V9.
       01 WS-TWO-WEEK-COVER    PIC 9(6).
       01 WS-MONTH-COVER       PIC 9(6).
       01 WS-TARGET            PIC 9(6).
       01 WS-POSITION          PIC 9(7).
       01 WS-SUGGESTED-QTY     PIC 9(6).
       01 WS-IS-LOW            PIC X.
       01 WS-IS-SHORT          PIC X.
       01 WS-ON-ORDER          PIC 9(6).
       01 WS-LAST-VENDOR       PIC X(6).
       01 WS-OPEN-QTY          PIC 9(5).
       01 WS-CONSIDERED-COUNT  PIC 9(5)  VALUE ZERO.
       01 WS-COVERED-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-VENDOR-VALUE      PIC 9(8)V99.
       01 WS-VENDOR-LINES      PIC 9(4).

      *    DEMAND FOLDED PER PRODUCT THE MAINFORECAST WAY: TRAILING
      *    THREE MONTHS AND THE SAME MONTH LAST YEAR
       01 WS-FC-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-FC-TABLE.
          02 WS-FC-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-FC-COUNT.
             03 WF-PROD-CODE          PIC X(10).
             03 WF-TRAILING-3         PIC S9(7).
             03 WF-SAME-MONTH-LY      PIC S9(7).
             03 WF-HAS-LY             PIC X.
       01 WS-FC-I              PIC 9(3).

      *    PO HEADERS, SO EACH poitm.dat LINE KNOWS ITS VENDOR AND
      *    WHETHER ITS PO IS STILL OPEN
       01 WS-HDR-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-HDR-TABLE.
          02 WS-HDR-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON WS-HDR-COUNT.
             03 WD-PO-NUM             PIC 9(6).
             03 WD-VENDOR-CODE        PIC X(6).
             03 WD-STATUS             PIC X.
       01 WS-HDR-I             PIC 9(4).

      *    PER PRODUCT: QUANTITY STILL TO ARRIVE ON OPEN POs AND THE
      *    VENDOR OF THE MOST RECENT PO THAT CARRIED IT
       01 WS-PV-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-PV-TABLE.
          02 WS-PV-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON WS-PV-COUNT.
             03 WPV-PROD-CODE         PIC X(10).
             03 WPV-ON-ORDER          PIC 9(6).
             03 WPV-LAST-PO           PIC 9(6).
             03 WPV-VENDOR-CODE       PIC X(6).
       01 WS-PV-I              PIC 9(4).

      *    THE WHOLE vendoritm.dat CATALOG
       01 WS-VI-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-VI-TABLE.
          02 WS-VI-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-VI-COUNT.
             03 WVI-VENDOR-CODE       PIC X(6).
             03 WVI-PROD-CODE         PIC X(10).
             03 WVI-QUOTED-COST       PIC 9(4)V99.
             03 WVI-MIN-ORDER-QTY     PIC 9(5).
             03 WVI-LEAD-DAYS         PIC 9(3).
             03 WVI-PREFERRED         PIC X.
       01 WS-VI-I              PIC 9(4).

      *    THE SUGGESTIONS THEMSELVES, HELD UNTIL THE PRODUCT PASS IS
      *    DONE SO THEY CAN BE WRITTEN OUT VENDOR BY VENDOR
       01 WS-SG-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-SG-TABLE.
          02 WS-SG-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON WS-SG-COUNT.
             03 WSG-VENDOR-CODE       PIC X(6).
             03 WSG-PROD-CODE         PIC X(10).
             03 WSG-PROD-NAME         PIC X(20).
             03 WSG-QTY               PIC 9(5).
             03 WSG-UNIT-COST         PIC 9(4)V99.
             03 WSG-DUE-DATE          PIC 9(8).
             03 WSG-ON-HAND           PIC 9(5).
             03 WSG-ON-ORDER          PIC 9(5).
             03 WSG-REASON            PIC X.
       01 WS-SG-I              PIC 9(4).
      *    THE DISTINCT VENDORS IN THE ORDER THEY WERE FIRST MET
       01 WS-VG-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-VG-TABLE.
          02 WS-VG-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-VG-COUNT.
             03 WVG-VENDOR-CODE       PIC X(6).
       01 WS-VG-I              PIC 9(3).

      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

       01 REPORT-HEADING       PIC X(40)  VALUE
             'SUGGESTED PURCHASE ORDERS'.
       01 VENDOR-HEADING.
          02 FILLER             PIC X(8)  VALUE 'VENDOR  '.
          02 VH-VENDOR-CODE     PIC X(6).
          02 FILLER             PIC X     VALUE SPACE.
          02 VH-NOTE            PIC X(40).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(11) VALUE 'CODE'.
          02 FILLER             PIC X(21) VALUE 'PRODUCT'.
          02 FILLER             PIC X(7)  VALUE ' ON HND'.
          02 FILLER             PIC X(7)  VALUE ' ON ORD'.
          02 FILLER             PIC X(7)  VALUE '    QTY'.
          02 FILLER             PIC X(10) VALUE '     COST'.
          02 FILLER             PIC X(5)  VALUE ' WHY'.
       01 SUGGEST-DETAIL-LINE.
          02 SDL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-PROD-NAME      PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-ON-HAND        PIC ZZZZZZ9.
          02 SDL-ON-ORDER       PIC ZZZZZZ9.
          02 SDL-QTY            PIC ZZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 SDL-COST           PIC Z,ZZ9.99.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 SDL-REASON         PIC X(8).
       01 VENDOR-TOTAL-LINE.
          02 FILLER             PIC X(11) VALUE SPACES.
          02 VT-LINES           PIC ZZZ9.
          02 FILLER             PIC X(19) VALUE ' LINE(S), VALUE'.
          02 VT-VALUE           PIC Z,ZZZ,ZZ9.99.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16)  VALUE 'END OF REPORT - '.
          02 RF-LINE-COUNT      PIC ZZZ9.
          02 FILLER             PIC X(20)  VALUE ' LINE(S) SUGGESTED'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) + 14).
           COMPUTE WS-THIS-MONTHS =
              (FUNCTION NUMVAL(WS-TODAY(1:4)) * 12) +
              FUNCTION NUMVAL(WS-TODAY(5:2)).
           PERFORM SCAN-HISTORY-FILES.
           PERFORM SCAN-LIVE-LOG.
           PERFORM LOAD-PO-HEADERS.
           PERFORM LOAD-OPEN-PO-LINES.
           PERFORM LOAD-VENDOR-CATALOG.

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
                      PERFORM CONSIDER-PRODUCT
                   END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

           PERFORM WRITE-SUGGESTIONS.
           MOVE 'MAINPOSUGGST' TO WS-SP-PROGRAM.
           MOVE 'posuggest.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'POSUGGEST: ' WS-CONSIDERED-COUNT
              ' product(s) need stock, ' WS-COVERED-COUNT
              ' already covered by open POs'
           DISPLAY 'POSUGGEST: ' WS-SG-COUNT ' line(s) for '
              WS-VG-COUNT ' vendor(s) on posuggest.dat, '
              WS-SKIPPED-COUNT ' discontinued product(s) skipped'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-SG-COUNT
              ' record(s) written'.
           STOP RUN.

       SCAN-HISTORY-FILES.
           MOVE 'N' TO WS-TOTALS-EOF
           OPEN INPUT DAILY-TOTALS-FILE
           IF WS-TOTALS-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-TOTALS-EOF IS EQUAL TO 'Y'
                      READ DAILY-TOTALS-FILE
                      AT END
                         MOVE 'Y' TO WS-TOTALS-EOF
                      NOT AT END
                         PERFORM SCAN-ONE-HISTORY-FILE
                      END-READ
              END-PERFORM
              CLOSE DAILY-TOTALS-FILE
           END-IF.

       SCAN-ONE-HISTORY-FILE.
           MOVE SPACES TO WS-HISTORY-FILE-NAME
           STRING 'order.H' DELIMITED BY SIZE
              DT-DATE DELIMITED BY SIZE
              INTO WS-HISTORY-FILE-NAME
           MOVE 'N' TO WS-EOF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ HISTORY-FILE INTO WS-ORDER-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM FOLD-ORDER-LINE
                      END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.

       SCAN-LIVE-LOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-LOG
           IF WS-LOG-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-LOG INTO WS-ORDER-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM FOLD-ORDER-LINE
                      END-READ
              END-PERFORM
              CLOSE ORDER-LOG
           END-IF.

      *    SAME MONTH BUCKETS AS MAINFORECAST - MONTHS 1-3 FEED THE
      *    TRAILING AVERAGE, MONTH 12 CARRIES THE SEASONALITY
       FOLD-ORDER-LINE.
           MOVE OD-DATE(1:4) TO WS-LINE-YEAR
           MOVE OD-DATE(5:2) TO WS-LINE-MONTH
           COMPUTE WS-MONTHS-AGO = WS-THIS-MONTHS -
              ((WS-LINE-YEAR * 12) + WS-LINE-MONTH)
      *    A DROP-SHIP SALE NEVER LEAVES OUR SHELF, SO IT IS NO
      *    DEMAND ON OUR STOCK
           IF WS-MONTHS-AGO IS LESS THAN 1 OR
              WS-MONTHS-AGO IS GREATER THAN 12 OR
              OD-REC-TYPE IS EQUAL TO 'DRP'
              CONTINUE
           ELSE
              PERFORM FIND-FORECAST-SLOT
              IF OD-REC-TYPE IS EQUAL TO 'CRM'
                 IF WS-MONTHS-AGO IS LESS THAN OR EQUAL TO 3
                    SUBTRACT OD-QTY-ORDERED FROM
                       WF-TRAILING-3(WS-FC-I)
                 END-IF
                 IF WS-MONTHS-AGO IS EQUAL TO 12
                    SUBTRACT OD-QTY-ORDERED FROM
                       WF-SAME-MONTH-LY(WS-FC-I)
                 END-IF
              ELSE
                 IF WS-MONTHS-AGO IS LESS THAN OR EQUAL TO 3
                    ADD OD-QTY-ORDERED TO
                       WF-TRAILING-3(WS-FC-I)
                 END-IF
                 IF WS-MONTHS-AGO IS EQUAL TO 12
                    ADD OD-QTY-ORDERED TO
                       WF-SAME-MONTH-LY(WS-FC-I)
                    MOVE 'Y' TO WF-HAS-LY(WS-FC-I)
                 END-IF
              END-IF
           END-IF.

       FIND-FORECAST-SLOT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FC-I FROM 1 BY 1
              UNTIL WS-FC-I > WS-FC-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WF-PROD-CODE(WS-FC-I) IS EQUAL TO
                      OD-PROD-CODE
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-FC-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-FC-COUNT IS EQUAL TO 500
                 DISPLAY 'POSUGGEST: product table full, '
                    'run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-FC-COUNT
              MOVE WS-FC-COUNT TO WS-FC-I
              MOVE OD-PROD-CODE TO WF-PROD-CODE(WS-FC-I)
              MOVE ZERO TO WF-TRAILING-3(WS-FC-I)
              MOVE ZERO TO WF-SAME-MONTH-LY(WS-FC-I)
              MOVE 'N' TO WF-HAS-LY(WS-FC-I)
           END-IF.

       LOAD-PO-HEADERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-HEADER-FILE
           IF WS-POHDR-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-HDR-COUNT IS EQUAL TO 1000
                            DISPLAY 'POSUGGEST: header table '
                               'full, run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-HDR-COUNT
                         MOVE PH-PO-NUM TO WD-PO-NUM(WS-HDR-COUNT)
                         MOVE PH-VENDOR-CODE TO
                            WD-VENDOR-CODE(WS-HDR-COUNT)
                         MOVE PH-STATUS TO WD-STATUS(WS-HDR-COUNT)
                      END-READ
              END-PERFORM
              CLOSE PO-HEADER-FILE
           END-IF.

      *    EVERY PO LINE TELLS US WHO SUPPLIES THE PRODUCT; LINES OF
      *    POs NOT YET CLOSED ALSO CARRY WHAT IS STILL TO ARRIVE
       LOAD-OPEN-PO-LINES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-ITEM-FILE
           IF WS-POITM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM FOLD-PO-LINE
                      END-READ
              END-PERFORM
              CLOSE PO-ITEM-FILE
           END-IF.

       FOLD-PO-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-HDR-I FROM 1 BY 1
              UNTIL WS-HDR-I > WS-HDR-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WD-PO-NUM(WS-HDR-I) IS EQUAL TO PI-PO-NUM
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-HDR-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM FIND-PV-SLOT
              IF PI-PO-NUM IS GREATER THAN WPV-LAST-PO(WS-PV-I)
                 MOVE PI-PO-NUM TO WPV-LAST-PO(WS-PV-I)
                 MOVE WD-VENDOR-CODE(WS-HDR-I) TO
                    WPV-VENDOR-CODE(WS-PV-I)
              END-IF
              IF WD-STATUS(WS-HDR-I) IS NOT EQUAL TO 'C' AND
                 WD-STATUS(WS-HDR-I) IS NOT EQUAL TO 'D' AND
                 PI-QTY-EXPECTED IS GREATER THAN PI-QTY-RECEIVED
                 COMPUTE WS-OPEN-QTY =
                    PI-QTY-EXPECTED - PI-QTY-RECEIVED
                 ADD WS-OPEN-QTY TO WPV-ON-ORDER(WS-PV-I)
              END-IF
           END-IF.

       FIND-PV-SLOT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PV-I FROM 1 BY 1
              UNTIL WS-PV-I > WS-PV-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WPV-PROD-CODE(WS-PV-I) IS EQUAL TO
                      PI-PROD-CODE
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-PV-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-PV-COUNT IS EQUAL TO 1000
                 DISPLAY 'POSUGGEST: on-order table full, '
                    'run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PV-COUNT
              MOVE WS-PV-COUNT TO WS-PV-I
              MOVE PI-PROD-CODE TO WPV-PROD-CODE(WS-PV-I)
              MOVE ZERO TO WPV-ON-ORDER(WS-PV-I)
              MOVE ZERO TO WPV-LAST-PO(WS-PV-I)
              MOVE SPACES TO WPV-VENDOR-CODE(WS-PV-I)
           END-IF.

      *    A DISCONTINUED PRODUCT IS NEVER BOUGHT AGAIN, WHATEVER ITS
      *    STOCK SAYS. FOR THE REST, THE LARGER OF THE LOW-STOCK AND
      *    FORECAST TARGETS IS ORDERED UP TO, NET OF WHAT IS ALREADY
      *    ON HAND AND ON ORDER
       CONSIDER-PRODUCT.
           IF PROD-DISCONTINUED
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              MOVE 'N' TO WS-IS-LOW
              MOVE 'N' TO WS-IS-SHORT
              MOVE ZERO TO WS-TARGET
              PERFORM FIND-PRODUCT-ON-ORDER
              COMPUTE WS-POSITION = QTY-ON-HAND + WS-ON-ORDER
              IF QTY-ON-HAND IS EQUAL TO ZERO OR
                 (REORDER-POINT IS GREATER THAN ZERO AND
                 QTY-ON-HAND IS LESS THAN OR EQUAL TO
                 REORDER-POINT)
                 MOVE 'Y' TO WS-IS-LOW
                 IF REORDER-POINT IS GREATER THAN ZERO
                    COMPUTE WS-TARGET = REORDER-POINT * 2
                 ELSE
                    MOVE 10 TO WS-TARGET
                 END-IF
              END-IF
              PERFORM PROJECT-PRODUCT-DEMAND
              COMPUTE WS-TWO-WEEK-COVER ROUNDED = WS-PROJECTED / 2
              COMPUTE WS-MONTH-COVER ROUNDED = WS-PROJECTED
              IF WS-POSITION IS LESS THAN WS-TWO-WEEK-COVER
                 MOVE 'Y' TO WS-IS-SHORT
                 IF WS-MONTH-COVER IS GREATER THAN WS-TARGET
                    MOVE WS-MONTH-COVER TO WS-TARGET
                 END-IF
              END-IF
              IF WS-IS-LOW IS EQUAL TO 'Y' OR
                 WS-IS-SHORT IS EQUAL TO 'Y'
                 ADD 1 TO WS-CONSIDERED-COUNT
                 IF WS-TARGET IS GREATER THAN WS-POSITION
                    COMPUTE WS-SUGGESTED-QTY =
                       WS-TARGET - WS-POSITION
                    PERFORM APPLY-CATALOG-TERMS
                    PERFORM ADD-SUGGESTION
                 ELSE
                    ADD 1 TO WS-COVERED-COUNT
                 END-IF
              END-IF
           END-IF.

       FIND-PRODUCT-ON-ORDER.
           MOVE ZERO TO WS-ON-ORDER
           MOVE SPACES TO WS-LAST-VENDOR
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PV-I FROM 1 BY 1
              UNTIL WS-PV-I > WS-PV-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WPV-PROD-CODE(WS-PV-I) IS EQUAL TO PROD-CODE
                      MOVE 'Y' TO WS-FOUND
                      MOVE WPV-ON-ORDER(WS-PV-I) TO WS-ON-ORDER
                      MOVE WPV-VENDOR-CODE(WS-PV-I) TO
                         WS-LAST-VENDOR
                   END-IF
           END-PERFORM.

      *    NEXT MONTH'S DEMAND: SAME MONTH LAST YEAR WHERE HISTORY
      *    REACHES THAT FAR, OTHERWISE THE TRAILING THREE-MONTH
      *    AVERAGE - EXACTLY AS forecast.rpt PROJECTS IT
       PROJECT-PRODUCT-DEMAND.
           MOVE ZERO TO WS-PROJECTED
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FC-I FROM 1 BY 1
              UNTIL WS-FC-I > WS-FC-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WF-PROD-CODE(WS-FC-I) IS EQUAL TO PROD-CODE
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-FC-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              IF WF-HAS-LY(WS-FC-I) IS EQUAL TO 'Y' AND
                 WF-SAME-MONTH-LY(WS-FC-I) IS GREATER THAN ZERO
                 MOVE WF-SAME-MONTH-LY(WS-FC-I) TO WS-PROJECTED
              ELSE
                 IF WF-TRAILING-3(WS-FC-I) IS GREATER THAN ZERO
                    COMPUTE WS-PROJECTED ROUNDED =
                       WF-TRAILING-3(WS-FC-I) / 3
                 END-IF
              END-IF
           END-IF.

       LOAD-VENDOR-CATALOG.
           MOVE 'N' TO WS-EOF
           OPEN INPUT VENDOR-ITEM-FILE
           IF WS-VENDITM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ VENDOR-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-VI-COUNT IS EQUAL TO 2000
                            DISPLAY 'POSUGGEST: catalog table '
                               'full, run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-VI-COUNT
                         MOVE VI-VENDOR-CODE TO
                            WVI-VENDOR-CODE(WS-VI-COUNT)
                         MOVE VI-PROD-CODE TO
                            WVI-PROD-CODE(WS-VI-COUNT)
                         MOVE VI-QUOTED-COST TO
                            WVI-QUOTED-COST(WS-VI-COUNT)
                         MOVE VI-MIN-ORDER-QTY TO
                            WVI-MIN-ORDER-QTY(WS-VI-COUNT)
                         MOVE VI-LEAD-DAYS TO
                            WVI-LEAD-DAYS(WS-VI-COUNT)
                         MOVE VI-PREFERRED TO
                            WVI-PREFERRED(WS-VI-COUNT)
                      END-READ
              END-PERFORM
              CLOSE VENDOR-ITEM-FILE
           END-IF.

      *    THE PREFERRED CATALOG VENDOR OUTRANKS THE LAST ONE USED;
      *    THE CHOSEN VENDOR'S CATALOG ROW THEN SETS COST, DUE DATE
      *    AND THE MINIMUM THE QUANTITY IS ROUNDED UP TO
       APPLY-CATALOG-TERMS.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-VI-I FROM 1 BY 1
              UNTIL WS-VI-I > WS-VI-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WVI-PROD-CODE(WS-VI-I) IS EQUAL TO PROD-CODE
                      AND WVI-PREFERRED(WS-VI-I) IS EQUAL TO 'Y'
                      MOVE 'Y' TO WS-FOUND
                      MOVE WVI-VENDOR-CODE(WS-VI-I) TO
                         WS-LAST-VENDOR
                   END-IF
           END-PERFORM
           MOVE UNIT-COST TO WS-LINE-COST
           MOVE WS-DUE-DATE TO WS-LINE-DUE-DATE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-VI-I FROM 1 BY 1
              UNTIL WS-VI-I > WS-VI-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WVI-PROD-CODE(WS-VI-I) IS EQUAL TO PROD-CODE
                      AND WVI-VENDOR-CODE(WS-VI-I) IS EQUAL TO
                      WS-LAST-VENDOR
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-VI-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE WVI-QUOTED-COST(WS-VI-I) TO WS-LINE-COST
              COMPUTE WS-LINE-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) +
                 WVI-LEAD-DAYS(WS-VI-I))
              IF WS-SUGGESTED-QTY IS LESS THAN
                 WVI-MIN-ORDER-QTY(WS-VI-I)
                 MOVE WVI-MIN-ORDER-QTY(WS-VI-I) TO
                    WS-SUGGESTED-QTY
              END-IF
           END-IF.

       ADD-SUGGESTION.
           IF WS-SG-COUNT IS EQUAL TO 1000
              DISPLAY 'POSUGGEST: suggestion table full, '
                 'run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-SUGGESTED-QTY IS GREATER THAN 99999
              MOVE 99999 TO WS-SUGGESTED-QTY
           END-IF
           ADD 1 TO WS-SG-COUNT
           MOVE WS-LAST-VENDOR TO WSG-VENDOR-CODE(WS-SG-COUNT)
           MOVE PROD-CODE TO WSG-PROD-CODE(WS-SG-COUNT)
           MOVE PROD-NAME TO WSG-PROD-NAME(WS-SG-COUNT)
           MOVE WS-SUGGESTED-QTY TO WSG-QTY(WS-SG-COUNT)
           MOVE WS-LINE-COST TO WSG-UNIT-COST(WS-SG-COUNT)
           MOVE WS-LINE-DUE-DATE TO WSG-DUE-DATE(WS-SG-COUNT)
           MOVE QTY-ON-HAND TO WSG-ON-HAND(WS-SG-COUNT)
           MOVE WS-ON-ORDER TO WSG-ON-ORDER(WS-SG-COUNT)
           EVALUATE TRUE
           WHEN WS-IS-LOW IS EQUAL TO 'Y' AND
                WS-IS-SHORT IS EQUAL TO 'Y'
                MOVE 'B' TO WSG-REASON(WS-SG-COUNT)
           WHEN WS-IS-LOW IS EQUAL TO 'Y'
                MOVE 'L' TO WSG-REASON(WS-SG-COUNT)
           WHEN OTHER
                MOVE 'F' TO WSG-REASON(WS-SG-COUNT)
           END-EVALUATE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-VG-I FROM 1 BY 1
              UNTIL WS-VG-I > WS-VG-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WVG-VENDOR-CODE(WS-VG-I) IS EQUAL TO
                      WS-LAST-VENDOR
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-VG-COUNT IS EQUAL TO 200
                 DISPLAY 'POSUGGEST: vendor table full, '
                    'run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-VG-COUNT
              MOVE WS-LAST-VENDOR TO WVG-VENDOR-CODE(WS-VG-COUNT)
           END-IF.

       WRITE-SUGGESTIONS.
           OPEN OUTPUT SUGGESTION-FILE
           OPEN OUTPUT SUGGEST-REPORT
           WRITE PRINT-LINE FROM REPORT-HEADING
           PERFORM VARYING WS-VG-I FROM 1 BY 1
              UNTIL WS-VG-I > WS-VG-COUNT
                   PERFORM WRITE-ONE-VENDOR-GROUP
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-SG-COUNT TO RF-LINE-COUNT
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE SUGGEST-REPORT
           CLOSE SUGGESTION-FILE.

       WRITE-ONE-VENDOR-GROUP.
           MOVE ZERO TO WS-VENDOR-VALUE
           MOVE ZERO TO WS-VENDOR-LINES
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WVG-VENDOR-CODE(WS-VG-I) TO VH-VENDOR-CODE
           IF WVG-VENDOR-CODE(WS-VG-I) IS EQUAL TO SPACES
              MOVE '(NONE ON FILE - ASSIGN ONE IN REVIEW)'
                 TO VH-NOTE
           ELSE
              MOVE SPACES TO VH-NOTE
           END-IF
           WRITE PRINT-LINE FROM VENDOR-HEADING
           WRITE PRINT-LINE FROM COLUMN-HEADS
           PERFORM VARYING WS-SG-I FROM 1 BY 1
              UNTIL WS-SG-I > WS-SG-COUNT
                   IF WSG-VENDOR-CODE(WS-SG-I) IS EQUAL TO
                      WVG-VENDOR-CODE(WS-VG-I)
                      PERFORM WRITE-ONE-SUGGESTION
                   END-IF
           END-PERFORM
           MOVE WS-VENDOR-LINES TO VT-LINES
           MOVE WS-VENDOR-VALUE TO VT-VALUE
           WRITE PRINT-LINE FROM VENDOR-TOTAL-LINE.

       WRITE-ONE-SUGGESTION.
           MOVE SPACES TO SUGGESTION-DATA
           MOVE WSG-VENDOR-CODE(WS-SG-I) TO PS-VENDOR-CODE
           MOVE WSG-PROD-CODE(WS-SG-I) TO PS-PROD-CODE
           MOVE WSG-QTY(WS-SG-I) TO PS-QTY
           MOVE WSG-UNIT-COST(WS-SG-I) TO PS-UNIT-COST
           MOVE WSG-DUE-DATE(WS-SG-I) TO PS-DUE-DATE
           MOVE WSG-ON-HAND(WS-SG-I) TO PS-ON-HAND
           MOVE WSG-ON-ORDER(WS-SG-I) TO PS-ON-ORDER
           MOVE WSG-REASON(WS-SG-I) TO PS-REASON
           MOVE 'P' TO PS-STATUS
           WRITE SUGGESTION-DATA
           MOVE WSG-PROD-CODE(WS-SG-I) TO SDL-PROD-CODE
           MOVE WSG-PROD-NAME(WS-SG-I) TO SDL-PROD-NAME
           MOVE WSG-ON-HAND(WS-SG-I) TO SDL-ON-HAND
           MOVE WSG-ON-ORDER(WS-SG-I) TO SDL-ON-ORDER
           MOVE WSG-QTY(WS-SG-I) TO SDL-QTY
           MOVE WSG-UNIT-COST(WS-SG-I) TO SDL-COST
           EVALUATE WSG-REASON(WS-SG-I)
           WHEN 'B'
                MOVE 'LOW+FCST' TO SDL-REASON
           WHEN 'L'
                MOVE 'LOW' TO SDL-REASON
           WHEN OTHER
                MOVE 'FORECAST' TO SDL-REASON
           END-EVALUATE
           WRITE PRINT-LINE FROM SUGGEST-DETAIL-LINE
           ADD 1 TO WS-VENDOR-LINES
           COMPUTE WS-VENDOR-VALUE = WS-VENDOR-VALUE +
              WSG-QTY(WS-SG-I) * WSG-UNIT-COST(WS-SG-I).
