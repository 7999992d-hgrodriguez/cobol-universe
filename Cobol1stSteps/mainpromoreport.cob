       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINPROMOREPORT.

      *    PROMOTION EFFECTIVENESS REPORT: FOR EVERY CODE ON
      *    promo.dat, AND ANY CODE SINCE REMOVED THAT ORDERS STILL
      *    CARRY, THE NUMBER OF ORDERS THAT USED IT, THE NET REVENUE
      *    OF THE LINES IT DISCOUNTED, THE DISCOUNT GIVEN AND THE
      *    MARGIN LEFT ON THOSE LINES. THE CODE AND DISCOUNT COME
      *    FROM THE orderitm.dat LINE; THE DATE, NET AND COST FROM
      *    THE MATCHING ORDER LOG LINE, COSTED AT THE OD-UNIT-COST
      *    CAPTURED WHEN IT POSTED OR, BEFORE COST CAPTURE, AT
      *    TODAY'S UNIT-COST (COUNTED AS ESTIMATED, AS MAINMARGIN
      *    DOES). A BLANK FROM DATE MEANS EVERYTHING ON FILE, A
      *    BLANK TO DATE MEANS TODAY. PRINTS TO promo.rpt IN CODE
      *    ORDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-FILE ASSIGN TO 'promo.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROMO-STATUS.
           SELECT ORDER-ITEM-FILE ASSIGN TO 'orderitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ITEM-STATUS.
           SELECT ORDER-LOG ASSIGN TO 'order.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT PROMOTION-REPORT ASSIGN TO 'promo.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PROMOTION-FILE.
       01 PROMOTION-DATA.
          COPY PROMOTION.

       FD ORDER-ITEM-FILE.
       01 ORDER-ITEM.
          02 OI-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 OI-LINE-NUM       PIC 9(3).
          02 FILLER            PIC X.
          02 OI-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 OI-QTY-ORDERED    PIC 9(5).
          02 FILLER            PIC X.
          02 OI-LINE-TOTAL     PIC X(9).
          02 FILLER            PIC X.
          02 OI-REQ-CODE       PIC X(10).
          02 FILLER            PIC X.
          02 OI-PROMO-CODE     PIC X(8).
          02 FILLER            PIC X.
          02 OI-PROMO-AMT      PIC X(8).
      *       CUSTOMER PART AND UNIT FIELDS - NOT USED HERE
          02 FILLER            PIC X(29).

       FD ORDER-LOG.
       01 ORDER-LINE         PIC X(80).

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD PROMOTION-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 ORDER-DETAIL.
          COPY ORDER-DETAIL.
       01 WS-PROMO-STATUS      PIC XX.
       01 WS-ITEM-STATUS       PIC XX.
       01 WS-LOG-STATUS        PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-ENTER-DATE        PIC X(8).
       01 WS-FROM-DATE         PIC 9(8).
       01 WS-TO-DATE           PIC 9(8).
       01 WS-LINE-NET          PIC S9(7)V99.
       01 WS-LINE-COST         PIC S9(7)V99.
       01 WS-UNIT-COST         PIC 9(4)V99.
       01 WS-MARGIN            PIC S9(9)V99.
       01 WS-MARGIN-PCT        PIC S9(3)V9.
       01 WS-LINE-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-EST-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-ENTER-CODE        PIC X(8).
       01 WS-ENTER-DESC        PIC X(20).
       01 WS-GRAND-ORDERS      PIC 9(6)  VALUE ZERO.
       01 WS-GRAND-REVENUE     PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-DISCOUNT    PIC S9(9)V99 VALUE ZERO.
       01 WS-GRAND-MARGIN      PIC S9(9)V99 VALUE ZERO.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    THE orderitm.dat LINES THAT CARRY A PROMOTION, KEYED BY
      *    ORDER AND PRODUCT FOR THE MATCH AGAINST THE ORDER LOG
       01 WS-PL-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-PL-TABLE.
          02 WS-PL-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PL-COUNT.
             03 WPL-ORDER-NUM         PIC 9(6).
             03 WPL-PROD-CODE         PIC X(10).
             03 WPL-PROMO-CODE        PIC X(8).
             03 WPL-PROMO-AMT         PIC 9(6)V99.
       01 WS-PL-I              PIC 9(5).

      *    ONE ENTRY PER PROMOTION CODE, KEPT IN CODE ORDER. AN
      *    ORDER IS COUNTED ONCE HOWEVER MANY OF ITS LINES THE CODE
      *    DISCOUNTED - ITS LINES SIT TOGETHER ON THE ORDER LOG
       01 WS-PC-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-PC-TABLE.
          02 WS-PC-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-PC-COUNT.
             03 WPC-CODE              PIC X(8).
             03 WPC-DESC              PIC X(20).
             03 WPC-ORDERS            PIC 9(5).
             03 WPC-LAST-ORDER        PIC 9(6).
             03 WPC-REVENUE           PIC S9(9)V99.
             03 WPC-DISCOUNT          PIC S9(9)V99.
             03 WPC-COST              PIC S9(9)V99.
       01 WS-PC-I              PIC 9(3).
       01 WS-SLOT              PIC 9(3).

       01 PROMO-HEADING.
          02 FILLER             PIC X(30) VALUE
             'PROMOTION EFFECTIVENESS - '.
          02 PH-FROM-DATE       PIC 9(8).
          02 FILLER             PIC X(4)  VALUE ' TO '.
          02 PH-TO-DATE         PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(9)  VALUE 'CODE'.
          02 FILLER             PIC X(20) VALUE 'DESCRIPTION'.
          02 FILLER             PIC X(6)  VALUE 'ORDERS'.
          02 FILLER             PIC X(13) VALUE '      REVENUE'.
          02 FILLER             PIC X(11) VALUE '   DISCOUNT'.
          02 FILLER             PIC X(13) VALUE '       MARGIN'.
          02 FILLER             PIC X(7)  VALUE ' MARG %'.
       01 PROMO-DETAIL-LINE.
          02 PDL-CODE           PIC X(8).
          02 FILLER             PIC X     VALUE SPACE.
          02 PDL-DESC           PIC X(20).
          02 PDL-ORDERS         PIC Z(5)9.
          02 PDL-REVENUE        PIC -ZZ,ZZZ,ZZ9.99.
          02 PDL-DISCOUNT       PIC -ZZZ,ZZ9.99.
          02 PDL-MARGIN         PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 PDL-PCT            PIC -ZZ9.9.
       01 PROMO-TOTAL-LINE.
          02 FILLER             PIC X(29) VALUE 'ALL PROMOTIONS'.
          02 PTL-ORDERS         PIC Z(5)9.
          02 PTL-REVENUE        PIC -ZZ,ZZZ,ZZ9.99.
          02 PTL-DISCOUNT       PIC -ZZZ,ZZ9.99.
          02 PTL-MARGIN         PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'PROMO: From Date (YYYYMMDD, blank = all): '
              WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE IS EQUAL TO SPACES
              MOVE ZERO TO WS-FROM-DATE
           ELSE
              MOVE WS-ENTER-DATE TO WS-FROM-DATE
           END-IF
           DISPLAY 'PROMO: To Date (YYYYMMDD, blank = today): '
              WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE IS EQUAL TO SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
           ELSE
              MOVE WS-ENTER-DATE TO WS-TO-DATE
           END-IF
           PERFORM LOAD-PROMOTIONS
           PERFORM LOAD-PROMOTION-LINES
           OPEN INPUT PRODUCT-FILE
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-LOG
           IF WS-LOG-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-LOG INTO ORDER-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF OD-DATE IS NOT LESS THAN WS-FROM-DATE
                            AND OD-DATE IS NOT GREATER THAN
                            WS-TO-DATE
                            AND OD-REC-TYPE IS NOT EQUAL TO 'CRM'
                            AND OD-REC-TYPE IS NOT EQUAL TO 'CHG'
                            PERFORM MATCH-PROMOTION-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE ORDER-LOG
           END-IF
           PERFORM PRINT-PROMOTIONS
           CLOSE PRODUCT-FILE
           MOVE 'MAINPROMORPT' TO WS-SP-PROGRAM
           MOVE 'promo.rpt' TO WS-SP-REPORT-NAME
           MOVE SPACES TO WS-SP-PARAMS
           STRING WS-FROM-DATE DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-TO-DATE DELIMITED BY SIZE
              INTO WS-SP-PARAMS
           MOVE SPACES TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           DISPLAY 'PROMO: ' WS-LINE-COUNT ' promoted line(s) over '
              WS-PC-COUNT ' code(s) on promo.rpt'
           IF WS-EST-COUNT IS GREATER THAN ZERO
              DISPLAY 'PROMO: ' WS-EST-COUNT ' line(s) from before '
                 'cost capture costed at today''s unit cost'
           END-IF
           IF WS-SKIPPED-COUNT IS GREATER THAN ZERO
              DISPLAY 'PROMO: ' WS-SKIPPED-COUNT ' line(s) not '
                 'reported - table full'
           END-IF
           STOP RUN.

      *    EVERY CODE ON FILE IS LISTED, SO A PROMOTION NO ONE HAS
      *    USED SHOWS UP WITH NOTHING AGAINST IT
       LOAD-PROMOTIONS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROMOTION-FILE
           IF WS-PROMO-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROMOTION-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE PM-CODE TO WS-ENTER-CODE
                         MOVE PM-DESC TO WS-ENTER-DESC
                         PERFORM FIND-CODE-SLOT
                      END-READ
              END-PERFORM
              CLOSE PROMOTION-FILE
           END-IF.

       LOAD-PROMOTION-LINES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-ITEM-FILE
           IF WS-ITEM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF OI-PROMO-CODE IS NOT EQUAL TO SPACES
                            IF WS-PL-COUNT IS EQUAL TO 5000
                               ADD 1 TO WS-SKIPPED-COUNT
                            ELSE
                               ADD 1 TO WS-PL-COUNT
                               MOVE OI-ORDER-NUM TO
                                  WPL-ORDER-NUM(WS-PL-COUNT)
                               MOVE OI-PROD-CODE TO
                                  WPL-PROD-CODE(WS-PL-COUNT)
                               MOVE OI-PROMO-CODE TO
                                  WPL-PROMO-CODE(WS-PL-COUNT)
                               MOVE FUNCTION NUMVAL(OI-PROMO-AMT) TO
                                  WPL-PROMO-AMT(WS-PL-COUNT)
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE ORDER-ITEM-FILE
           END-IF.

      *    FIND WS-ENTER-CODE'S ENTRY, OPENING ONE IN CODE ORDER IF
      *    IT IS NOT THERE YET - WS-SLOT IS ZERO WHEN THE TABLE IS
      *    FULL
       FIND-CODE-SLOT.
           MOVE 1 TO WS-SLOT
           PERFORM UNTIL WS-SLOT > WS-PC-COUNT
              OR WPC-CODE(WS-SLOT) IS NOT LESS THAN WS-ENTER-CODE
                   ADD 1 TO WS-SLOT
           END-PERFORM
           IF WS-SLOT > WS-PC-COUNT
              OR WPC-CODE(WS-SLOT) IS NOT EQUAL TO WS-ENTER-CODE
              IF WS-PC-COUNT IS EQUAL TO 500
                 MOVE ZERO TO WS-SLOT
              ELSE
                 MOVE WS-PC-COUNT TO WS-PC-I
                 PERFORM UNTIL WS-PC-I IS LESS THAN WS-SLOT
                         MOVE WS-PC-ENTRY(WS-PC-I) TO
                            WS-PC-ENTRY(WS-PC-I + 1)
                         SUBTRACT 1 FROM WS-PC-I
                 END-PERFORM
                 ADD 1 TO WS-PC-COUNT
                 MOVE WS-ENTER-CODE TO WPC-CODE(WS-SLOT)
                 MOVE WS-ENTER-DESC TO WPC-DESC(WS-SLOT)
                 MOVE ZERO TO WPC-ORDERS(WS-SLOT)
                 MOVE ZERO TO WPC-LAST-ORDER(WS-SLOT)
                 MOVE ZERO TO WPC-REVENUE(WS-SLOT)
                 MOVE ZERO TO WPC-DISCOUNT(WS-SLOT)
                 MOVE ZERO TO WPC-COST(WS-SLOT)
              END-IF
           END-IF.

      *    AN ORDER LOG LINE COUNTS WHEN ITS orderitm.dat LINE
      *    CARRIES A PROMOTION
       MATCH-PROMOTION-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PL-I FROM 1 BY 1
              UNTIL WS-PL-I > WS-PL-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WPL-ORDER-NUM(WS-PL-I) IS EQUAL TO
                      OD-ORDER-NUM AND
                      WPL-PROD-CODE(WS-PL-I) IS EQUAL TO
                      OD-PROD-CODE
                      MOVE 'Y' TO WS-FOUND
                      PERFORM ADD-PROMOTION-LINE
                   END-IF
           END-PERFORM.

       ADD-PROMOTION-LINE.
           MOVE WPL-PROMO-CODE(WS-PL-I) TO WS-ENTER-CODE
           MOVE '** NOT ON FILE **' TO WS-ENTER-DESC
           PERFORM FIND-CODE-SLOT
           IF WS-SLOT IS EQUAL TO ZERO
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              ADD 1 TO WS-LINE-COUNT
              MOVE FUNCTION NUMVAL(OD-LINE-TOTAL) TO WS-LINE-NET
              PERFORM COST-THE-LINE
              IF WPC-LAST-ORDER(WS-SLOT) IS NOT EQUAL TO
                 OD-ORDER-NUM
                 ADD 1 TO WPC-ORDERS(WS-SLOT)
                 MOVE OD-ORDER-NUM TO WPC-LAST-ORDER(WS-SLOT)
              END-IF
              ADD WS-LINE-NET TO WPC-REVENUE(WS-SLOT)
              ADD WPL-PROMO-AMT(WS-PL-I) TO WPC-DISCOUNT(WS-SLOT)
              ADD WS-LINE-COST TO WPC-COST(WS-SLOT)
           END-IF.

       COST-THE-LINE.
           IF OD-UNIT-COST IS NUMERIC
              COMPUTE WS-UNIT-COST =
                 FUNCTION NUMVAL(OD-UNIT-COST) / 100
           ELSE
              ADD 1 TO WS-EST-COUNT
              MOVE 'Y' TO WS-PRODUCT-EXISTS
              MOVE OD-PROD-CODE TO PROD-CODE
              READ PRODUCT-FILE
              INVALID KEY
                      MOVE 'N' TO WS-PRODUCT-EXISTS
              END-READ
              IF WS-PRODUCT-EXISTS IS EQUAL TO 'Y'
                 MOVE UNIT-COST TO WS-UNIT-COST
              ELSE
                 MOVE ZERO TO WS-UNIT-COST
              END-IF
           END-IF
           COMPUTE WS-LINE-COST =
              OD-QTY-ORDERED * WS-UNIT-COST.

       PRINT-PROMOTIONS.
           OPEN OUTPUT PROMOTION-REPORT
           MOVE WS-FROM-DATE TO PH-FROM-DATE
           MOVE WS-TO-DATE TO PH-TO-DATE
           WRITE PRINT-LINE FROM PROMO-HEADING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADS
           IF WS-PC-COUNT IS EQUAL TO ZERO
              MOVE 'NO PROMOTIONS ON FILE OR ON ORDERS' TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF
           PERFORM VARYING WS-PC-I FROM 1 BY 1
              UNTIL WS-PC-I > WS-PC-COUNT
                   PERFORM PRINT-ONE-PROMOTION
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-GRAND-ORDERS TO PTL-ORDERS
           MOVE WS-GRAND-REVENUE TO PTL-REVENUE
           MOVE WS-GRAND-DISCOUNT TO PTL-DISCOUNT
           MOVE WS-GRAND-MARGIN TO PTL-MARGIN
           WRITE PRINT-LINE FROM PROMO-TOTAL-LINE
           CLOSE PROMOTION-REPORT.

       PRINT-ONE-PROMOTION.
           MOVE SPACES TO PROMO-DETAIL-LINE
           MOVE WPC-CODE(WS-PC-I) TO PDL-CODE
           MOVE WPC-DESC(WS-PC-I) TO PDL-DESC
           MOVE WPC-ORDERS(WS-PC-I) TO PDL-ORDERS
           MOVE WPC-REVENUE(WS-PC-I) TO PDL-REVENUE
           MOVE WPC-DISCOUNT(WS-PC-I) TO PDL-DISCOUNT
           COMPUTE WS-MARGIN =
              WPC-REVENUE(WS-PC-I) - WPC-COST(WS-PC-I)
           MOVE WS-MARGIN TO PDL-MARGIN
           IF WPC-REVENUE(WS-PC-I) IS NOT EQUAL TO ZERO
              COMPUTE WS-MARGIN-PCT ROUNDED =
                 (WS-MARGIN * 100) / WPC-REVENUE(WS-PC-I)
              MOVE WS-MARGIN-PCT TO PDL-PCT
           END-IF
           WRITE PRINT-LINE FROM PROMO-DETAIL-LINE
           ADD WPC-ORDERS(WS-PC-I) TO WS-GRAND-ORDERS
           ADD WPC-REVENUE(WS-PC-I) TO WS-GRAND-REVENUE
           ADD WPC-DISCOUNT(WS-PC-I) TO WS-GRAND-DISCOUNT
           ADD WS-MARGIN TO WS-GRAND-MARGIN.
