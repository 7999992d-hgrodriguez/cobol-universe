      *    ACCEPTED QUOTE CONVERTS INTO A REAL ORDER AT THE QUOTED
      *    PRICES WITH STOCK AND CREDIT RE-VALIDATED AT CONVERSION
      *    TIME - NO MORE FAKE ORDERS CANCELLED BEFORE THE CONFIRM.
      *    A KIT FROM kit.dat CONVERTS AS ONE LINE WHOSE STOCK IS
      *    CHECKED AND DRAWN DOWN AGAINST ITS COMPONENTS. A QUOTE
      *    STILL PROMISES A PRICE, NOT A SHELF, BUT A LINE THE STOCK
      *    CANNOT COVER (ATPCALC - ON HAND LESS OPEN BACKORDERS) IS
      *    SHOWN AND PRINTED WITH THE DATE THE OPEN POs COVER IT.
      *    A LINE REFUSED AS UNSELLABLE, OR A CONVERSION TURNED AWAY
      *    ON STOCK, CREDIT OR AT THE CONFIRM, IS RECORDED AS A LOST
      *    SALE THROUGH LOSTSALE. A PROMOTION CODE QUOTED BY THE
      *    CUSTOMER IS PRICED THROUGH PROMOCALC AS ORDER ENTRY DOES,
      *    KEPT ON THE QUOTE AND HONOURED AT CONVERSION LIKE THE
      *    QUOTED PRICES. THE ORDER HEADER WRITTEN AT CONVERSION
      *    CARRIES THE OPERATOR WHO CONVERTED IT AND THE TIME.
      *    A LINE MAY BE KEYED BY OUR PROD-CODE, THE CUSTOMER'S OWN
      *    PART NUMBER OR A UPC/EAN BARCODE, TRANSLATED THROUGH
      *    PARTXREF, AND THE CONVERTED ORDER LINES CARRY THE
      *    CUSTOMER'S PART NUMBER FOR THE ACKNOWLEDGEMENT, PICKING
      *    LIST AND INVOICE. THE QUANTITY IS QUOTED IN A UNIT FROM
      *    UOMCONV (BLANK = THE UNIT THE PRODUCT SELLS BY), WARNED
      *    WHEN IT IS NOT A WHOLE SELL-BY UNIT, KEPT ON THE QUOTE
      *    LINE IN EACH WITH THE UNIT BESIDE IT, PRINTED IN THAT UNIT
      *    AND CARRIED ONTO THE CONVERTED ORDER LINE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-STOCK-FILE ASSIGN TO 'locstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCSTOCK-STATUS.
           SELECT KIT-FILE ASSIGN TO 'kit.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO 'arbal.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS AR-ID-NUM
          02 FILLER            PIC X     VALUE SPACE.
      *       O = OPEN, C = CONVERTED TO AN ORDER
          02 QH-STATUS         PIC X.
          02 FILLER            PIC X     VALUE SPACE.
      *       PROMOTION CODE QUOTED - SPACES WHEN NONE
          02 QH-PROMO-CODE     PIC X(8).

       FD QUOTE-ITEM-FILE.
       01 QUOTE-ITEM.
          02 QI-LINE-TOTAL     PIC 9(6)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 QI-TAX-AMOUNT     PIC 9(6)V99.
          02 FILLER            PIC X     VALUE SPACE.
      *       DISCOUNT THE QUOTE'S PROMOTION TOOK OFF THE LINE - ZERO
      *       OR SPACES WHEN NONE
          02 QI-PROMO-AMT      PIC 9(6)V99.
          02 FILLER            PIC X     VALUE SPACE.
      *       UNIT THE LINE WAS QUOTED IN AND ITS EACH PER UNIT -
      *       QI-QTY IS ALWAYS EACH. SPACES ON AN OLDER LINE MEAN EA
          02 QI-UOM            PIC X(2).
          02 FILLER            PIC X     VALUE SPACE.
          02 QI-UOM-FACTOR     PIC 9(4).

       FD QUOTE-SEQUENCE-FILE.
       01 QUOTE-SEQUENCE-LINE  PIC 9(6).
          02 OH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 OH-STATUS         PIC X.
      *       SHIP-TO AND SHIP-FROM, LEFT AS SPACES ON A CONVERTED
      *       QUOTE SO THE ORDER SHIPS TO THE BILLING ADDRESS FROM MAIN
          02 FILLER            PIC X(10).
          02 FILLER            PIC X.
          02 OH-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 OH-ENTRY-TIME     PIC X(6).

       FD ORDER-ITEM-FILE.
       01 ORDER-ITEM.
          02 OI-QTY-ORDERED    PIC 9(5).
          02 FILLER            PIC X.
          02 OI-LINE-TOTAL     PIC X(9).
          02 FILLER            PIC X.
          02 OI-REQ-CODE       PIC X(10).
          02 FILLER            PIC X.
          02 OI-PROMO-CODE     PIC X(8).
          02 FILLER            PIC X.
          02 OI-PROMO-AMT      PIC X(8).
          02 FILLER            PIC X.
          02 OI-CUST-PART      PIC X(20).
          02 FILLER            PIC X.
          02 OI-UOM            PIC X(2).
          02 FILLER            PIC X.
          02 OI-UOM-FACTOR     PIC 9(4).

       FD ORDER-SEQUENCE-FILE.
       01 ORDER-SEQUENCE-LINE  PIC 9(6).
          02 FILLER            PIC X.
          02 LS-QTY            PIC 9(5).

      *    KIT COMPONENTS - ONE ROW PER COMPONENT OF A KIT
       FD KIT-FILE.
       01 KIT-DATA.
          COPY KIT-COMPONENT.

       WORKING-STORAGE SECTION.
       01 ORDER-DETAIL.
          COPY ORDER-DETAIL.
       01 WS-ORDER-NUM         PIC 9(6).
       01 WS-ENTER-QUOTE-NUM   PIC 9(6).
       01 WS-QTY-QUOTED        PIC 9(5).
      *    UNIT OF MEASURE - THE QUANTITY IS KEYED IN WS-UOM-CODE AND
      *    WS-QTY-QUOTED HOLDS IT IN EACH
       01 WS-UOM-FUNC          PIC X.
       01 WS-UOM-CODE          PIC X(2)  VALUE 'EA'.
       01 WS-UOM-FACTOR        PIC 9(4)  VALUE 1.
       01 WS-UOM-RESULT        PIC X.
       01 WS-UOM-QTY           PIC 9(5).
       01 WS-SELL-UOM          PIC X(2).
       01 WS-SELL-FACTOR       PIC 9(4).
       01 WS-UOM-WHOLE         PIC 9(5).
       01 WS-UOM-REM           PIC 9(4).
       01 WS-BASE-QTY          PIC 9(9).
       01 WS-ROUND-ANSWER      PIC X.
       01 WS-EDIT-UOM-PRICE    PIC ZZ,ZZZ,ZZ9.99.
       01 WS-MORE-ITEMS        PIC X     VALUE 'Y'.
       01 WS-CONFIRM-ANSWER    PIC X.
       01 WS-TAX-RATE          PIC 9V999 VALUE ZERO.
             03 WLC-LOCATION          PIC X(4).
             03 WLC-QTY               PIC 9(5).
       01 WS-LOC-I             PIC 9(4).
      *    QUANTITY THE LEDGER AND LOCATION DRAW-DOWNS TAKE - THE
      *    LINE QUANTITY FOR A STOCKED ITEM, THE LINE QUANTITY
      *    TIMES THE PER-KIT QUANTITY FOR A KIT COMPONENT
       01 WS-DRAW-QTY          PIC 9(5).

      *    KIT COMPONENTS FROM kit.dat, LOADED FOR CONVERSION - A
      *    KIT'S OWN QTY-ON-HAND MEANS NOTHING, ITS COMPONENTS
      *    CARRY THE STOCK. SAME TABLE AS ORDER ENTRY
       01 WS-KIT-STATUS        PIC XX.
       01 WS-KIT-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-KIT-TABLE.
          02 WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-KIT-COUNT.
             03 WKT-PARENT-CODE       PIC X(10).
             03 WKT-COMP-CODE         PIC X(10).
             03 WKT-COMP-QTY          PIC 9(3).
       01 WS-KIT-I             PIC 9(3).
       01 WS-IS-KIT            PIC X     VALUE 'N'.
       01 WS-KIT-SHORT         PIC X.
       01 WS-COMP-EXISTS       PIC X.
       01 WS-KIT-NEEDED        PIC 9(8).
      *    ONE KIT'S COST - THE SUM OF ITS COMPONENTS' UNIT-COSTS AT
      *    THE MOMENT OF SALE, CAPTURED AS THE LINE'S OD-UNIT-COST
       01 WS-KIT-COST          PIC 9(4)V99.

      *    PASSED TO THE SHARED ATPCALC SUBPROGRAM FOR A LINE'S
      *    PROMISE DATE
       01 WS-ATP-RESULT.
          COPY ATP-RESULT.
       01 WS-LINE-SHORT        PIC X.
       01 WS-EDIT-AVAIL        PIC -(5)9.

      *    PARAMETERS PASSED TO THE SHARED STOCKLOG MOVEMENT-LEDGER
      *    SUBPROGRAM - SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SL-QTY            PIC 9(5).
       01 WS-SL-BALANCE        PIC 9(5).
       01 WS-SL-REFERENCE      PIC X(10).
      *    PARAMETERS PASSED TO THE SHARED LOSTSALE SUBPROGRAM - THE
      *    CUSTOMER IS ID-NUM ITSELF
       01 WS-LO-PROD-CODE      PIC X(10).
       01 WS-LO-QTY            PIC 9(5).
       01 WS-LO-REASON         PIC X(4).
       01 WS-LO-SOURCE         PIC X(5)  VALUE 'QUOTE'.

      *    THE PROMOTION CODE QUOTED, AND THE LINE PASSED TO THE
      *    SHARED PROMOCALC SUBPROGRAM
       01 WS-PROMO-CODE        PIC X(8)  VALUE SPACES.
       01 WS-PROMO-DONE        PIC X.
       01 WS-PROMO-LINES       PIC 9(3).
       01 WS-PROMO-TOTAL       PIC 9(7)V99.
       01 WS-PROMO-RESULT.
          COPY PROMO-RESULT.
       01 WS-EDIT-PROMO        PIC ZZZZ9.99.

      *    THE IDENTIFIER KEYED FOR A LINE - OUR CODE, THE CUSTOMER'S
      *    PART NUMBER OR A UPC/EAN - AND THE SHARED PARTXREF
      *    SUBPROGRAM'S ANSWER
       01 WS-ITEM-ID           PIC X(20).
       01 WS-XREF-FUNC         PIC X.
       01 WS-XREF-MATCH        PIC X.
       01 WS-CUST-PART         PIC X(20).
       01 WS-XREF-PROD         PIC X(10).

      *    THE LINES OF THE QUOTE BEING BUILT OR CONVERTED
       01 WS-LINE-COUNT        PIC 9(3)  VALUE ZERO.
             03 WL-QTY                PIC 9(5).
             03 WL-LINE-TOTAL         PIC 9(6)V99.
             03 WL-TAX-AMOUNT         PIC 9(6)V99.
             03 WL-PROMO-AMT          PIC 9(6)V99.
             03 WL-UOM                PIC X(2).
             03 WL-UOM-FACTOR         PIC 9(4).
       01 WS-LINE-I            PIC 9(3).

      *    REFERENCE TABLES, LOADED ONCE LIKE ORDER ENTRY DOES
             03 WQ-DATE               PIC 9(8).
             03 WQ-EXPIRY             PIC 9(8).
             03 WQ-STATUS             PIC X.
             03 WQ-PROMO-CODE         PIC X(8).
       01 WS-QH-I              PIC 9(4).

       01 QUOTE-DOC-HEADING.
          02 FILLER             PIC X(11) VALUE 'CODE'.
          02 FILLER             PIC X(21) VALUE 'PRODUCT'.
          02 FILLER             PIC X(6)  VALUE '  QTY'.
          02 FILLER             PIC X(3)  VALUE 'UM'.
          02 FILLER             PIC X(11) VALUE '       NET'.
          02 FILLER             PIC X(10) VALUE '      TAX'.
       01 QUOTE-DOC-DETAIL.
          02 FILLER             PIC X     VALUE SPACE.
          02 QDL-QTY            PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 QDL-UOM            PIC X(2).
          02 FILLER             PIC X     VALUE SPACE.
          02 QDL-NET            PIC ZZZZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 QDL-TAX            PIC ZZZZ9.99.
       01 QUOTE-DOC-PROMISE-LINE.
          02 FILLER             PIC X(16) VALUE SPACES.
          02 QDP-TEXT           PIC X(40).
       01 QUOTE-DOC-PROMO-LINE.
          02 FILLER             PIC X(16) VALUE SPACES.
          02 FILLER             PIC X(10) VALUE 'PROMOTION '.
          02 QDR-CODE           PIC X(8).
          02 FILLER             PIC X(7)  VALUE ' SAVES '.
          02 QDR-AMOUNT         PIC ZZZZ9.99.
       01 QUOTE-DOC-TOTAL-LINE.
          02 FILLER             PIC X(40) VALUE SPACES.
          02 FILLER             PIC X(7)  VALUE 'TOTAL: '.
           PERFORM LOAD-PRICE-HISTORY
           PERFORM LOAD-DISCOUNT-TABLE
           PERFORM LOAD-CONTRACT-TABLE
           PERFORM LOAD-KIT-TABLE
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           DISPLAY 'QUOTE: Enter Customer ID: ' WITH NO ADVANCING
           ACCEPT ID-NUM
              IF WS-LINE-COUNT IS EQUAL TO ZERO
                 DISPLAY 'QUOTE: no lines quoted, nothing stored'
              ELSE
                 PERFORM TAKE-PROMOTION-CODE
                 PERFORM STORE-AND-PRINT-QUOTE
              END-IF
           END-IF
      *    QUOTE PROMISES A PRICE, NOT A SHELF
       TAKE-ONE-QUOTE-LINE.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           DISPLAY 'QUOTE: Enter Product Code, Part No. or UPC: '
              WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
           MOVE 'R' TO WS-XREF-FUNC
           CALL 'PARTXREF' USING WS-XREF-FUNC ID-NUM WS-ITEM-ID
              PROD-CODE WS-CUST-PART WS-XREF-MATCH
           END-CALL
           IF WS-XREF-MATCH IS EQUAL TO 'X'
              MOVE 'N' TO WS-PRODUCT-EXISTS
           ELSE
              READ PRODUCT-FILE
              INVALID KEY
                      MOVE 'N' TO WS-PRODUCT-EXISTS
              END-READ
           END-IF
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
              DISPLAY 'QUOTE: No product, part number or UPC '
                 'matches ' WS-ITEM-ID
           ELSE
              IF WS-XREF-MATCH IS EQUAL TO 'C' OR
                 WS-XREF-MATCH IS EQUAL TO 'U'
                 DISPLAY 'QUOTE: ' WS-ITEM-ID ' is our ' PROD-CODE
                    ' ' PROD-NAME
              END-IF
              IF PROD-ON-HOLD OR PROD-DISCONTINUED
                 DISPLAY 'QUOTE: product is not sellable, '
                    'line refused'
                 IF PROD-ON-HOLD
                    MOVE 'HOLD' TO WS-LO-REASON
                 ELSE
                    MOVE 'STCK' TO WS-LO-REASON
                 END-IF
                 DISPLAY 'QUOTE: Quantity the customer wanted: '
                    WITH NO ADVANCING
                 ACCEPT WS-LO-QTY
                 IF WS-LO-QTY IS GREATER THAN ZERO
                    MOVE PROD-CODE TO WS-LO-PROD-CODE
                    PERFORM RECORD-LOST-SALE
                 END-IF
              ELSE
                 PERFORM ACCEPT-QUOTE-QUANTITY
                 IF WS-QTY-QUOTED IS EQUAL TO ZERO
                    DISPLAY 'QUOTE: quantity must not be zero'
                 ELSE
              END-IF
           END-IF.

      *    THE QUANTITY IS KEYED IN THE UNIT THE OPERATOR CHOOSES
      *    (BLANK = THE UNIT THE PRODUCT SELLS BY) AND LEAVES HERE IN
      *    EACH, WHICH IS WHAT THE PRICING BELOW WORKS IN
       ACCEPT-QUOTE-QUANTITY.
           MOVE 'S' TO WS-UOM-FUNC
           CALL 'UOMCONV' USING WS-UOM-FUNC PROD-CODE WS-SELL-UOM
              WS-SELL-FACTOR WS-UOM-RESULT
           END-CALL
           DISPLAY 'QUOTE: Enter Unit (blank = ' WS-SELL-UOM '): '
              WITH NO ADVANCING
           MOVE SPACES TO WS-UOM-CODE
           ACCEPT WS-UOM-CODE
           IF WS-UOM-CODE IS EQUAL TO SPACES
              MOVE WS-SELL-UOM TO WS-UOM-CODE
           END-IF
           MOVE 'F' TO WS-UOM-FUNC
           CALL 'UOMCONV' USING WS-UOM-FUNC PROD-CODE WS-UOM-CODE
              WS-UOM-FACTOR WS-UOM-RESULT
           END-CALL
           IF WS-UOM-RESULT IS EQUAL TO 'N'
              DISPLAY 'QUOTE: ' PROD-CODE ' has no unit '
                 WS-UOM-CODE ' - quantity taken in EA'
              MOVE 'EA' TO WS-UOM-CODE
           END-IF
           DISPLAY 'QUOTE: Enter Quantity in ' WS-UOM-CODE ': '
              WITH NO ADVANCING
           ACCEPT WS-UOM-QTY
           COMPUTE WS-BASE-QTY = WS-UOM-QTY * WS-UOM-FACTOR
           IF WS-BASE-QTY IS GREATER THAN 99999
              DISPLAY 'QUOTE: more than 99999 EA on one line, '
                 'quantity refused'
              MOVE ZERO TO WS-QTY-QUOTED
           ELSE
              MOVE WS-BASE-QTY TO WS-QTY-QUOTED
              PERFORM CHECK-QUOTE-SELL-BY
           END-IF.

      *    A QUANTITY THAT IS NOT A WHOLE NUMBER OF THE SELL-BY UNIT
      *    IS WARNED ABOUT AND MAY BE ROUNDED UP TO THE NEXT ONE
       CHECK-QUOTE-SELL-BY.
           IF WS-SELL-FACTOR IS GREATER THAN 1 AND
              WS-QTY-QUOTED IS GREATER THAN ZERO
              DIVIDE WS-QTY-QUOTED BY WS-SELL-FACTOR
                 GIVING WS-UOM-WHOLE REMAINDER WS-UOM-REM
              IF WS-UOM-REM IS GREATER THAN ZERO
                 ADD 1 TO WS-UOM-WHOLE
                 DISPLAY 'QUOTE: ' PROD-CODE ' sells by the '
                    WS-SELL-UOM ' of ' WS-SELL-FACTOR ' - round up to '
                    WS-UOM-WHOLE ' ' WS-SELL-UOM '? (Y/N): '
                    WITH NO ADVANCING
                 ACCEPT WS-ROUND-ANSWER
                 COMPUTE WS-BASE-QTY = WS-UOM-WHOLE * WS-SELL-FACTOR
                 EVALUATE TRUE
                 WHEN WS-ROUND-ANSWER IS NOT EQUAL TO 'Y' AND
                      WS-ROUND-ANSWER IS NOT EQUAL TO 'y'
                      DISPLAY 'QUOTE: quoted as keyed, not a whole '
                         WS-SELL-UOM
                 WHEN WS-BASE-QTY IS GREATER THAN 99999
                      DISPLAY 'QUOTE: cannot round past 99999 EA, '
                         'quoted as keyed'
                 WHEN OTHER
                      MOVE WS-BASE-QTY TO WS-QTY-QUOTED
                      MOVE WS-SELL-UOM TO WS-UOM-CODE
                      MOVE WS-SELL-FACTOR TO WS-UOM-FACTOR
                 END-EVALUATE
              END-IF
           END-IF.

       PRICE-QUOTE-LINE.
           PERFORM FIND-EFFECTIVE-PRICE
           COMPUTE WS-LIST-TOTAL ROUNDED =
           MOVE WS-QTY-QUOTED TO WL-QTY(WS-LINE-COUNT)
           MOVE WS-LINE-TOTAL TO WL-LINE-TOTAL(WS-LINE-COUNT)
           MOVE WS-TAX-AMOUNT TO WL-TAX-AMOUNT(WS-LINE-COUNT)
           MOVE ZERO TO WL-PROMO-AMT(WS-LINE-COUNT)
      *       A QUANTITY LEFT AS A PART UNIT IS KEPT IN EACH
           DIVIDE WS-QTY-QUOTED BY WS-UOM-FACTOR
              GIVING WS-UOM-WHOLE REMAINDER WS-UOM-REM
           IF WS-UOM-REM IS EQUAL TO ZERO
              MOVE WS-UOM-CODE TO WL-UOM(WS-LINE-COUNT)
              MOVE WS-UOM-FACTOR TO WL-UOM-FACTOR(WS-LINE-COUNT)
           ELSE
              MOVE WS-QTY-QUOTED TO WS-UOM-WHOLE
              MOVE 'EA' TO WL-UOM(WS-LINE-COUNT)
              MOVE 1 TO WL-UOM-FACTOR(WS-LINE-COUNT)
           END-IF
           MOVE WS-LINE-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-TAX-AMOUNT TO WS-EDIT-TAX
           DISPLAY 'QUOTE: line ' WS-LINE-COUNT ' net = '
              WS-EDIT-AMOUNT ', tax = ' WS-EDIT-TAX
           IF WL-UOM-FACTOR(WS-LINE-COUNT) IS GREATER THAN 1
              COMPUTE WS-EDIT-UOM-PRICE =
                 WS-EFFECTIVE-PRICE * WL-UOM-FACTOR(WS-LINE-COUNT)
              DISPLAY 'QUOTE:   ' WS-UOM-WHOLE ' '
                 WL-UOM(WS-LINE-COUNT) ' at ' WS-EDIT-UOM-PRICE
                 ' per ' WL-UOM(WS-LINE-COUNT)
           END-IF
           MOVE WS-LINE-COUNT TO WS-LINE-I
           PERFORM CHECK-LINE-PROMISE
           IF WS-LINE-SHORT IS EQUAL TO 'Y'
              MOVE AT-AVAIL-NOW TO WS-EDIT-AVAIL
              IF AT-PROMISE-DATE IS EQUAL TO ZERO
                 DISPLAY 'QUOTE: only ' WS-EDIT-AVAIL ' available '
                    'now and no open PO covers the rest'
              ELSE
                 DISPLAY 'QUOTE: only ' WS-EDIT-AVAIL ' available '
                    'now, the full quantity by ' AT-PROMISE-DATE
              END-IF
           END-IF.

      *    ONCE THE LINES ARE PRICED THE CUSTOMER MAY QUOTE A
      *    PROMOTION CODE - A CODE REFUSED OUTRIGHT IS ASKED AGAIN
       TAKE-PROMOTION-CODE.
           MOVE SPACES TO WS-PROMO-CODE
           MOVE 'N' TO WS-PROMO-DONE
           PERFORM UNTIL WS-PROMO-DONE IS EQUAL TO 'Y'
                   DISPLAY 'QUOTE: Promotion code (blank = none): '
                      WITH NO ADVANCING
                   ACCEPT WS-PROMO-CODE
                   MOVE FUNCTION UPPER-CASE(WS-PROMO-CODE) TO
                      WS-PROMO-CODE
                   IF WS-PROMO-CODE IS EQUAL TO SPACES
                      MOVE 'Y' TO WS-PROMO-DONE
                   ELSE
                      PERFORM APPLY-PROMOTION
                   END-IF
           END-PERFORM.

      *    THE MINIMUM ORDER VALUE IS TESTED ON THE NET OF ALL THE
      *    LINES BEFORE ANY PROMOTION DISCOUNT
       APPLY-PROMOTION.
           MOVE ZERO TO WS-PROMO-TOTAL
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
              UNTIL WS-LINE-I > WS-LINE-COUNT
                   ADD WL-LINE-TOTAL(WS-LINE-I) TO WS-PROMO-TOTAL
           END-PERFORM
           MOVE WS-PROMO-CODE TO PR-CODE
           MOVE WS-TODAY TO PR-DATE
           MOVE WS-PROMO-TOTAL TO PR-ORDER-NET
           MOVE ZERO TO WS-PROMO-LINES
           MOVE ZERO TO WS-PROMO-TOTAL
           MOVE 'Y' TO WS-PROMO-DONE
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
              UNTIL WS-LINE-I > WS-LINE-COUNT OR
                 WS-PROMO-DONE IS EQUAL TO 'N'
                   PERFORM PRICE-PROMOTION-LINE
           END-PERFORM
           IF WS-PROMO-DONE IS EQUAL TO 'Y'
              IF WS-PROMO-LINES IS EQUAL TO ZERO
                 DISPLAY 'QUOTE: no line on this quote qualifies '
                    'for ' WS-PROMO-CODE
                 MOVE SPACES TO WS-PROMO-CODE
              ELSE
                 MOVE WS-PROMO-TOTAL TO WS-EDIT-TOTAL
                 DISPLAY 'QUOTE: ' PR-DESC ' - ' WS-PROMO-LINES
                    ' line(s), discount ' WS-EDIT-TOTAL
              END-IF
           END-IF.

      *    THE CATEGORY COMES FROM THE PRODUCT MASTER; THE TAX IS
      *    TAKEN AGAIN ON THE REDUCED NET
       PRICE-PROMOTION-LINE.
           MOVE WL-PROD-CODE(WS-LINE-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE SPACES TO CATEGORY-CODE
           END-READ
           MOVE WL-PROD-CODE(WS-LINE-I) TO PR-PROD-CODE
           MOVE CATEGORY-CODE TO PR-CATEGORY
           MOVE WL-LINE-TOTAL(WS-LINE-I) TO PR-LINE-NET
           CALL 'PROMOCALC' USING
              BY REFERENCE WS-PROMO-RESULT
           END-CALL
           EVALUATE TRUE
           WHEN PR-APPLIES
                MOVE PR-DISCOUNT TO WL-PROMO-AMT(WS-LINE-I)
                SUBTRACT PR-DISCOUNT FROM WL-LINE-TOTAL(WS-LINE-I)
                COMPUTE WL-TAX-AMOUNT(WS-LINE-I) ROUNDED =
                   WL-LINE-TOTAL(WS-LINE-I) * WS-TAX-RATE
                ADD PR-DISCOUNT TO WS-PROMO-TOTAL
                ADD 1 TO WS-PROMO-LINES
           WHEN PR-NOT-ELIGIBLE
                CONTINUE
           WHEN PR-NOT-ON-FILE
                DISPLAY 'QUOTE: no promotion ' WS-PROMO-CODE
                   ' on file'
                MOVE 'N' TO WS-PROMO-DONE
           WHEN PR-OUT-OF-DATES
                DISPLAY 'QUOTE: promotion ' WS-PROMO-CODE
                   ' is not running today'
                MOVE 'N' TO WS-PROMO-DONE
           WHEN PR-UNDER-MINIMUM
                DISPLAY 'QUOTE: quote is below the minimum value '
                   'for ' WS-PROMO-CODE
                MOVE 'N' TO WS-PROMO-DONE
           END-EVALUATE.

      *    THE QUOTE'S PROMOTION GOES ON EVERY orderitm.dat LINE IT
      *    TOOK A DISCOUNT OFF
       MOVE-ITEM-PROMOTION.
           IF WL-PROMO-AMT(WS-LINE-I) IS GREATER THAN ZERO
              MOVE WS-PROMO-CODE TO OI-PROMO-CODE
              MOVE WL-PROMO-AMT(WS-LINE-I) TO WS-EDIT-PROMO
              MOVE WS-EDIT-PROMO TO OI-PROMO-AMT
           END-IF.

      *    THE CUSTOMER'S OWN PART NUMBER FOR THE LINE'S PRODUCT, SO
      *    THE PAPERWORK SHOWS IT BESIDE OURS
       MOVE-ITEM-CUST-PART.
           MOVE 'P' TO WS-XREF-FUNC
           MOVE WL-PROD-CODE(WS-LINE-I) TO WS-XREF-PROD
           CALL 'PARTXREF' USING WS-XREF-FUNC ID-NUM WS-ITEM-ID
              WS-XREF-PROD WS-CUST-PART WS-XREF-MATCH
           END-CALL
           MOVE WS-CUST-PART TO OI-CUST-PART.

      *    THE PRODUCT RECORD OF LINE WS-LINE-I MUST BE IN MEMORY. A
      *    KIT'S OWN QTY-ON-HAND MEANS NOTHING, SO KITS ARE LEFT TO
      *    THE CONVERSION CHECK
       CHECK-LINE-PROMISE.
           MOVE 'N' TO WS-LINE-SHORT
           PERFORM FIND-KIT-FOR-LINE
           IF WS-IS-KIT IS EQUAL TO 'N'
              MOVE WL-PROD-CODE(WS-LINE-I) TO AT-PROD-CODE
              MOVE QTY-ON-HAND TO AT-ON-HAND
              MOVE WL-QTY(WS-LINE-I) TO AT-QTY-WANTED
              CALL 'ATPCALC' USING
                 BY REFERENCE WS-ATP-RESULT
              END-CALL
              IF WL-QTY(WS-LINE-I) IS GREATER THAN AT-AVAIL-NOW
                 MOVE 'Y' TO WS-LINE-SHORT
              END-IF
           END-IF.

       STORE-AND-PRINT-QUOTE.
           PERFORM ASSIGN-QUOTE-NUMBER
           MOVE WS-TODAY TO QH-DATE
           MOVE WS-EXPIRY-DATE TO QH-EXPIRY
           MOVE 'O' TO QH-STATUS
           MOVE WS-PROMO-CODE TO QH-PROMO-CODE
           WRITE QUOTE-HEADER
           CLOSE QUOTE-HEADER-FILE
           OPEN EXTEND QUOTE-ITEM-FILE
                   MOVE WL-QTY(WS-LINE-I) TO QI-QTY
                   MOVE WL-LINE-TOTAL(WS-LINE-I) TO QI-LINE-TOTAL
                   MOVE WL-TAX-AMOUNT(WS-LINE-I) TO QI-TAX-AMOUNT
                   MOVE WL-PROMO-AMT(WS-LINE-I) TO QI-PROMO-AMT
                   MOVE WL-UOM(WS-LINE-I) TO QI-UOM
                   MOVE WL-UOM-FACTOR(WS-LINE-I) TO QI-UOM-FACTOR
                   WRITE QUOTE-ITEM
           END-PERFORM
           CLOSE QUOTE-ITEM-FILE
           ELSE
              MOVE '** NOT ON FILE **' TO QDL-PROD-NAME
           END-IF
           COMPUTE QDL-QTY =
              WL-QTY(WS-LINE-I) / WL-UOM-FACTOR(WS-LINE-I)
           MOVE WL-UOM(WS-LINE-I) TO QDL-UOM
           MOVE WL-LINE-TOTAL(WS-LINE-I) TO QDL-NET
           MOVE WL-TAX-AMOUNT(WS-LINE-I) TO QDL-TAX
           ADD WL-LINE-TOTAL(WS-LINE-I) TO WS-QUOTE-TOTAL
           ADD WL-TAX-AMOUNT(WS-LINE-I) TO WS-QUOTE-TAX
           WRITE PRINT-LINE FROM QUOTE-DOC-DETAIL
           IF WL-PROMO-AMT(WS-LINE-I) IS GREATER THAN ZERO
              MOVE WS-PROMO-CODE TO QDR-CODE
              MOVE WL-PROMO-AMT(WS-LINE-I) TO QDR-AMOUNT
              WRITE PRINT-LINE FROM QUOTE-DOC-PROMO-LINE
           END-IF
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'Y'
              PERFORM CHECK-LINE-PROMISE
              IF WS-LINE-SHORT IS EQUAL TO 'Y'
                 IF AT-PROMISE-DATE IS EQUAL TO ZERO
                    MOVE 'NOT IN STOCK - DELIVERY DATE TO FOLLOW'
                       TO QDP-TEXT
                 ELSE
                    MOVE SPACES TO QDP-TEXT
                    STRING 'AVAILABLE FOR DELIVERY FROM '
                       DELIMITED BY SIZE
                       AT-PROMISE-DATE DELIMITED BY SIZE
                       INTO QDP-TEXT
                    END-STRING
                 END-IF
                 WRITE PRINT-LINE FROM QUOTE-DOC-PROMISE-LINE
              END-IF
           END-IF.

      *    -------- PRINT A STORED QUOTE --------
       PRINT-STORED-QUOTE.
              DISPLAY 'QUOTE: no quote with that number on file'
           ELSE
              PERFORM LOAD-QUOTE-LINES
              PERFORM LOAD-KIT-TABLE
              OPEN INPUT CUSTOMER-FILE
              OPEN INPUT PRODUCT-FILE
              MOVE WQ-ID-NUM(WS-QH-I) TO ID-NUM
              MOVE WS-ENTER-QUOTE-NUM TO WS-QUOTE-NUM
              MOVE WQ-DATE(WS-QH-I) TO WS-TODAY
              MOVE WQ-EXPIRY(WS-QH-I) TO WS-EXPIRY-DATE
              MOVE WQ-PROMO-CODE(WS-QH-I) TO WS-PROMO-CODE
              PERFORM PRINT-QUOTE-DOCUMENT
              CLOSE CUSTOMER-FILE
              CLOSE PRODUCT-FILE
              STOP RUN
           END-IF
           PERFORM LOAD-QUOTE-LINES
           MOVE WQ-PROMO-CODE(WS-QH-I) TO WS-PROMO-CODE
           IF WS-LINE-COUNT IS EQUAL TO ZERO
              DISPLAY 'QUOTE: quote has no lines on file'
              STOP RUN
           END-IF
           PERFORM LOAD-KIT-TABLE
           OPEN INPUT CUSTOMER-FILE
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE WQ-ID-NUM(WS-QH-I) TO ID-NUM
           IF WS-CREDIT-OK IS EQUAL TO 'N'
              DISPLAY 'QUOTE: conversion would break the credit '
                 'limit, nothing converted'
              MOVE 'CRED' TO WS-LO-REASON
              PERFORM RECORD-LOST-QUOTE
              CLOSE CUSTOMER-FILE
              STOP RUN
           END-IF
                 ' converted as order ' WS-ORDER-NUM
           ELSE
              DISPLAY 'QUOTE: nothing converted'
              MOVE 'PRIC' TO WS-LO-REASON
              PERFORM RECORD-LOST-QUOTE
           END-IF
           CLOSE CUSTOMER-FILE.

                   INVALID KEY
                           MOVE 'N' TO WS-PRODUCT-EXISTS
                   END-READ
      *            A KIT IS COVERED WHEN ITS COMPONENTS ARE - ITS
      *            OWN QTY-ON-HAND IS NOT THE TEST
                   IF WS-PRODUCT-EXISTS IS EQUAL TO 'Y'
                      PERFORM FIND-KIT-FOR-LINE
                      IF WS-IS-KIT IS EQUAL TO 'Y'
                         PERFORM CHECK-KIT-COMPONENTS
                         IF WS-KIT-SHORT IS EQUAL TO 'Y'
                            MOVE 'N' TO WS-PRODUCT-EXISTS
                         ELSE
                            MOVE WL-QTY(WS-LINE-I) TO QTY-ON-HAND
                         END-IF
                      END-IF
                   END-IF
                   IF WS-PRODUCT-EXISTS IS EQUAL TO 'N' OR
                      WL-QTY(WS-LINE-I) IS GREATER THAN
                      QTY-ON-HAND
                         ' no longer covers the quoted quantity, '
                         'nothing converted'
                      MOVE 'N' TO WS-CREDIT-OK
                      MOVE WL-PROD-CODE(WS-LINE-I) TO WS-LO-PROD-CODE
                      MOVE WL-QTY(WS-LINE-I) TO WS-LO-QTY
                      MOVE 'STCK' TO WS-LO-REASON
                      PERFORM RECORD-LOST-SALE
                   END-IF
           END-PERFORM
           CLOSE PRODUCT-FILE.
              END-IF
           END-IF.

      *    A CONVERSION THAT WILL NOT BE POSTED LOSES EVERY LINE OF
      *    THE QUOTE, FOR THE REASON IN WS-LO-REASON
       RECORD-LOST-QUOTE.
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
              UNTIL WS-LINE-I > WS-LINE-COUNT
                   MOVE WL-PROD-CODE(WS-LINE-I) TO WS-LO-PROD-CODE
                   MOVE WL-QTY(WS-LINE-I) TO WS-LO-QTY
                   PERFORM RECORD-LOST-SALE
           END-PERFORM.

       RECORD-LOST-SALE.
           CALL 'LOSTSALE' USING
              BY REFERENCE ID-NUM,
              BY REFERENCE WS-LO-PROD-CODE,
              BY REFERENCE WS-LO-QTY,
              BY REFERENCE WS-LO-REASON,
              BY REFERENCE WS-LO-SOURCE
           END-CALL.

       POST-CONVERTED-ORDER.
           PERFORM ASSIGN-ORDER-NUMBER
           PERFORM LOAD-LOCATION-TABLE
           MOVE ID-NUM TO OH-ID-NUM
           MOVE WS-TODAY TO OH-DATE
           MOVE 'O' TO OH-STATUS
           MOVE WS-OPERATOR-ID TO OH-OPERATOR
           MOVE FUNCTION CURRENT-DATE(9:6) TO OH-ENTRY-TIME
           WRITE ORDER-HEADER
           MOVE ZERO TO WS-POSTED-TOTAL
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
           END-IF.

       POST-ONE-CONVERTED-LINE.
           PERFORM FIND-KIT-FOR-LINE
           IF WS-IS-KIT IS EQUAL TO 'Y'
              PERFORM POST-CONVERTED-KIT-LINE
           ELSE
              PERFORM POST-CONVERTED-STOCK-LINE
           END-IF.

       POST-CONVERTED-STOCK-LINE.
           MOVE WL-QTY(WS-LINE-I) TO WS-DRAW-QTY
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WL-PROD-CODE(WS-LINE-I) TO PROD-CODE
           READ PRODUCT-FILE
                      MOVE WL-LINE-TOTAL(WS-LINE-I) TO
                         WS-EDIT-AMOUNT
                      MOVE WS-EDIT-AMOUNT TO OI-LINE-TOTAL
                      PERFORM MOVE-ITEM-PROMOTION
                      PERFORM MOVE-ITEM-CUST-PART
                      MOVE WL-UOM(WS-LINE-I) TO OI-UOM
                      MOVE WL-UOM-FACTOR(WS-LINE-I) TO OI-UOM-FACTOR
                      WRITE ORDER-ITEM
                      PERFORM WRITE-CONVERTED-ORDER-LINE
                      PERFORM LOG-STOCK-MOVEMENT
              END-REWRITE
           END-IF.

      *    A KIT CONVERTS AS ONE LINE AT THE QUOTED KIT PRICE, BUT
      *    ONLY WHEN EVERY COMPONENT STILL COVERS IT - THEN EACH
      *    COMPONENT IS DRAWN DOWN AND LEDGERED ON ITS OWN AND THE
      *    LINE IS COSTED FROM THE COMPONENTS
       POST-CONVERTED-KIT-LINE.
           PERFORM CHECK-KIT-COMPONENTS
           IF WS-KIT-SHORT IS EQUAL TO 'Y'
              DISPLAY 'QUOTE: line ' WS-LINE-I
                 ' components no longer available, line skipped'
           ELSE
              MOVE ZERO TO WS-KIT-COST
              PERFORM VARYING WS-KIT-I FROM 1 BY 1
                 UNTIL WS-KIT-I > WS-KIT-COUNT
                      IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                         WL-PROD-CODE(WS-LINE-I)
                         PERFORM DRAW-KIT-COMPONENT
                      END-IF
              END-PERFORM
              MOVE SPACES TO ORDER-ITEM
              MOVE WS-ORDER-NUM TO OI-ORDER-NUM
              MOVE WS-LINE-I TO OI-LINE-NUM
              MOVE WL-PROD-CODE(WS-LINE-I) TO OI-PROD-CODE
              MOVE WL-QTY(WS-LINE-I) TO OI-QTY-ORDERED
              MOVE WL-LINE-TOTAL(WS-LINE-I) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO OI-LINE-TOTAL
              PERFORM MOVE-ITEM-PROMOTION
              PERFORM MOVE-ITEM-CUST-PART
              MOVE WL-UOM(WS-LINE-I) TO OI-UOM
              MOVE WL-UOM-FACTOR(WS-LINE-I) TO OI-UOM-FACTOR
              WRITE ORDER-ITEM
              PERFORM WRITE-CONVERTED-ORDER-LINE
              COMPUTE WS-POSTED-TOTAL = WS-POSTED-TOTAL +
                 WL-LINE-TOTAL(WS-LINE-I) +
                 WL-TAX-AMOUNT(WS-LINE-I)
           END-IF.

       DRAW-KIT-COMPONENT.
           MOVE WKT-COMP-CODE(WS-KIT-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   DISPLAY 'QUOTE: kit component ' PROD-CODE
                      ' not on file, not drawn down'
           NOT INVALID KEY
                   COMPUTE WS-DRAW-QTY =
                      WL-QTY(WS-LINE-I) * WKT-COMP-QTY(WS-KIT-I)
                   COMPUTE WS-KIT-COST = WS-KIT-COST +
                      UNIT-COST * WKT-COMP-QTY(WS-KIT-I)
                   MOVE FUNCTION CURRENT-DATE(1:14)
                      TO PROD-UPDATE-STAMP
                   SUBTRACT WS-DRAW-QTY FROM QTY-ON-HAND
                   PERFORM REWRITE-KIT-COMPONENT
           END-READ.

       REWRITE-KIT-COMPONENT.
           REWRITE PRODUCT-DATA
           INVALID KEY
                   DISPLAY 'QUOTE: inventory update failed for kit '
                      'component ' PROD-CODE
           NOT INVALID KEY
                   PERFORM LOG-STOCK-MOVEMENT
                   PERFORM DRAW-DOWN-LOCATION
           END-REWRITE.

       FIND-KIT-FOR-LINE.
           MOVE 'N' TO WS-IS-KIT
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT OR
                 WS-IS-KIT IS EQUAL TO 'Y'
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      WL-PROD-CODE(WS-LINE-I)
                      MOVE 'Y' TO WS-IS-KIT
                   END-IF
           END-PERFORM.

      *    EVERY COMPONENT MUST BE ON FILE, NOT ON HOLD, AND HOLD
      *    THE LINE QUANTITY TIMES ITS PER-KIT QUANTITY. THE
      *    COMPONENT READS REPLACE THE KIT'S OWN RECORD, WHICH IS
      *    READ AGAIN BEFORE ANYTHING ELSE USES IT
       CHECK-KIT-COMPONENTS.
           MOVE 'N' TO WS-KIT-SHORT
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      WL-PROD-CODE(WS-LINE-I)
                      PERFORM CHECK-ONE-KIT-COMPONENT
                   END-IF
           END-PERFORM
           MOVE WL-PROD-CODE(WS-LINE-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'Y' TO WS-KIT-SHORT
           END-READ.

       CHECK-ONE-KIT-COMPONENT.
           MOVE 'Y' TO WS-COMP-EXISTS
           MOVE WKT-COMP-CODE(WS-KIT-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-COMP-EXISTS
           END-READ
           COMPUTE WS-KIT-NEEDED =
              WL-QTY(WS-LINE-I) * WKT-COMP-QTY(WS-KIT-I)
           IF WS-COMP-EXISTS IS EQUAL TO 'N'
              MOVE 'Y' TO WS-KIT-SHORT
           ELSE
              IF PROD-ON-HOLD OR
                 WS-KIT-NEEDED IS GREATER THAN QTY-ON-HAND
                 MOVE 'Y' TO WS-KIT-SHORT
              END-IF
           END-IF.

       LOAD-KIT-TABLE.
           OPEN INPUT KIT-FILE
           IF WS-KIT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-KIT-STATUS IS NOT EQUAL TO '00'
                      READ KIT-FILE
                      NOT AT END
                         IF WS-KIT-COUNT IS LESS THAN 500
                            ADD 1 TO WS-KIT-COUNT
                            MOVE KC-PARENT-CODE TO
                               WKT-PARENT-CODE(WS-KIT-COUNT)
                            MOVE KC-COMP-CODE TO
                               WKT-COMP-CODE(WS-KIT-COUNT)
                            MOVE KC-COMP-QTY TO
                               WKT-COMP-QTY(WS-KIT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE KIT-FILE
           END-IF.

       WRITE-CONVERTED-ORDER-LINE.
           MOVE SPACES TO ORDER-DETAIL
           MOVE WS-TODAY TO OD-DATE
           MOVE WS-ORDER-NUM TO OD-ORDER-NUM
           MOVE WL-TAX-AMOUNT(WS-LINE-I) TO WS-EDIT-TAX
           MOVE WS-EDIT-TAX TO OD-TAX-AMOUNT
      *    A KIT CARRIES THE COST ROLLED UP FROM ITS COMPONENTS
           IF WS-IS-KIT IS EQUAL TO 'Y'
              MOVE WS-KIT-COST TO WS-COST-RAW
           ELSE
              MOVE UNIT-COST TO WS-COST-RAW
           END-IF
           MOVE WS-COST-RAW-X TO OD-UNIT-COST
           WRITE ORDER-LINE FROM ORDER-DETAIL.

       LOG-STOCK-MOVEMENT.
           MOVE PROD-CODE TO WS-SL-PROD-CODE
           MOVE 'ORD' TO WS-SL-MOVE-TYPE
           MOVE WS-DRAW-QTY TO WS-SL-QTY
           MOVE QTY-ON-HAND TO WS-SL-BALANCE
           MOVE WS-ORDER-NUM TO WS-SL-REFERENCE
           CALL 'STOCKLOG' USING
                         MOVE QH-DATE TO WQ-DATE(WS-QH-COUNT)
                         MOVE QH-EXPIRY TO WQ-EXPIRY(WS-QH-COUNT)
                         MOVE QH-STATUS TO WQ-STATUS(WS-QH-COUNT)
                         MOVE QH-PROMO-CODE TO
                            WQ-PROMO-CODE(WS-QH-COUNT)
                      END-READ
              END-PERFORM
              CLOSE QUOTE-HEADER-FILE
                               WL-LINE-TOTAL(WS-LINE-COUNT)
                            MOVE QI-TAX-AMOUNT TO
                               WL-TAX-AMOUNT(WS-LINE-COUNT)
                            MOVE ZERO TO WL-PROMO-AMT(WS-LINE-COUNT)
                            IF QI-PROMO-AMT IS NUMERIC
                               MOVE QI-PROMO-AMT TO
                                  WL-PROMO-AMT(WS-LINE-COUNT)
                            END-IF
                            IF QI-UOM IS EQUAL TO SPACES OR
                               QI-UOM-FACTOR IS NOT NUMERIC OR
                               QI-UOM-FACTOR IS EQUAL TO ZERO
                               MOVE 'EA' TO WL-UOM(WS-LINE-COUNT)
                               MOVE 1 TO WL-UOM-FACTOR(WS-LINE-COUNT)
                            ELSE
                               MOVE QI-UOM TO WL-UOM(WS-LINE-COUNT)
                               MOVE QI-UOM-FACTOR TO
                                  WL-UOM-FACTOR(WS-LINE-COUNT)
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
                   MOVE WQ-DATE(WS-QH-I) TO QH-DATE
                   MOVE WQ-EXPIRY(WS-QH-I) TO QH-EXPIRY
                   MOVE WQ-STATUS(WS-QH-I) TO QH-STATUS
                   MOVE WQ-PROMO-CODE(WS-QH-I) TO QH-PROMO-CODE
                   WRITE QUOTE-HEADER
           END-PERFORM
           CLOSE QUOTE-HEADER-FILE.
                   IF WLC-PROD-CODE(WS-LOC-I) IS EQUAL TO PROD-CODE
                      AND WLC-LOCATION(WS-LOC-I) IS EQUAL TO 'MAIN'
                      IF WLC-QTY(WS-LOC-I) IS LESS THAN
                         WS-DRAW-QTY
                         DISPLAY 'QUOTE: location MAIN shows '
                            'only ' WLC-QTY(WS-LOC-I) ' of '
                            PROD-CODE ', check the shelves'
                         MOVE ZERO TO WLC-QTY(WS-LOC-I)
                      ELSE
                         SUBTRACT WS-DRAW-QTY
                            FROM WLC-QTY(WS-LOC-I)
                      END-IF
                   END-IF
