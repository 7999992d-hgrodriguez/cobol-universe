      *    A HEADER IS WRITTEN TO orderhdr.dat, THE LINE ITEMS TO
      *    orderitm.dat, QTY-ON-HAND IS DRAWN DOWN, AND ONE LINE PER
      *    ITEM IS STILL APPENDED TO THE order.dat LOG (NOW CARRYING
      *    THE ORDER NUMBER) FOR THE EXISTING REPORTING CHAIN. A KIT
      *    FROM kit.dat IS ONE LINE AT THE KIT PRICE WHOSE STOCK IS
      *    CHECKED AND DRAWN DOWN AGAINST ITS COMPONENTS. A LINE
      *    TAKEN AS DROP-SHIP TOUCHES NO STOCK: ON THE CONFIRM IT
      *    RAISES A PURCHASE ORDER ('D' STATUS ON pohdr.dat) TO THE
      *    PRODUCT'S CATALOG VENDOR, PRINTED TO po.rpt WITH THE
      *    CUSTOMER'S DELIVERY ADDRESS, AND IS TIED TO THAT PO ON
      *    dropship.dat. A STOCKED LINE IS CHECKED AGAINST WHAT CAN
      *    BE PROMISED (ATPCALC - ON HAND LESS WHAT THE OPEN
      *    BACKORDERS ARE OWED), AND A SHORT LINE IS GIVEN THE DATE
      *    THE OPEN POs COVER IT, PRINTED WITH THE BACKORDER ON THE
      *    ACKNOWLEDGEMENT. BEFORE THE BACKORDER IS OFFERED, A SHORT
      *    LINE LISTS THE PRODUCT'S IN-STOCK ALTERNATES FROM subst.dat
      *    WITH THEIR PRICES; A SUBSTITUTE TAKEN KEEPS THE CODE THE
      *    CUSTOMER ASKED FOR ON ITS orderitm.dat LINE. DEMAND
      *    TURNED AWAY - A SHORTFALL NOT BACKORDERED, A PRODUCT ON
      *    HOLD, AN ORDER ABANDONED AT THE CONFIRM OR REFUSED ON
      *    CREDIT - IS RECORDED ON lostsale.dat THROUGH LOSTSALE.
      *    A PROMOTION CODE FROM promo.dat, KEYED ONCE THE LINES ARE
      *    IN, TAKES ITS DISCOUNT OFF EACH QUALIFYING LINE THROUGH
      *    PROMOCALC; THE CODE AND DISCOUNT ARE KEPT ON THE
      *    orderitm.dat LINE AND PRINTED ON THE ACKNOWLEDGEMENT.
      *    A CUSTOMER BILLED IN ITS OWN CURRENCY (custprof.dat) IS
      *    QUOTED IN IT AT THE DAY'S RATE FROM FXRATE - REFUSED IF
      *    NO RATE IS ON FILE. THE ORDER LINES STILL CARRY THE BASE
      *    EQUIVALENT; THE RATE AND FOREIGN TOTAL GO TO orderfx.dat
      *    FOR THE INVOICE PRINT. THE HEADER CARRIES THE SIGNED-ON
      *    OPERATOR AND THE TIME OF POSTING, AND A REFUSED CREDIT
      *    OVERRIDE IS LOGGED TO seclog.dat AS WELL AS AN ACCEPTED ONE.
      *    AN ITEM MAY BE KEYED BY OUR PROD-CODE, THE CUSTOMER'S OWN
      *    PART NUMBER OR A UPC/EAN BARCODE, TRANSLATED THROUGH
      *    PARTXREF; THE CUSTOMER'S PART NUMBER IS KEPT ON THE
      *    orderitm.dat LINE AND PRINTED BESIDE OURS ON THE
      *    ACKNOWLEDGEMENT. AN ITEM'S QUANTITY MAY BE KEYED IN ANY
      *    UNIT THE PRODUCT HAS ON produom.dat (UOMCONV) - DEFAULTING
      *    TO THE UNIT IT SELLS BY - AND IS CONVERTED TO EACH BEFORE
      *    STOCK IS CHECKED; A QUANTITY THAT IS NOT A WHOLE NUMBER OF
      *    THE SELL-BY UNIT IS WARNED AND MAY BE ROUNDED UP. THE UNIT
      *    ORDERED IS KEPT ON THE orderitm.dat LINE AND PRINTED ON THE
      *    ACKNOWLEDGEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-REPORT ASSIGN TO 'orderack.rpt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACK-STATUS.
           SELECT KIT-FILE ASSIGN TO 'kit.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
           SELECT SUBSTITUTE-FILE ASSIGN TO 'subst.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBST-STATUS.
           SELECT VENDOR-ITEM-FILE ASSIGN TO 'vendoritm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDITM-STATUS.
           SELECT VENDOR-FILE ASSIGN TO 'vendor.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDOR-STATUS.
           SELECT PO-HEADER-FILE ASSIGN TO 'pohdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POHDR-STATUS.
           SELECT PO-ITEM-FILE ASSIGN TO 'poitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POITM-STATUS.
           SELECT PO-SEQUENCE-FILE ASSIGN TO 'po.seq'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POSEQ-STATUS.
           SELECT PO-REPORT ASSIGN TO 'po.rpt'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PORPT-STATUS.
           SELECT DROP-SHIP-FILE ASSIGN TO 'dropship.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DROPSHIP-STATUS.
           SELECT ORDER-FX-FILE ASSIGN TO 'orderfx.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORDERFX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
      *       PUTS THE GOODS BACK THERE. SPACES ON HEADERS WRITTEN
      *       BEFORE LOCATIONS EXISTED MEANS MAIN
          02 OH-SHIP-FROM      PIC X(4).
          02 FILLER            PIC X     VALUE SPACE.
      *       OPERATOR SIGNED ON WHEN THE ORDER WAS KEYED AND THE
      *       TIME OF DAY IT WAS POSTED - SPACES ON BATCH-LOADED
      *       ORDERS AND ON HEADERS WRITTEN BEFORE THIS WAS KEPT
          02 OH-OPERATOR       PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 OH-ENTRY-TIME     PIC X(6).

       FD ORDER-ITEM-FILE.
       01 ORDER-ITEM.
          02 OI-QTY-ORDERED    PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 OI-LINE-TOTAL     PIC X(9).
          02 FILLER            PIC X     VALUE SPACE.
      *       THE CODE THE CUSTOMER ORDERED WHEN A SUBSTITUTE WAS
      *       SOLD IN ITS PLACE - SPACES ON AN ORDINARY LINE
          02 OI-REQ-CODE       PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
      *       PROMOTION CODE QUOTED FOR THE ORDER AND THE DISCOUNT IT
      *       TOOK OFF THIS LINE (ZZZZ9.99 SHAPE) - SPACES WHEN NONE
          02 OI-PROMO-CODE     PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 OI-PROMO-AMT      PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
      *       THE CUSTOMER'S OWN PART NUMBER FOR THE PRODUCT FROM
      *       partxref.dat - SPACES WHEN THEY HAVE NONE
          02 OI-CUST-PART      PIC X(20).
          02 FILLER            PIC X     VALUE SPACE.
      *       THE UNIT THE LINE WAS ORDERED IN AND EACH PER UNIT -
      *       OI-QTY-ORDERED IS ALWAYS IN EACH
          02 OI-UOM            PIC X(2).
          02 FILLER            PIC X     VALUE SPACE.
          02 OI-UOM-FACTOR     PIC 9(4).

       FD ORDER-SEQUENCE-FILE.
       01 ORDER-SEQUENCE-LINE  PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 LS-QTY            PIC 9(5).

      *    KIT COMPONENTS - ONE ROW PER COMPONENT OF A KIT
       FD KIT-FILE.
       01 KIT-DATA.
          COPY KIT-COMPONENT.

      *    PRODUCT SUBSTITUTES - RANKED ALTERNATES FOR A SHORT ITEM
       FD SUBSTITUTE-FILE.
       01 SUBSTITUTE-DATA.
          COPY PRODUCT-SUBSTITUTE.

       FD BACKORDER-FILE.
       01 BACKORDER-DATA.
          02 BO-DATE           PIC 9(8).
      *       O = OPEN, F = FILLED BY THE RELEASE RUN
          02 BO-STATUS         PIC X.

      *    THE VENDOR CATALOG - WHO CAN DROP-SHIP A PRODUCT AND AT
      *    WHAT COST
       FD VENDOR-ITEM-FILE.
       01 VENDOR-ITEM-DATA.
          COPY VENDOR-ITEM.

       FD VENDOR-FILE.
       01 VENDOR-DATA.
          02 VN-CODE           PIC X(6).
          02 FILLER            PIC X.
          02 VN-NAME           PIC X(25).
          02 FILLER            PIC X.
          02 VN-PHONE          PIC X(15).

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

       FD PO-SEQUENCE-FILE.
       01 PO-SEQUENCE-LINE     PIC 9(6).

       FD PO-REPORT.
       01 PO-PRINT-LINE        PIC X(80).

       FD DROP-SHIP-FILE.
       01 DROP-SHIP-DATA.
          COPY DROP-SHIP-LINE.

       FD ORDER-FX-FILE.
       01 ORDER-FX-DATA.
          COPY ORDER-FX.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-EXISTS   PIC X     VALUE 'Y'.
       01 WS-PRODUCT-EXISTS    PIC X.
             03 WI-LINE-TOTAL         PIC 9(6)V99.
             03 WI-TAX-AMOUNT         PIC 9(6)V99.
             03 WI-DISCOUNT-AMT       PIC 9(6)V99.
      *          'Y' WHEN THE PRODUCT IS A KIT FROM kit.dat
             03 WI-IS-KIT             PIC X.
      *          'Y' WHEN THE VENDOR SHIPS THE LINE TO THE CUSTOMER,
      *          WITH THE CATALOG VENDOR, COST, PART AND LEAD TIME
             03 WI-IS-DROP            PIC X.
             03 WI-DROP-VENDOR        PIC X(6).
             03 WI-DROP-COST          PIC 9(4)V99.
             03 WI-DROP-PART          PIC X(15).
             03 WI-DROP-LEAD          PIC 9(3).
      *          THE CODE ORDERED WHEN THIS LINE IS ITS SUBSTITUTE
             03 WI-REQ-CODE           PIC X(10).
      *          DISCOUNT THE ORDER'S PROMOTION CODE TOOK OFF THE LINE
             03 WI-PROMO-AMT          PIC 9(6)V99.
      *          THE CUSTOMER'S PART NUMBER FOR THE LINE
             03 WI-CUST-PART          PIC X(20).
      *          THE UNIT ORDERED IN AND EACH PER UNIT
             03 WI-UOM                PIC X(2).
             03 WI-UOM-FACTOR         PIC 9(4).

      *    STATE TAX RATES LOADED FROM taxrates.dat AT START-UP AND
      *    THE RATE PICKED FOR THIS ORDER'S CUSTOMER
             03 WLC-LOCATION          PIC X(4).
             03 WLC-QTY               PIC 9(5).
       01 WS-LOC-I             PIC 9(4).
      *    QUANTITY THE LEDGER, LOT AND LOCATION DRAW-DOWNS TAKE -
      *    THE LINE QUANTITY FOR A STOCKED ITEM, THE LINE QUANTITY
      *    TIMES THE PER-KIT QUANTITY FOR A KIT COMPONENT
       01 WS-DRAW-QTY          PIC 9(5).

      *    KIT COMPONENTS FROM kit.dat, LOADED AT START-UP. A KIT'S
      *    OWN QTY-ON-HAND MEANS NOTHING - WHAT CAN BE SOLD IS WHAT
      *    THE SCARCEST COMPONENT CAN MAKE, AND THE SALE DRAWS THE
      *    COMPONENTS DOWN
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
       01 WS-KIT-PARENT-CODE   PIC X(10).
       01 WS-KIT-AVAILABLE     PIC 9(5).
       01 WS-KIT-CAN-MAKE      PIC 9(5).
       01 WS-KIT-NEEDED        PIC 9(8).
      *    ONE KIT'S COST - THE SUM OF ITS COMPONENTS' UNIT-COSTS AT
      *    THE MOMENT OF SALE, CAPTURED AS THE LINE'S OD-UNIT-COST
       01 WS-KIT-COST          PIC 9(4)V99.
      *    THE KIT'S OWN PRODUCT RECORD, PARKED WHILE ITS
      *    COMPONENTS ARE READ INTO THE SAME RECORD AREA
       01 WS-KIT-SAVE-PRODUCT  PIC X(89).

      *    THE SUBSTITUTE CROSS-REFERENCE FROM subst.dat, LOADED AT
      *    START-UP, AND THE ALTERNATES FOUND FOR THE SHORT PRODUCT
      *    IN RANK ORDER. A TWO-WAY ROW WORKS IN BOTH DIRECTIONS
       01 WS-SUBST-STATUS      PIC XX.
       01 WS-SB-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-SB-TABLE.
          02 WS-SB-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-SB-COUNT.
             03 WSB-PROD-CODE         PIC X(10).
             03 WSB-RANK              PIC 9(2).
             03 WSB-ALT-CODE          PIC X(10).
             03 WSB-DIRECTION         PIC X.
       01 WS-SB-I              PIC 9(3).
       01 WS-SC-COUNT          PIC 9(2)  VALUE ZERO.
       01 WS-SC-TABLE.
          02 WS-SC-ENTRY OCCURS 1 TO 20 TIMES
             DEPENDING ON WS-SC-COUNT.
             03 WSC-CODE              PIC X(10).
             03 WSC-RANK              PIC 9(2).
             03 WSC-OFFERED           PIC X.
       01 WS-SC-I              PIC 9(2).
       01 WS-SC-SLOT           PIC 9(2).
       01 WS-SUB-CODE          PIC X(10).
       01 WS-SUB-RANK          PIC 9(2).
       01 WS-SUB-SKIP          PIC X.
       01 WS-SUB-EXISTS        PIC X.
       01 WS-SUB-OFFERED       PIC 9(2).
       01 WS-SUB-TAKEN         PIC X.
       01 WS-SUB-ANSWER        PIC X(10).
       01 WS-EDIT-PRICE        PIC Z,ZZ9.99.
      *    THE CODE THE CUSTOMER ASKED FOR WHILE A SUBSTITUTE IS
      *    BEING TAKEN IN ITS PLACE - SPACES THE REST OF THE TIME
       01 WS-REQ-CODE          PIC X(10) VALUE SPACES.
      *    THE IDENTIFIER KEYED FOR AN ITEM - OUR CODE, THE CUSTOMER'S
      *    PART NUMBER OR A UPC/EAN - AND WHAT PARTXREF MADE OF IT
       01 WS-ITEM-ID           PIC X(20).
       01 WS-XREF-FUNC         PIC X     VALUE 'R'.
       01 WS-XREF-MATCH        PIC X.
       01 WS-CUST-PART         PIC X(20) VALUE SPACES.
      *    THE UNIT AN ITEM IS KEYED IN, THE QUANTITY IN THAT UNIT AND
      *    EACH PER UNIT FROM THE SHARED UOMCONV SUBPROGRAM, AND THE
      *    UNIT THE PRODUCT SELLS BY
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
      *    THE SHORT PRODUCT'S RECORD, PARKED WHILE ITS ALTERNATES
      *    ARE READ INTO THE SAME RECORD AREA
       01 WS-SUB-SAVE-PRODUCT  PIC X(89).
       01 WS-TAX-AMOUNT        PIC 9(6)V99.
       01 WS-GROSS-AMOUNT      PIC 9(7)V99.
       01 WS-TAX-TOTAL         PIC 9(7)V99.
      *    THE ORDER ACKNOWLEDGEMENT PRINT AREAS - THE ORDER
      *    NUMBER UP TOP SO THE CUSTOMER CAN QUOTE IT LATER
       01 WS-ACK-STATUS        PIC XX.
       01 ACK-DROP-LINE.
          02 FILLER             PIC X(11) VALUE SPACES.
          02 FILLER             PIC X(30) VALUE
             'SHIPS DIRECT FROM OUR SUPPLIER'.
       01 ACK-SUBST-LINE.
          02 FILLER             PIC X(11) VALUE SPACES.
          02 FILLER             PIC X(16) VALUE 'SUBSTITUTED FOR '.
          02 AKU-REQ-CODE       PIC X(10).
       01 ACK-HEADING.
          02 FILLER             PIC X(22) VALUE
             'ORDER ACKNOWLEDGEMENT '.
          02 AKI-PROD-NAME      PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 AKI-QTY            PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 AKI-UOM            PIC X(2).
          02 FILLER             PIC X     VALUE SPACE.
          02 AKI-NET            PIC ZZZZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 AKI-TAX            PIC ZZZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 AKI-CUST-PART      PIC X(20).
      *    FOREIGN-CURRENCY CUSTOMER - FXRATE'S ANSWER FOR TODAY.
      *    THE ACKNOWLEDGEMENT PRINTS IN THE CUSTOMER'S CURRENCY
      *    WITH THE BASE EQUIVALENT ON THE CURRENCY LINE
       01 WS-ORDERFX-STATUS    PIC XX.
       01 WS-FX-CURRENCY       PIC X(3).
       01 WS-FX-RATE           PIC 9(3)V9(6).
       01 WS-FX-FOREIGN        PIC X     VALUE 'N'.
       01 WS-FX-AMOUNT         PIC 9(7)V99.
       01 WS-FX-TAX            PIC 9(7)V99.
       01 WS-FX-GROSS          PIC 9(7)V99.
       01 WS-EDIT-RATE         PIC ZZ9.999999.
       01 ACK-CURRENCY-LINE.
          02 FILLER             PIC X(11) VALUE 'AMOUNTS IN '.
          02 AKX-CURRENCY       PIC X(3).
          02 FILLER             PIC X(8)  VALUE ' - TOTAL'.
          02 AKX-FC-TOTAL       PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X(3)  VALUE ' = '.
          02 AKX-BASE-TOTAL     PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X(8)  VALUE ' USD AT '.
          02 AKX-RATE           PIC ZZ9.999999.
       01 ACK-BO-LINE.
          02 FILLER             PIC X(12) VALUE 'BACKORDERED '.
          02 AKB-QTY            PIC ZZZZ9.
          02 FILLER             PIC X(4)  VALUE ' OF '.
          02 AKB-PROD-CODE      PIC X(10).
          02 FILLER             PIC X(3)  VALUE ' - '.
          02 AKB-PROMISE        PIC X(20).
       01 WS-BACKORDER-STATUS  PIC XX.
       01 WS-BACKORDER-ANSWER  PIC X.
      *    SET WHEN THE ITEM BEING TAKEN IS DISCONTINUED AND THE
             DEPENDING ON WS-BO-COUNT.
             03 WQ-PROD-CODE          PIC X(10).
             03 WQ-QTY-SHORT          PIC 9(5).
             03 WQ-PROMISE-DATE       PIC 9(8).
       01 WS-BO-I              PIC 9(3).
       01 WS-QTY-SHORT         PIC 9(5).
      *    WHAT CAN BE PROMISED FROM STOCK NOW - QTY-ON-HAND LESS THE
      *    OPEN BACKORDERS - AND THE ATPCALC PARAMETERS BEHIND IT
       01 WS-ATP-QTY           PIC 9(5).
       01 WS-ATP-RESULT.
          COPY ATP-RESULT.

      *    QUANTITY-BREAK DISCOUNTS FROM discount.dat, LOADED AT
      *    START-UP - THE DEEPEST BREAK WHOSE THRESHOLD THE ORDERED
       01 WS-SL-QTY            PIC 9(5).
       01 WS-SL-BALANCE        PIC 9(5).
       01 WS-SL-REFERENCE      PIC X(10).
      *    PARAMETERS PASSED TO THE SHARED LOSTSALE SUBPROGRAM - THE
      *    CUSTOMER IS ID-NUM ITSELF
       01 WS-LO-PROD-CODE      PIC X(10).
       01 WS-LO-QTY            PIC 9(5).
       01 WS-LO-REASON         PIC X(4).
       01 WS-LO-SOURCE         PIC X(5)  VALUE 'ORDER'.

      *    THE PROMOTION CODE QUOTED FOR THIS ORDER, AND THE LINE
      *    PASSED TO THE SHARED PROMOCALC SUBPROGRAM
       01 WS-PROMO-CODE        PIC X(8)  VALUE SPACES.
       01 WS-PROMO-DONE        PIC X.
       01 WS-PROMO-LINES       PIC 9(3).
       01 WS-PROMO-TOTAL       PIC 9(7)V99.
       01 WS-PROMO-RESULT.
          COPY PROMO-RESULT.
      *    QUANTITY-BREAK PLUS PROMOTION DISCOUNT FOR THE order.dat
      *    LINE
       01 WS-ALL-DISCOUNT      PIC 9(6)V99.
       01 ACK-PROMO-LINE.
          02 FILLER             PIC X(11) VALUE SPACES.
          02 FILLER             PIC X(10) VALUE 'PROMOTION '.
          02 AKP-CODE           PIC X(8).
          02 FILLER             PIC X(7)  VALUE ' SAVES '.
          02 AKP-AMOUNT         PIC ZZZZ9.99.

      *    DROP-SHIP LINES. THE VENDOR IS THE CATALOG'S PREFERRED
      *    VENDOR FOR THE PRODUCT, ELSE THE FIRST ONE LISTED; ONE
      *    'D' PO IS RAISED PER VENDOR ON THE ORDER
       01 WS-VENDITM-STATUS    PIC XX.
       01 WS-VENDOR-STATUS     PIC XX.
       01 WS-POHDR-STATUS      PIC XX.
       01 WS-POITM-STATUS      PIC XX.
       01 WS-POSEQ-STATUS      PIC XX.
       01 WS-PORPT-STATUS      PIC XX.
       01 WS-DROPSHIP-STATUS   PIC XX.
       01 WS-IS-DROP           PIC X     VALUE 'N'.
       01 WS-DROP-ANSWER       PIC X.
       01 WS-DROP-FOUND        PIC X.
       01 WS-DROP-VENDOR       PIC X(6).
       01 WS-DROP-COST         PIC 9(4)V99.
       01 WS-DROP-PART         PIC X(15).
       01 WS-DROP-LEAD         PIC 9(3).
       01 WS-DROP-COUNT        PIC 9(3)  VALUE ZERO.
       01 WS-EDIT-COST         PIC Z,ZZ9.99.
       01 WS-VI-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-VI-TABLE.
          02 WS-VI-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-VI-COUNT.
             03 WVI-VENDOR-CODE       PIC X(6).
             03 WVI-PROD-CODE         PIC X(10).
             03 WVI-VENDOR-PART       PIC X(15).
             03 WVI-QUOTED-COST       PIC 9(4)V99.
             03 WVI-LEAD-DAYS         PIC 9(3).
             03 WVI-PREFERRED         PIC X.
       01 WS-VI-I              PIC 9(4).
       01 WS-VENDOR-COUNT      PIC 9(3)  VALUE ZERO.
       01 WS-VENDOR-TABLE.
          02 WS-VENDOR-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-VENDOR-COUNT.
             03 WV-CODE               PIC X(6).
             03 WV-NAME               PIC X(25).
       01 WS-VENDOR-I          PIC 9(3).
       01 WS-VENDOR-FOUND      PIC X.
      *    THE DISTINCT VENDORS OF THE ORDER'S DROP-SHIP LINES
       01 WS-DV-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-DV-TABLE.
          02 WS-DV-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON WS-DV-COUNT.
             03 WDV-VENDOR-CODE       PIC X(6).
       01 WS-DV-I              PIC 9(3).
       01 WS-PO-NUM            PIC 9(6).
       01 WS-PO-LINE           PIC 9(3).
       01 WS-PO-TOTAL          PIC 9(8)V99.
       01 WS-DUE-DATE          PIC 9(8).
      *    WHERE THE VENDOR DELIVERS - THE ORDER'S SHIP-TO FROM
      *    shipto.dat, OR THE BILLING ADDRESS WHEN THERE IS NONE
       01 WS-DELIVER-STREET    PIC X(25).
       01 WS-DELIVER-CITY      PIC X(20).
       01 WS-DELIVER-STATE     PIC X(2).
       01 WS-DELIVER-ZIP       PIC X(10).
      *    THE MAINPOENTRY PURCHASE ORDER DOCUMENT, PLUS THE
      *    DELIVER-TO BLOCK A DROP-SHIP PO CARRIES
       01 PO-DOC-HEADING.
          02 FILLER             PIC X(15) VALUE 'PURCHASE ORDER '.
          02 PDH-PO-NUM         PIC 9(6).
          02 FILLER             PIC X(14) VALUE ' - DROP SHIP'.
       01 PO-DOC-VENDOR-LINE.
          02 FILLER             PIC X(8)  VALUE 'VENDOR  '.
          02 PDV-CODE           PIC X(6).
          02 FILLER             PIC X     VALUE SPACE.
          02 PDV-NAME           PIC X(25).
       01 PO-DOC-DATE-LINE.
          02 FILLER             PIC X(8)  VALUE 'DATE    '.
          02 PDD-DATE           PIC 9(8).
          02 FILLER             PIC X(18) VALUE
             '   OUR ORDER REF '.
          02 PDD-ORDER-NUM      PIC 9(6).
       01 PO-DOC-DELIVER-NAME.
          02 FILLER             PIC X(12) VALUE 'DELIVER TO: '.
          02 PDN-FIRST-NAME     PIC X(15).
          02 FILLER             PIC X     VALUE SPACE.
          02 PDN-LAST-NAME      PIC X(15).
       01 PO-DOC-DELIVER-STREET.
          02 FILLER             PIC X(12) VALUE SPACES.
          02 PDS-STREET         PIC X(25).
       01 PO-DOC-DELIVER-CITY.
          02 FILLER             PIC X(12) VALUE SPACES.
          02 PDC-CITY           PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 PDC-STATE          PIC X(2).
          02 FILLER             PIC X     VALUE SPACE.
          02 PDC-ZIP            PIC X(10).
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

       01 ORDER-DETAIL.
          COPY ORDER-DETAIL.
           PERFORM LOAD-SHIPTO-TABLE.
           PERFORM LOAD-CHARGECD-TABLE.
           PERFORM LOAD-SALESPER-TABLE.
           PERFORM LOAD-KIT-TABLE.
           PERFORM LOAD-SUBSTITUTE-TABLE.
           PERFORM LOAD-VENDOR-CATALOG.
           PERFORM LOAD-VENDOR-TABLE.

           DISPLAY 'ORDER: Enter Customer ID: ' WITH NO ADVANCING
           ACCEPT ID-NUM
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
              DISPLAY 'ORDER: Customer with this ID does not exist'
           ELSE
              PERFORM FIND-CUSTOMER-RATE
              EVALUATE TRUE
              WHEN CUST-INACTIVE
                   DISPLAY 'ORDER: Customer is inactive, order '
                      'refused'
              WHEN WS-FX-RATE IS EQUAL TO ZERO
                   DISPLAY 'ORDER: customer is billed in '
                      WS-FX-CURRENCY ' and no exchange rate is on '
                      'file, order refused'
              WHEN OTHER
                   DISPLAY 'ORDER: Ship from Location (blank = '
                      'MAIN): ' WITH NO ADVANCING
                   ACCEPT WS-ORDER-LOCATION
                   IF WS-ORDER-LOCATION IS EQUAL TO SPACES
                      MOVE 'MAIN' TO WS-ORDER-LOCATION
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-ORDER-LOCATION)
                      TO WS-ORDER-LOCATION
                   PERFORM CHOOSE-SHIP-TO
                   PERFORM CHOOSE-SALESPERSON
                   PERFORM FIND-TAX-RATE
                   PERFORM TAKE-ORDER
              END-EVALUATE
           END-IF.

           CLOSE CUSTOMER-FILE.

           STOP RUN.

      *    THE CUSTOMER'S BILLING CURRENCY AND TODAY'S RATE. A BASE
      *    CUSTOMER COMES BACK AT RATE 1 AND IS PRICED AS BEFORE
       FIND-CUSTOMER-RATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           CALL 'FXRATE' USING ID-NUM WS-TODAY WS-FX-CURRENCY
              WS-FX-RATE WS-FX-FOREIGN
           IF WS-FX-FOREIGN IS EQUAL TO 'Y' AND
              WS-FX-RATE IS GREATER THAN ZERO
              MOVE WS-FX-RATE TO WS-EDIT-RATE
              DISPLAY 'ORDER: customer is billed in '
                 WS-FX-CURRENCY ' at ' WS-EDIT-RATE ' USD each'
           END-IF.

      *    CREATES THE BALANCE FILE ON FIRST EVER USE, SAME WAY
      *    MAINCUSTOMERADD BOOTSTRAPS THE CUSTOMER INDEX
       OPEN-AR-BALANCE-FILE.
                    PERFORM WRITE-BACKORDER-RECORDS
                 ELSE
                    DISPLAY 'ORDER: cancelled, nothing recorded'
                    MOVE 'STCK' TO WS-LO-REASON
                    PERFORM RECORD-LOST-ORDER
                 END-IF
              ELSE
                 DISPLAY 'ORDER: no items entered, nothing recorded'
              END-IF
           ELSE
              PERFORM TAKE-PROMOTION-CODE
              PERFORM TAKE-ORDER-CHARGES
              MOVE ZERO TO WS-ORDER-TOTAL
              MOVE ZERO TO WS-TAX-TOTAL
              COMPUTE WS-GROSS-AMOUNT = WS-ORDER-TOTAL + WS-TAX-TOTAL
              MOVE WS-GROSS-AMOUNT TO WS-EDIT-TOTAL
              DISPLAY 'ORDER: gross ' WS-EDIT-TOTAL
              IF WS-FX-FOREIGN IS EQUAL TO 'Y'
                 COMPUTE WS-FX-GROSS ROUNDED =
                    WS-GROSS-AMOUNT / WS-FX-RATE
                 MOVE WS-FX-GROSS TO WS-EDIT-TOTAL
                 DISPLAY 'ORDER: gross in ' WS-FX-CURRENCY ' '
                    WS-EDIT-TOTAL
              END-IF
              PERFORM CHECK-CREDIT-LIMIT
              IF WS-CREDIT-OK IS NOT EQUAL TO 'Y'
                 DISPLAY 'ORDER: refused, nothing recorded'
                 MOVE 'CRED' TO WS-LO-REASON
                 PERFORM RECORD-LOST-ORDER
              ELSE
                 DISPLAY 'ORDER: Confirm this order? (Y/N): '
                    WITH NO ADVANCING
                    PERFORM POST-CONFIRMED-ORDER
                 ELSE
                    DISPLAY 'ORDER: cancelled, nothing recorded'
                    MOVE 'PRIC' TO WS-LO-REASON
                    PERFORM RECORD-LOST-ORDER
                 END-IF
              END-IF
           END-IF.
      *    ITEM TABLE - NOTHING IS POSTED TO THE FILES YET
       TAKE-ORDER-ITEM.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           DISPLAY 'ORDER: Enter Product Code, Part No. or UPC: '
              WITH NO ADVANCING
           ACCEPT WS-ITEM-ID
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
              DISPLAY 'ORDER: No product, part number or UPC '
                 'matches ' WS-ITEM-ID
           ELSE
              IF WS-XREF-MATCH IS EQUAL TO 'C' OR
                 WS-XREF-MATCH IS EQUAL TO 'U'
                 DISPLAY 'ORDER: ' WS-ITEM-ID ' is our ' PROD-CODE
                    ' ' PROD-NAME
              END-IF
              MOVE 'N' TO WS-IS-DROP
              PERFORM FIND-KIT-AVAILABLE
              PERFORM CHECK-PRODUCT-STATUS
           END-IF.

      *    WHEN THE PRODUCT IS A KIT, THE IN-MEMORY QTY-ON-HAND IS
      *    REPLACED WITH THE NUMBER OF KITS THE COMPONENTS ON HAND
      *    CAN MAKE, SO THE QUANTITY CHECKS BELOW WORK UNCHANGED.
      *    THE RECORD IS NEVER REWRITTEN FROM HERE - POSTING READS
      *    EVERYTHING AGAIN
       FIND-KIT-AVAILABLE.
           MOVE 'N' TO WS-IS-KIT
           MOVE PROD-CODE TO WS-KIT-PARENT-CODE
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT OR
                 WS-IS-KIT IS EQUAL TO 'Y'
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      WS-KIT-PARENT-CODE
                      MOVE 'Y' TO WS-IS-KIT
                   END-IF
           END-PERFORM
           IF WS-IS-KIT IS EQUAL TO 'Y'
              MOVE PRODUCT-DATA TO WS-KIT-SAVE-PRODUCT
              MOVE 99999 TO WS-KIT-AVAILABLE
              PERFORM VARYING WS-KIT-I FROM 1 BY 1
                 UNTIL WS-KIT-I > WS-KIT-COUNT
                      IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                         WS-KIT-PARENT-CODE
                         PERFORM LIMIT-KIT-BY-COMPONENT
                      END-IF
              END-PERFORM
              MOVE WS-KIT-SAVE-PRODUCT TO PRODUCT-DATA
              MOVE WS-KIT-AVAILABLE TO QTY-ON-HAND
              DISPLAY 'ORDER: ' PROD-NAME ' is a kit - components '
                 'on hand make ' WS-KIT-AVAILABLE
           END-IF.

      *    A MISSING OR HELD COMPONENT MAKES NO KITS AT ALL
       LIMIT-KIT-BY-COMPONENT.
           MOVE 'Y' TO WS-COMP-EXISTS
           MOVE WKT-COMP-CODE(WS-KIT-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-COMP-EXISTS
           END-READ
           IF WS-COMP-EXISTS IS EQUAL TO 'N' OR PROD-ON-HOLD
              MOVE ZERO TO WS-KIT-CAN-MAKE
              DISPLAY 'ORDER: kit component '
                 WKT-COMP-CODE(WS-KIT-I) ' is not available'
           ELSE
              DIVIDE QTY-ON-HAND BY WKT-COMP-QTY(WS-KIT-I)
                 GIVING WS-KIT-CAN-MAKE
           END-IF
           IF WS-KIT-CAN-MAKE IS LESS THAN WS-KIT-AVAILABLE
              MOVE WS-KIT-CAN-MAKE TO WS-KIT-AVAILABLE
           END-IF.

      *    A HOLD ITEM IS NOT SELLABLE; A DISCONTINUED ITEM MAY
      *    SELL ITS REMAINING SHELF STOCK IF THE OPERATOR SAYS SO,
      *    BUT NEVER BACKORDERS
           WHEN PROD-ON-HOLD
                DISPLAY 'ORDER: ' PROD-NAME ' is on hold, '
                   'item refused'
                MOVE 'HOLD' TO WS-LO-REASON
                PERFORM TAKE-LOST-QUANTITY
           WHEN PROD-DISCONTINUED
                IF QTY-ON-HAND IS EQUAL TO ZERO
                   DISPLAY 'ORDER: ' PROD-NAME ' is discontinued '
                      'with no remaining stock, item refused'
                   MOVE 'STCK' TO WS-LO-REASON
                   PERFORM TAKE-LOST-QUANTITY
                ELSE
                   DISPLAY 'ORDER: ' PROD-NAME ' is discontinued '
                      'with ' QTY-ON-HAND ' left - sell remaining '
                   END-IF
                END-IF
           WHEN OTHER
                PERFORM OFFER-DROP-SHIP
                IF WS-IS-DROP IS EQUAL TO 'Y'
                   PERFORM TAKE-DROP-SHIP-QUANTITY
                ELSE
                   PERFORM TAKE-ITEM-QUANTITY
                END-IF
           END-EVALUATE.

      *    A PRODUCT SOME VENDOR CARRIES IN THE CATALOG MAY SHIP
      *    FROM THE VENDOR STRAIGHT TO THE CUSTOMER. A KIT CANNOT -
      *    IT IS ASSEMBLED HERE FROM OUR OWN COMPONENTS
       OFFER-DROP-SHIP.
           MOVE 'N' TO WS-IS-DROP
           IF WS-IS-KIT IS EQUAL TO 'N'
              PERFORM FIND-DROP-SHIP-VENDOR
              IF WS-DROP-FOUND IS EQUAL TO 'Y'
                 MOVE WS-DROP-COST TO WS-EDIT-COST
                 DISPLAY 'ORDER: Drop-ship from vendor '
                    WS-DROP-VENDOR ' at cost ' WS-EDIT-COST
                    '? (Y/N): ' WITH NO ADVANCING
                 ACCEPT WS-DROP-ANSWER
                 IF WS-DROP-ANSWER IS EQUAL TO 'Y' OR
                    WS-DROP-ANSWER IS EQUAL TO 'y'
                    MOVE 'Y' TO WS-IS-DROP
                 END-IF
              END-IF
           END-IF.

      *    THE PREFERRED CATALOG VENDOR FOR PROD-CODE, OR FAILING
      *    THAT THE FIRST VENDOR THAT LISTS IT
       FIND-DROP-SHIP-VENDOR.
           MOVE 'N' TO WS-DROP-FOUND
           PERFORM VARYING WS-VI-I FROM 1 BY 1
              UNTIL WS-VI-I > WS-VI-COUNT
                   IF WVI-PROD-CODE(WS-VI-I) IS EQUAL TO PROD-CODE
                      IF WS-DROP-FOUND IS EQUAL TO 'N' OR
                         WVI-PREFERRED(WS-VI-I) IS EQUAL TO 'Y'
                         MOVE 'Y' TO WS-DROP-FOUND
                         MOVE WVI-VENDOR-CODE(WS-VI-I) TO
                            WS-DROP-VENDOR
                         MOVE WVI-QUOTED-COST(WS-VI-I) TO
                            WS-DROP-COST
                         MOVE WVI-VENDOR-PART(WS-VI-I) TO
                            WS-DROP-PART
                         MOVE WVI-LEAD-DAYS(WS-VI-I) TO
                            WS-DROP-LEAD
                      END-IF
                   END-IF
           END-PERFORM.

      *    NO ON-HAND CHECK AND NO BACKORDER - THE VENDOR'S STOCK,
      *    NOT OURS, FILLS THE LINE
       TAKE-DROP-SHIP-QUANTITY.
           PERFORM ACCEPT-ITEM-QUANTITY
           IF WS-QTY-ORDERED IS EQUAL TO ZERO
              DISPLAY 'ORDER: no quantity, item refused'
           ELSE
              PERFORM TAKE-AVAILABLE-ITEM
           END-IF.

       TAKE-ITEM-QUANTITY.
           PERFORM ACCEPT-ITEM-QUANTITY
           IF WS-BASE-QTY IS GREATER THAN 99999
              CONTINUE
           ELSE
              PERFORM FIND-AVAILABLE-TO-PROMISE
              IF WS-QTY-ORDERED IS GREATER THAN WS-ATP-QTY
                 DISPLAY 'ORDER: Insufficient quantity available, only '
                    WS-ATP-QTY ' can be promised'
                 IF AT-BACKORDERED IS GREATER THAN ZERO
                    DISPLAY 'ORDER: (' QTY-ON-HAND ' on hand, '
                       AT-BACKORDERED ' owed to open backorders)'
                 END-IF
                 PERFORM OFFER-SUBSTITUTE
                 IF WS-SUB-TAKEN IS EQUAL TO 'N'
                    PERFORM TAKE-SHORT-ITEM
                 END-IF
              ELSE
                 PERFORM TAKE-AVAILABLE-ITEM
              END-IF
           END-IF.

      *    THE QUANTITY IS KEYED IN THE UNIT THE OPERATOR CHOOSES
      *    (BLANK = THE UNIT THE PRODUCT SELLS BY) AND LEAVES HERE IN
      *    EACH, WHICH IS WHAT EVERY CHECK BELOW WORKS IN
       ACCEPT-ITEM-QUANTITY.
           MOVE 'S' TO WS-UOM-FUNC
           CALL 'UOMCONV' USING WS-UOM-FUNC PROD-CODE WS-SELL-UOM
              WS-SELL-FACTOR WS-UOM-RESULT
           END-CALL
           DISPLAY 'ORDER: Enter Unit (blank = ' WS-SELL-UOM '): '
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
              DISPLAY 'ORDER: ' PROD-CODE ' has no unit '
                 WS-UOM-CODE ' - quantity taken in EA'
              MOVE 'EA' TO WS-UOM-CODE
           END-IF
           DISPLAY 'ORDER: Enter Quantity in ' WS-UOM-CODE ': '
              WITH NO ADVANCING
           ACCEPT WS-UOM-QTY
           COMPUTE WS-BASE-QTY = WS-UOM-QTY * WS-UOM-FACTOR
           IF WS-BASE-QTY IS GREATER THAN 99999
              DISPLAY 'ORDER: more than 99999 EA on one line, '
                 'quantity refused'
              MOVE ZERO TO WS-QTY-ORDERED
           ELSE
              MOVE WS-BASE-QTY TO WS-QTY-ORDERED
              IF WS-UOM-FACTOR IS GREATER THAN 1
                 DISPLAY 'ORDER: ' WS-UOM-QTY ' ' WS-UOM-CODE
                    ' = ' WS-QTY-ORDERED ' EA'
              END-IF
              PERFORM CHECK-SELL-BY-MULTIPLE
           END-IF.

      *    A QUANTITY THAT IS NOT A WHOLE NUMBER OF THE SELL-BY UNIT
      *    IS WARNED ABOUT AND MAY BE ROUNDED UP TO THE NEXT ONE
       CHECK-SELL-BY-MULTIPLE.
           IF WS-SELL-FACTOR IS GREATER THAN 1 AND
              WS-QTY-ORDERED IS GREATER THAN ZERO
              DIVIDE WS-QTY-ORDERED BY WS-SELL-FACTOR
                 GIVING WS-UOM-WHOLE REMAINDER WS-UOM-REM
              IF WS-UOM-REM IS GREATER THAN ZERO
                 ADD 1 TO WS-UOM-WHOLE
                 DISPLAY 'ORDER: ' PROD-CODE ' sells by the '
                    WS-SELL-UOM ' of ' WS-SELL-FACTOR ' - round up to '
                    WS-UOM-WHOLE ' ' WS-SELL-UOM '? (Y/N): '
                    WITH NO ADVANCING
                 ACCEPT WS-ROUND-ANSWER
                 COMPUTE WS-BASE-QTY = WS-UOM-WHOLE * WS-SELL-FACTOR
                 EVALUATE TRUE
                 WHEN WS-ROUND-ANSWER IS NOT EQUAL TO 'Y' AND
                      WS-ROUND-ANSWER IS NOT EQUAL TO 'y'
                      DISPLAY 'ORDER: taken as keyed, not a whole '
                         WS-SELL-UOM
                 WHEN WS-BASE-QTY IS GREATER THAN 99999
                      DISPLAY 'ORDER: cannot round past 99999 EA, '
                         'taken as keyed'
                 WHEN OTHER
                      MOVE WS-BASE-QTY TO WS-QTY-ORDERED
                      MOVE WS-SELL-UOM TO WS-UOM-CODE
                      MOVE WS-SELL-FACTOR TO WS-UOM-FACTOR
                 END-EVALUATE
                 MOVE WS-QTY-ORDERED TO WS-BASE-QTY
              END-IF
           END-IF.

      *    THE OPERATOR TOOK NO SUBSTITUTE: TAKE WHAT IS THERE AND,
      *    WHERE THE ITEM MAY BACKORDER, OFFER THE SHORTFALL
       TAKE-SHORT-ITEM.
           IF WS-PROD-DISC IS EQUAL TO 'Y' OR
              WS-IS-KIT IS EQUAL TO 'Y'
      *          A DISCONTINUED ITEM NEVER BACKORDERS - THERE WILL
      *          BE NO RECEIPT TO FILL IT. NOR DOES A KIT: RECEIPTS
      *          ARRIVE AGAINST THE COMPONENTS, NOT THE KIT CODE
              MOVE PROD-CODE TO WS-LO-PROD-CODE
              COMPUTE WS-LO-QTY = WS-QTY-ORDERED - WS-ATP-QTY
              MOVE 'STCK' TO WS-LO-REASON
              PERFORM RECORD-LOST-SALE
              IF WS-ATP-QTY IS GREATER THAN ZERO
                 DISPLAY 'ORDER: taking the ' WS-ATP-QTY
                    ' available now'
                 MOVE WS-ATP-QTY TO WS-QTY-ORDERED
                 PERFORM TAKE-AVAILABLE-ITEM
              END-IF
           ELSE
              COMPUTE WS-QTY-SHORT =
                 WS-QTY-ORDERED - WS-ATP-QTY
              IF AT-PROMISE-DATE IS EQUAL TO ZERO
                 DISPLAY 'ORDER: no open PO covers the shortfall '
                    '- no promise date can be given'
              ELSE
                 DISPLAY 'ORDER: the full ' WS-QTY-ORDERED
                    ' can be promised for ' AT-PROMISE-DATE
              END-IF
              DISPLAY 'ORDER: Backorder the shortfall of '
                 WS-QTY-SHORT '? (Y/N): ' WITH NO ADVANCING
              ACCEPT WS-BACKORDER-ANSWER
              IF WS-BACKORDER-ANSWER IS EQUAL TO 'Y' OR
                 WS-BACKORDER-ANSWER IS EQUAL TO 'y'
                 PERFORM HOLD-BACKORDER-CANDIDATE
                 IF WS-ATP-QTY IS GREATER THAN ZERO
                    DISPLAY 'ORDER: taking the ' WS-ATP-QTY
                       ' available now'
                    MOVE WS-ATP-QTY TO WS-QTY-ORDERED
                    PERFORM TAKE-AVAILABLE-ITEM
                 END-IF
              ELSE
                 MOVE PROD-CODE TO WS-LO-PROD-CODE
                 MOVE WS-QTY-SHORT TO WS-LO-QTY
                 MOVE 'STCK' TO WS-LO-REASON
                 PERFORM RECORD-LOST-SALE
              END-IF
           END-IF.

      *    A SHORT LINE IS FIRST OFFERED THE PRODUCT'S ALTERNATES
      *    THAT CAN FILL THE WHOLE QUANTITY NOW, BEST RANK FIRST.
      *    TAKING ONE ADDS IT AS THE LINE, REMEMBERING THE CODE THE
      *    CUSTOMER ASKED FOR; OTHERWISE THE SHORT PRODUCT IS PUT
      *    BACK FOR THE BACKORDER OFFER
       OFFER-SUBSTITUTE.
           MOVE 'N' TO WS-SUB-TAKEN
           MOVE PROD-CODE TO WS-REQ-CODE
           PERFORM BUILD-SUBSTITUTE-LIST
           IF WS-SC-COUNT IS GREATER THAN ZERO
              MOVE PRODUCT-DATA TO WS-SUB-SAVE-PRODUCT
              MOVE ZERO TO WS-SUB-OFFERED
              PERFORM VARYING WS-SC-I FROM 1 BY 1
                 UNTIL WS-SC-I > WS-SC-COUNT
                      PERFORM CHECK-ONE-SUBSTITUTE
              END-PERFORM
              IF WS-SUB-OFFERED IS GREATER THAN ZERO
                 DISPLAY 'ORDER: Enter a substitute code to take '
                    'instead (blank = none): ' WITH NO ADVANCING
                 ACCEPT WS-SUB-ANSWER
                 IF WS-SUB-ANSWER IS NOT EQUAL TO SPACES
                    PERFORM VARYING WS-SC-I FROM 1 BY 1
                       UNTIL WS-SC-I > WS-SC-COUNT OR
                          WS-SUB-TAKEN IS EQUAL TO 'Y'
                            IF WSC-CODE(WS-SC-I) IS EQUAL TO
                               WS-SUB-ANSWER AND
                               WSC-OFFERED(WS-SC-I) IS EQUAL TO 'Y'
                               MOVE 'Y' TO WS-SUB-TAKEN
                            END-IF
                    END-PERFORM
                    IF WS-SUB-TAKEN IS EQUAL TO 'N'
                       DISPLAY 'ORDER: ' WS-SUB-ANSWER
                          ' is not one of the substitutes offered'
                    END-IF
                 END-IF
              ELSE
                 DISPLAY 'ORDER: no substitute for ' WS-REQ-CODE
                    ' is in stock'
              END-IF
              IF WS-SUB-TAKEN IS EQUAL TO 'Y'
                 MOVE WS-SUB-ANSWER TO PROD-CODE
                 READ PRODUCT-FILE
                 INVALID KEY
                         MOVE 'N' TO WS-SUB-TAKEN
                 END-READ
              END-IF
              IF WS-SUB-TAKEN IS EQUAL TO 'Y'
                 MOVE 'N' TO WS-IS-KIT
                 DISPLAY 'ORDER: ' PROD-CODE ' taken in place of '
                    WS-REQ-CODE
                 PERFORM TAKE-AVAILABLE-ITEM
              ELSE
                 MOVE WS-SUB-SAVE-PRODUCT TO PRODUCT-DATA
                 PERFORM FIND-AVAILABLE-TO-PROMISE
              END-IF
           END-IF
           MOVE SPACES TO WS-REQ-CODE.

      *    THE ALTERNATES OF WS-REQ-CODE: ITS OWN ROWS, AND THE
      *    PRODUCT OF ANY TWO-WAY ROW THAT NAMES IT AS THE ALTERNATE
       BUILD-SUBSTITUTE-LIST.
           MOVE ZERO TO WS-SC-COUNT
           PERFORM VARYING WS-SB-I FROM 1 BY 1
              UNTIL WS-SB-I > WS-SB-COUNT
                   IF WSB-PROD-CODE(WS-SB-I) IS EQUAL TO WS-REQ-CODE
                      MOVE WSB-ALT-CODE(WS-SB-I) TO WS-SUB-CODE
                      MOVE WSB-RANK(WS-SB-I) TO WS-SUB-RANK
                      PERFORM ADD-SUBSTITUTE-CANDIDATE
                   END-IF
                   IF WSB-ALT-CODE(WS-SB-I) IS EQUAL TO WS-REQ-CODE
                      AND WSB-DIRECTION(WS-SB-I) IS EQUAL TO 'T'
                      MOVE WSB-PROD-CODE(WS-SB-I) TO WS-SUB-CODE
                      MOVE WSB-RANK(WS-SB-I) TO WS-SUB-RANK
                      PERFORM ADD-SUBSTITUTE-CANDIDATE
                   END-IF
           END-PERFORM.

      *    KEEPS THE LIST IN RANK ORDER AS IT IS BUILT. A KIT IS
      *    NEVER OFFERED - ITS STOCK LIVES IN ITS COMPONENTS - AND A
      *    CODE REACHED BOTH WAYS IS LISTED ONCE
       ADD-SUBSTITUTE-CANDIDATE.
           MOVE 'N' TO WS-SUB-SKIP
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      WS-SUB-CODE
                      MOVE 'Y' TO WS-SUB-SKIP
                   END-IF
           END-PERFORM
           PERFORM VARYING WS-SC-I FROM 1 BY 1
              UNTIL WS-SC-I > WS-SC-COUNT
                   IF WSC-CODE(WS-SC-I) IS EQUAL TO WS-SUB-CODE
                      MOVE 'Y' TO WS-SUB-SKIP
                   END-IF
           END-PERFORM
           IF WS-SUB-SKIP IS EQUAL TO 'N' AND
              WS-SC-COUNT IS LESS THAN 20
              MOVE 1 TO WS-SC-SLOT
              PERFORM UNTIL WS-SC-SLOT > WS-SC-COUNT
                 OR WSC-RANK(WS-SC-SLOT) IS GREATER THAN WS-SUB-RANK
                      ADD 1 TO WS-SC-SLOT
              END-PERFORM
              MOVE WS-SC-COUNT TO WS-SC-I
              ADD 1 TO WS-SC-COUNT
              PERFORM UNTIL WS-SC-I IS LESS THAN WS-SC-SLOT
                      MOVE WS-SC-ENTRY(WS-SC-I) TO
                         WS-SC-ENTRY(WS-SC-I + 1)
                      SUBTRACT 1 FROM WS-SC-I
              END-PERFORM
              MOVE WS-SUB-CODE TO WSC-CODE(WS-SC-SLOT)
              MOVE WS-SUB-RANK TO WSC-RANK(WS-SC-SLOT)
              MOVE 'N' TO WSC-OFFERED(WS-SC-SLOT)
           END-IF.

      *    AN ALTERNATE IS OFFERED WHEN IT IS SELLABLE AND WHAT CAN
      *    BE PROMISED OF IT COVERS THE WHOLE QUANTITY ORDERED
       CHECK-ONE-SUBSTITUTE.
           MOVE 'N' TO WSC-OFFERED(WS-SC-I)
           MOVE 'Y' TO WS-SUB-EXISTS
           MOVE WSC-CODE(WS-SC-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-SUB-EXISTS
           END-READ
           IF WS-SUB-EXISTS IS EQUAL TO 'Y' AND PROD-ACTIVE
              PERFORM FIND-AVAILABLE-TO-PROMISE
              IF WS-ATP-QTY IS NOT LESS THAN WS-QTY-ORDERED
                 PERFORM FIND-EFFECTIVE-PRICE
                 MOVE WS-EFFECTIVE-PRICE TO WS-EDIT-PRICE
                 MOVE 'Y' TO WSC-OFFERED(WS-SC-I)
                 ADD 1 TO WS-SUB-OFFERED
                 IF WS-SUB-OFFERED IS EQUAL TO 1
                    DISPLAY 'ORDER: in-stock substitutes for '
                       WS-REQ-CODE ':'
                 END-IF
                 DISPLAY 'ORDER:   ' PROD-CODE ' ' PROD-NAME
                    ' at ' WS-EDIT-PRICE ', ' WS-ATP-QTY
                    ' available'
              END-IF
           END-IF.

      *    STOCK ALREADY OWED TO OPEN BACKORDERS IS NOT SOLD TWICE -
      *    THE LINE MAY ONLY TAKE WHAT IS LEFT AFTER THEM
       FIND-AVAILABLE-TO-PROMISE.
           MOVE PROD-CODE TO AT-PROD-CODE
           MOVE QTY-ON-HAND TO AT-ON-HAND
           MOVE WS-QTY-ORDERED TO AT-QTY-WANTED
           CALL 'ATPCALC' USING
              BY REFERENCE WS-ATP-RESULT
           END-CALL
           IF AT-AVAIL-NOW IS GREATER THAN ZERO
              MOVE AT-AVAIL-NOW TO WS-ATP-QTY
           ELSE
              MOVE ZERO TO WS-ATP-QTY
           END-IF.

      *    ADDS WS-QTY-ORDERED OF THE PRODUCT IN PRODUCT-DATA TO THE
           MOVE WS-TAX-AMOUNT TO WI-TAX-AMOUNT(WS-ITEM-COUNT)
           MOVE WS-DISCOUNT-AMOUNT TO
              WI-DISCOUNT-AMT(WS-ITEM-COUNT)
           MOVE WS-IS-KIT TO WI-IS-KIT(WS-ITEM-COUNT)
           MOVE WS-IS-DROP TO WI-IS-DROP(WS-ITEM-COUNT)
           MOVE WS-REQ-CODE TO WI-REQ-CODE(WS-ITEM-COUNT)
           MOVE WS-CUST-PART TO WI-CUST-PART(WS-ITEM-COUNT)
      *    A LINE CUT BACK TO WHAT IS ON HAND MAY NO LONGER BE A WHOLE
      *    NUMBER OF THE UNIT KEYED - IT THEN STANDS IN EACH
           DIVIDE WS-QTY-ORDERED BY WS-UOM-FACTOR
              GIVING WS-UOM-WHOLE REMAINDER WS-UOM-REM
           IF WS-UOM-REM IS EQUAL TO ZERO
              MOVE WS-UOM-CODE TO WI-UOM(WS-ITEM-COUNT)
              MOVE WS-UOM-FACTOR TO WI-UOM-FACTOR(WS-ITEM-COUNT)
           ELSE
              MOVE 'EA' TO WI-UOM(WS-ITEM-COUNT)
              MOVE 1 TO WI-UOM-FACTOR(WS-ITEM-COUNT)
           END-IF
           MOVE ZERO TO WI-PROMO-AMT(WS-ITEM-COUNT)
           IF WS-IS-DROP IS EQUAL TO 'Y'
              MOVE WS-DROP-VENDOR TO WI-DROP-VENDOR(WS-ITEM-COUNT)
              MOVE WS-DROP-COST TO WI-DROP-COST(WS-ITEM-COUNT)
              MOVE WS-DROP-PART TO WI-DROP-PART(WS-ITEM-COUNT)
              MOVE WS-DROP-LEAD TO WI-DROP-LEAD(WS-ITEM-COUNT)
           END-IF
           MOVE WS-LIST-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-DISCOUNT-AMOUNT TO WS-EDIT-DISCOUNT
           DISPLAY 'ORDER: item ' WS-ITEM-COUNT ' taken, '
           MOVE WS-LINE-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-TAX-AMOUNT TO WS-EDIT-TAX
           DISPLAY 'ORDER:   net = ' WS-EDIT-AMOUNT ', tax = '
              WS-EDIT-TAX
           IF WI-UOM-FACTOR(WS-ITEM-COUNT) IS GREATER THAN 1
              COMPUTE WS-EDIT-UOM-PRICE =
                 WS-EFFECTIVE-PRICE * WI-UOM-FACTOR(WS-ITEM-COUNT)
              DISPLAY 'ORDER:   ' WS-UOM-WHOLE ' '
                 WI-UOM(WS-ITEM-COUNT) ' at ' WS-EDIT-UOM-PRICE
                 ' per ' WI-UOM(WS-ITEM-COUNT)
           END-IF
           IF WS-FX-FOREIGN IS EQUAL TO 'Y'
              COMPUTE WS-FX-AMOUNT ROUNDED =
                 WS-LINE-TOTAL / WS-FX-RATE
              COMPUTE WS-FX-TAX ROUNDED =
                 WS-TAX-AMOUNT / WS-FX-RATE
              MOVE WS-FX-AMOUNT TO WS-EDIT-AMOUNT
              MOVE WS-FX-TAX TO WS-EDIT-TAX
              DISPLAY 'ORDER:   in ' WS-FX-CURRENCY ' net = '
                 WS-EDIT-AMOUNT ', tax = ' WS-EDIT-TAX
           END-IF.

      *    ONCE THE LINES ARE PRICED THE CUSTOMER MAY QUOTE A
      *    PROMOTION CODE - A CODE REFUSED OUTRIGHT IS ASKED AGAIN
       TAKE-PROMOTION-CODE.
           MOVE SPACES TO WS-PROMO-CODE
           MOVE 'N' TO WS-PROMO-DONE
           PERFORM UNTIL WS-PROMO-DONE IS EQUAL TO 'Y'
                   DISPLAY 'ORDER: Promotion code (blank = none): '
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
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-ITEM-COUNT
                   ADD WI-LINE-TOTAL(WS-ITEM-I) TO WS-PROMO-TOTAL
           END-PERFORM
           MOVE WS-PROMO-CODE TO PR-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PR-DATE
           MOVE WS-PROMO-TOTAL TO PR-ORDER-NET
           MOVE ZERO TO WS-PROMO-LINES
           MOVE ZERO TO WS-PROMO-TOTAL
           MOVE 'Y' TO WS-PROMO-DONE
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-ITEM-COUNT OR
                 WS-PROMO-DONE IS EQUAL TO 'N'
                   PERFORM PRICE-PROMOTION-LINE
           END-PERFORM
           IF WS-PROMO-DONE IS EQUAL TO 'Y'
              IF WS-PROMO-LINES IS EQUAL TO ZERO
                 DISPLAY 'ORDER: no line on this order qualifies '
                    'for ' WS-PROMO-CODE
                 MOVE SPACES TO WS-PROMO-CODE
              ELSE
                 MOVE WS-PROMO-TOTAL TO WS-EDIT-TOTAL
                 DISPLAY 'ORDER: ' PR-DESC ' - ' WS-PROMO-LINES
                    ' line(s), discount ' WS-EDIT-TOTAL
              END-IF
           END-IF.

      *    THE CATEGORY COMES FROM THE PRODUCT MASTER; THE TAX IS
      *    TAKEN AGAIN ON THE REDUCED NET
       PRICE-PROMOTION-LINE.
           MOVE WI-PROD-CODE(WS-ITEM-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE SPACES TO CATEGORY-CODE
           END-READ
           MOVE WI-PROD-CODE(WS-ITEM-I) TO PR-PROD-CODE
           MOVE CATEGORY-CODE TO PR-CATEGORY
           MOVE WI-LINE-TOTAL(WS-ITEM-I) TO PR-LINE-NET
           CALL 'PROMOCALC' USING
              BY REFERENCE WS-PROMO-RESULT
           END-CALL
           EVALUATE TRUE
           WHEN PR-APPLIES
                MOVE PR-DISCOUNT TO WI-PROMO-AMT(WS-ITEM-I)
                SUBTRACT PR-DISCOUNT FROM WI-LINE-TOTAL(WS-ITEM-I)
                COMPUTE WI-TAX-AMOUNT(WS-ITEM-I) ROUNDED =
                   WI-LINE-TOTAL(WS-ITEM-I) * WS-TAX-RATE
                ADD PR-DISCOUNT TO WS-PROMO-TOTAL
                ADD 1 TO WS-PROMO-LINES
           WHEN PR-NOT-ELIGIBLE
                CONTINUE
           WHEN PR-NOT-ON-FILE
                DISPLAY 'ORDER: no promotion ' WS-PROMO-CODE
                   ' on file'
                MOVE 'N' TO WS-PROMO-DONE
           WHEN PR-OUT-OF-DATES
                DISPLAY 'ORDER: promotion ' WS-PROMO-CODE
                   ' is not running today'
                MOVE 'N' TO WS-PROMO-DONE
           WHEN PR-UNDER-MINIMUM
                DISPLAY 'ORDER: order is below the minimum value '
                   'for ' WS-PROMO-CODE
                MOVE 'N' TO WS-PROMO-DONE
           END-EVALUATE.

      *    THE ORDER'S PROMOTION GOES ON EVERY orderitm.dat LINE IT
      *    TOOK A DISCOUNT OFF
       MOVE-ITEM-PROMOTION.
           IF WI-PROMO-AMT(WS-ITEM-I) IS GREATER THAN ZERO
              MOVE WS-PROMO-CODE TO OI-PROMO-CODE
              MOVE WI-PROMO-AMT(WS-ITEM-I) TO WS-EDIT-DISCOUNT
              MOVE WS-EDIT-DISCOUNT TO OI-PROMO-AMT
           END-IF.

      *    REMEMBERS THE SHORTFALL FOR THE CONFIRM - NOTHING GOES TO
      *    backorder.dat UNTIL THE ORDER PASSES THE CREDIT CHECK AND
           IF WS-BO-COUNT IS EQUAL TO 100
              DISPLAY 'ORDER: backorder list full, shortfall of '
                 WS-QTY-SHORT ' not backordered'
              MOVE PROD-CODE TO WS-LO-PROD-CODE
              MOVE WS-QTY-SHORT TO WS-LO-QTY
              MOVE 'STCK' TO WS-LO-REASON
              PERFORM RECORD-LOST-SALE
           ELSE
              ADD 1 TO WS-BO-COUNT
              MOVE PROD-CODE TO WQ-PROD-CODE(WS-BO-COUNT)
              MOVE WS-QTY-SHORT TO WQ-QTY-SHORT(WS-BO-COUNT)
              MOVE AT-PROMISE-DATE TO WQ-PROMISE-DATE(WS-BO-COUNT)
              DISPLAY 'ORDER: will backorder ' WS-QTY-SHORT ' of '
                 PROD-CODE ' when the order is confirmed'
           END-IF.

      *    AN ITEM REFUSED BEFORE ANY QUANTITY WAS TAKEN STILL
      *    COUNTS AS DEMAND - ASK HOW MUCH THE CUSTOMER WANTED
       TAKE-LOST-QUANTITY.
           DISPLAY 'ORDER: Quantity the customer wanted: '
              WITH NO ADVANCING
           ACCEPT WS-LO-QTY
           IF WS-LO-QTY IS GREATER THAN ZERO
              MOVE PROD-CODE TO WS-LO-PROD-CODE
              PERFORM RECORD-LOST-SALE
           END-IF.

      *    AN ORDER THAT WILL NOT BE POSTED LOSES EVERY LINE TAKEN
      *    AND EVERY SHORTFALL HELD FOR BACKORDER, FOR THE REASON IN
      *    WS-LO-REASON
       RECORD-LOST-ORDER.
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-ITEM-COUNT
                   MOVE WI-PROD-CODE(WS-ITEM-I) TO WS-LO-PROD-CODE
                   MOVE WI-QTY-ORDERED(WS-ITEM-I) TO WS-LO-QTY
                   PERFORM RECORD-LOST-SALE
           END-PERFORM
           PERFORM VARYING WS-BO-I FROM 1 BY 1
              UNTIL WS-BO-I > WS-BO-COUNT
                   MOVE WQ-PROD-CODE(WS-BO-I) TO WS-LO-PROD-CODE
                   MOVE WQ-QTY-SHORT(WS-BO-I) TO WS-LO-QTY
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

      *    CAPTURES UNFILLED DEMAND SO THE RELEASE RUN AFTER THE NEXT
      *    GOODS RECEIPT CAN SHIP IT - BEFORE THIS, A REFUSED ORDER
      *    SIMPLY EVAPORATED
              DISPLAY 'ORDER: a supervisor sign-on is needed to '
                 'override'
              MOVE 'N' TO WS-CREDIT-OK
              MOVE 'CREDIT-REFUS' TO WS-SE-EVENT
              PERFORM LOG-CREDIT-DECISION
           ELSE
              DISPLAY 'ORDER: Supervisor override? (Y/N): '
                 WITH NO ADVANCING
              IF WS-OVERRIDE-ANSWER IS EQUAL TO 'Y' OR
                 WS-OVERRIDE-ANSWER IS EQUAL TO 'y'
                 DISPLAY 'ORDER: override accepted'
                 MOVE 'CREDIT-OVRD ' TO WS-SE-EVENT
                 PERFORM LOG-CREDIT-DECISION
              ELSE
                 MOVE 'N' TO WS-CREDIT-OK
                 MOVE 'CREDIT-REFUS' TO WS-SE-EVENT
                 PERFORM LOG-CREDIT-DECISION
              END-IF
           END-IF.

      *    OVERRIDES AND REFUSALS BOTH GO ON seclog.dat SO THE
      *    OPERATOR ACTIVITY REPORT CAN COUNT THEM
       LOG-CREDIT-DECISION.
           MOVE WS-OPERATOR-ID TO WS-SE-OPERATOR
           MOVE SPACES TO WS-SE-DETAIL
           STRING 'CUSTOMER ' ID-NUM DELIMITED BY SIZE
              INTO WS-SE-DETAIL
           CALL 'SECLOG' USING
              BY REFERENCE WS-SE-OPERATOR,
              BY REFERENCE WS-SE-PROGRAM,
              BY REFERENCE WS-SE-EVENT,
              BY REFERENCE WS-SE-DETAIL
           END-CALL.

      *    THE CONFIRMED ORDER IS POSTED AS ONE UNIT: ORDER NUMBER
      *    ASSIGNED, HEADER AND ITEM RECORDS WRITTEN, INVENTORY DRAWN
      *    DOWN, AND THE order.dat LOG LINES APPENDED
           MOVE 'O' TO OH-STATUS
           MOVE WS-SHIPTO-CODE TO OH-SHIP-TO
           MOVE WS-ORDER-LOCATION TO OH-SHIP-FROM
           MOVE WS-OPERATOR-ID TO OH-OPERATOR
           MOVE FUNCTION CURRENT-DATE(9:6) TO OH-ENTRY-TIME
           WRITE ORDER-HEADER

           IF WS-FX-FOREIGN IS EQUAL TO 'Y'
              PERFORM WRITE-ORDER-FX-RECORD
           END-IF

           MOVE ZERO TO WS-POSTED-TOTAL
           MOVE ZERO TO WS-DROP-COUNT
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-ITEM-COUNT
                   PERFORM POST-ORDER-ITEM
           END-PERFORM

           IF WS-DROP-COUNT IS GREATER THAN ZERO
              PERFORM RAISE-DROP-SHIP-POS
           END-IF

           IF WS-CHG-COUNT IS GREATER THAN ZERO
              PERFORM POST-CHARGE-LINES
           END-IF
           DISPLAY 'ORDER: order ' WS-ORDER-NUM ' recorded with '
              WS-ITEM-COUNT ' item(s)'.

      *    THE QUOTED RATE, KEPT FOR THE INVOICE PRINT
       WRITE-ORDER-FX-RECORD.
           OPEN EXTEND ORDER-FX-FILE
           IF WS-ORDERFX-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT ORDER-FX-FILE
           END-IF
           MOVE SPACES TO ORDER-FX-DATA
           MOVE WS-ORDER-NUM TO FO-ORDER-NUM
           MOVE ID-NUM TO FO-ID-NUM
           MOVE WS-TODAY TO FO-DATE
           MOVE WS-FX-CURRENCY TO FO-CURRENCY
           MOVE WS-FX-RATE TO FO-RATE
           COMPUTE FO-FC-TOTAL ROUNDED =
              WS-GROSS-AMOUNT / WS-FX-RATE
           MOVE WS-GROSS-AMOUNT TO FO-BASE-TOTAL
           WRITE ORDER-FX-DATA
           CLOSE ORDER-FX-FILE.

      *    THE CUSTOMER GETS IT IN WRITING BEFORE THE INVOICE -
      *    WHAT WAS ORDERED, WHAT IT COSTS, WHAT IS BACKORDERED,
      *    AND THE ORDER NUMBER TO QUOTE LATER
              UNTIL WS-BO-I > WS-BO-COUNT
                   MOVE WQ-QTY-SHORT(WS-BO-I) TO AKB-QTY
                   MOVE WQ-PROD-CODE(WS-BO-I) TO AKB-PROD-CODE
                   IF WQ-PROMISE-DATE(WS-BO-I) IS EQUAL TO ZERO
                      MOVE 'DATE TO FOLLOW' TO AKB-PROMISE
                   ELSE
                      MOVE SPACES TO AKB-PROMISE
                      STRING 'EXPECTED ' DELIMITED BY SIZE
                         WQ-PROMISE-DATE(WS-BO-I) DELIMITED BY SIZE
                         INTO AKB-PROMISE
                      END-STRING
                   END-IF
                   WRITE ACK-PRINT-LINE FROM ACK-BO-LINE
           END-PERFORM
           IF WS-FX-FOREIGN IS EQUAL TO 'Y'
              MOVE WS-FX-CURRENCY TO AKX-CURRENCY
              COMPUTE WS-FX-GROSS ROUNDED =
                 WS-GROSS-AMOUNT / WS-FX-RATE
              MOVE WS-FX-GROSS TO AKX-FC-TOTAL
              MOVE WS-GROSS-AMOUNT TO AKX-BASE-TOTAL
              MOVE WS-FX-RATE TO AKX-RATE
              MOVE SPACES TO ACK-PRINT-LINE
              WRITE ACK-PRINT-LINE
              WRITE ACK-PRINT-LINE FROM ACK-CURRENCY-LINE
           END-IF
           MOVE SPACES TO ACK-PRINT-LINE
           WRITE ACK-PRINT-LINE
           WRITE ACK-PRINT-LINE
           ELSE
              MOVE '** NOT ON FILE **' TO AKI-PROD-NAME
           END-IF
           COMPUTE AKI-QTY =
              WI-QTY-ORDERED(WS-ITEM-I) / WI-UOM-FACTOR(WS-ITEM-I)
           MOVE WI-UOM(WS-ITEM-I) TO AKI-UOM
           MOVE WI-CUST-PART(WS-ITEM-I) TO AKI-CUST-PART
           IF WS-FX-FOREIGN IS EQUAL TO 'Y'
              COMPUTE AKI-NET ROUNDED =
                 WI-LINE-TOTAL(WS-ITEM-I) / WS-FX-RATE
              COMPUTE AKI-TAX ROUNDED =
                 WI-TAX-AMOUNT(WS-ITEM-I) / WS-FX-RATE
           ELSE
              MOVE WI-LINE-TOTAL(WS-ITEM-I) TO AKI-NET
              MOVE WI-TAX-AMOUNT(WS-ITEM-I) TO AKI-TAX
           END-IF
           WRITE ACK-PRINT-LINE FROM ACK-ITEM-LINE
           IF WI-IS-DROP(WS-ITEM-I) IS EQUAL TO 'Y'
              WRITE ACK-PRINT-LINE FROM ACK-DROP-LINE
           END-IF
           IF WI-REQ-CODE(WS-ITEM-I) IS NOT EQUAL TO SPACES
              MOVE WI-REQ-CODE(WS-ITEM-I) TO AKU-REQ-CODE
              WRITE ACK-PRINT-LINE FROM ACK-SUBST-LINE
           END-IF
           IF WI-PROMO-AMT(WS-ITEM-I) IS GREATER THAN ZERO
              MOVE WS-PROMO-CODE TO AKP-CODE
              MOVE WI-PROMO-AMT(WS-ITEM-I) TO AKP-AMOUNT
              WRITE ACK-PRINT-LINE FROM ACK-PROMO-LINE
           END-IF.

      *    ADDS THE POSTED ORDER TOTAL TO THE CUSTOMER'S OPEN BALANCE
      *    IN arbal.dat, CREATING THE BALANCE RECORD ON FIRST CHARGE
      *    POSTS ONE ITEM OF THE CONFIRMED ORDER: INVENTORY REWRITE,
      *    ITEM RECORD, AND THE LOG LINE FOR THE REPORTING CHAIN
       POST-ORDER-ITEM.
           EVALUATE TRUE
           WHEN WI-IS-KIT(WS-ITEM-I) IS EQUAL TO 'Y'
                PERFORM POST-KIT-ITEM
           WHEN WI-IS-DROP(WS-ITEM-I) IS EQUAL TO 'Y'
                PERFORM POST-DROP-SHIP-ITEM
           WHEN OTHER
                PERFORM POST-STOCK-ITEM
           END-EVALUATE.

      *    A DROP-SHIP LINE IS RECORDED LIKE ANY OTHER SALE BUT
      *    DRAWS NO STOCK, LOTS OR LOCATION - ITS PO IS RAISED ONCE
      *    ALL THE LINES ARE IN
       POST-DROP-SHIP-ITEM.
           MOVE SPACES TO ORDER-ITEM
           MOVE WS-ORDER-NUM TO OI-ORDER-NUM
           MOVE WS-ITEM-I TO OI-LINE-NUM
           MOVE WI-PROD-CODE(WS-ITEM-I) TO OI-PROD-CODE
           MOVE WI-QTY-ORDERED(WS-ITEM-I) TO OI-QTY-ORDERED
           MOVE WI-LINE-TOTAL(WS-ITEM-I) TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO OI-LINE-TOTAL
           MOVE WI-REQ-CODE(WS-ITEM-I) TO OI-REQ-CODE
           MOVE WI-CUST-PART(WS-ITEM-I) TO OI-CUST-PART
           MOVE WI-UOM(WS-ITEM-I) TO OI-UOM
           MOVE WI-UOM-FACTOR(WS-ITEM-I) TO OI-UOM-FACTOR
           PERFORM MOVE-ITEM-PROMOTION
           WRITE ORDER-ITEM
           PERFORM WRITE-ORDER-RECORD
           ADD 1 TO WS-DROP-COUNT
           ADD WI-LINE-TOTAL(WS-ITEM-I) TO WS-POSTED-TOTAL
           ADD WI-TAX-AMOUNT(WS-ITEM-I) TO WS-POSTED-TOTAL.

      *    ONE 'D' PURCHASE ORDER PER VENDOR ON THE ORDER, EACH LINE
      *    TIED BACK TO ITS ORDER LINE ON dropship.dat
       RAISE-DROP-SHIP-POS.
           MOVE ZERO TO WS-DV-COUNT
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-ITEM-COUNT
                   IF WI-IS-DROP(WS-ITEM-I) IS EQUAL TO 'Y'
                      PERFORM ADD-DROP-SHIP-VENDOR
                   END-IF
           END-PERFORM
           PERFORM FIND-DELIVER-TO-ADDRESS
           OPEN EXTEND PO-HEADER-FILE
           IF WS-POHDR-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT PO-HEADER-FILE
           END-IF
           OPEN EXTEND PO-ITEM-FILE
           IF WS-POITM-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT PO-ITEM-FILE
           END-IF
           OPEN EXTEND DROP-SHIP-FILE
           IF WS-DROPSHIP-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT DROP-SHIP-FILE
           END-IF
           OPEN EXTEND PO-REPORT
           IF WS-PORPT-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT PO-REPORT
           END-IF
           PERFORM VARYING WS-DV-I FROM 1 BY 1
              UNTIL WS-DV-I > WS-DV-COUNT
                   PERFORM RAISE-ONE-DROP-SHIP-PO
           END-PERFORM
           CLOSE PO-HEADER-FILE
           CLOSE PO-ITEM-FILE
           CLOSE DROP-SHIP-FILE
           CLOSE PO-REPORT.

       ADD-DROP-SHIP-VENDOR.
           MOVE 'N' TO WS-VENDOR-FOUND
           PERFORM VARYING WS-DV-I FROM 1 BY 1
              UNTIL WS-DV-I > WS-DV-COUNT OR
                 WS-VENDOR-FOUND IS EQUAL TO 'Y'
                   IF WDV-VENDOR-CODE(WS-DV-I) IS EQUAL TO
                      WI-DROP-VENDOR(WS-ITEM-I)
                      MOVE 'Y' TO WS-VENDOR-FOUND
                   END-IF
           END-PERFORM
           IF WS-VENDOR-FOUND IS EQUAL TO 'N'
              ADD 1 TO WS-DV-COUNT
              MOVE WI-DROP-VENDOR(WS-ITEM-I) TO
                 WDV-VENDOR-CODE(WS-DV-COUNT)
           END-IF.

       FIND-DELIVER-TO-ADDRESS.
           MOVE STREET TO WS-DELIVER-STREET
           MOVE CITY TO WS-DELIVER-CITY
           MOVE STATE TO WS-DELIVER-STATE
           MOVE ZIP TO WS-DELIVER-ZIP
           IF WS-SHIPTO-CODE IS NOT EQUAL TO SPACES
              MOVE 'N' TO WS-SHIPTO-FOUND
              OPEN INPUT SHIP-TO-FILE
              IF WS-SHIPTO-STATUS IS EQUAL TO '00'
                 PERFORM UNTIL WS-SHIPTO-STATUS IS NOT EQUAL TO '00'
                    OR WS-SHIPTO-FOUND IS EQUAL TO 'Y'
                         READ SHIP-TO-FILE
                         NOT AT END
                            IF ST-ID-NUM IS EQUAL TO ID-NUM AND
                               ST-CODE IS EQUAL TO WS-SHIPTO-CODE
                               MOVE 'Y' TO WS-SHIPTO-FOUND
                               MOVE ST-STREET TO WS-DELIVER-STREET
                               MOVE ST-CITY TO WS-DELIVER-CITY
                               MOVE ST-STATE TO WS-DELIVER-STATE
                               MOVE ST-ZIP TO WS-DELIVER-ZIP
                            END-IF
                         END-READ
                 END-PERFORM
                 CLOSE SHIP-TO-FILE
              END-IF
           END-IF.

       RAISE-ONE-DROP-SHIP-PO.
           PERFORM ASSIGN-PO-NUMBER
           MOVE SPACES TO PO-HEADER
           MOVE WS-PO-NUM TO PH-PO-NUM
           MOVE WDV-VENDOR-CODE(WS-DV-I) TO PH-VENDOR-CODE
           MOVE WS-TODAY TO PH-DATE
           MOVE 'D' TO PH-STATUS
           WRITE PO-HEADER
           PERFORM PRINT-DROP-SHIP-PO-HEADING
           MOVE ZERO TO WS-PO-LINE
           MOVE ZERO TO WS-PO-TOTAL
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-ITEM-COUNT
                   IF WI-IS-DROP(WS-ITEM-I) IS EQUAL TO 'Y' AND
                      WI-DROP-VENDOR(WS-ITEM-I) IS EQUAL TO
                      WDV-VENDOR-CODE(WS-DV-I)
                      PERFORM POST-DROP-SHIP-PO-LINE
                   END-IF
           END-PERFORM
           MOVE SPACES TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           MOVE WS-PO-TOTAL TO PDT-TOTAL
           WRITE PO-PRINT-LINE FROM PO-DOC-TOTAL-LINE
           MOVE SPACES TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           DISPLAY 'ORDER: drop-ship PO ' WS-PO-NUM ' raised to '
              'vendor ' WDV-VENDOR-CODE(WS-DV-I) ' with '
              WS-PO-LINE ' line(s), printed to po.rpt'.

       POST-DROP-SHIP-PO-LINE.
           ADD 1 TO WS-PO-LINE
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) +
              WI-DROP-LEAD(WS-ITEM-I))
           MOVE SPACES TO PO-ITEM
           MOVE WS-PO-NUM TO PI-PO-NUM
           MOVE WS-PO-LINE TO PI-LINE-NUM
           MOVE WI-PROD-CODE(WS-ITEM-I) TO PI-PROD-CODE
           MOVE WI-QTY-ORDERED(WS-ITEM-I) TO PI-QTY-EXPECTED
           MOVE WI-DROP-COST(WS-ITEM-I) TO PI-UNIT-COST
           MOVE WS-DUE-DATE TO PI-DUE-DATE
           MOVE ZERO TO PI-QTY-RECEIVED
           WRITE PO-ITEM
           MOVE SPACES TO DROP-SHIP-DATA
           MOVE WS-ORDER-NUM TO DSL-ORDER-NUM
           MOVE WS-ITEM-I TO DSL-LINE-NUM
           MOVE ID-NUM TO DSL-ID-NUM
           MOVE WI-PROD-CODE(WS-ITEM-I) TO DSL-PROD-CODE
           MOVE WI-QTY-ORDERED(WS-ITEM-I) TO DSL-QTY
           MOVE WS-SHIPTO-CODE TO DSL-SHIP-TO
           MOVE WS-PO-NUM TO DSL-PO-NUM
           MOVE WI-DROP-VENDOR(WS-ITEM-I) TO DSL-VENDOR-CODE
           MOVE WI-DROP-COST(WS-ITEM-I) TO DSL-PO-COST
           MOVE 'O' TO DSL-STATUS
           MOVE ZERO TO DSL-SHIP-DATE
           WRITE DROP-SHIP-DATA
           COMPUTE WS-PO-TOTAL = WS-PO-TOTAL +
              WI-QTY-ORDERED(WS-ITEM-I) * WI-DROP-COST(WS-ITEM-I)
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WI-PROD-CODE(WS-ITEM-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           MOVE WS-PO-LINE TO PDL-LINE-NUM
           MOVE WI-PROD-CODE(WS-ITEM-I) TO PDL-PROD-CODE
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'Y'
              MOVE PROD-NAME TO PDL-PROD-NAME
           ELSE
              MOVE '** NOT ON FILE **' TO PDL-PROD-NAME
           END-IF
           MOVE WI-QTY-ORDERED(WS-ITEM-I) TO PDL-QTY
           MOVE WI-DROP-COST(WS-ITEM-I) TO PDL-COST
           MOVE WS-DUE-DATE TO PDL-DUE-DATE
           MOVE WI-DROP-PART(WS-ITEM-I) TO PDL-VENDOR-PART
           WRITE PO-PRINT-LINE FROM PO-DOC-DETAIL.

       PRINT-DROP-SHIP-PO-HEADING.
           MOVE WS-PO-NUM TO PDH-PO-NUM
           WRITE PO-PRINT-LINE FROM PO-DOC-HEADING
           MOVE WDV-VENDOR-CODE(WS-DV-I) TO PDV-CODE
           MOVE SPACES TO PDV-NAME
           PERFORM VARYING WS-VENDOR-I FROM 1 BY 1
              UNTIL WS-VENDOR-I > WS-VENDOR-COUNT
                   IF WV-CODE(WS-VENDOR-I) IS EQUAL TO
                      WDV-VENDOR-CODE(WS-DV-I)
                      MOVE WV-NAME(WS-VENDOR-I) TO PDV-NAME
                   END-IF
           END-PERFORM
           WRITE PO-PRINT-LINE FROM PO-DOC-VENDOR-LINE
           MOVE WS-TODAY TO PDD-DATE
           MOVE WS-ORDER-NUM TO PDD-ORDER-NUM
           WRITE PO-PRINT-LINE FROM PO-DOC-DATE-LINE
           MOVE SPACES TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           MOVE FIRST-NAME TO PDN-FIRST-NAME
           MOVE LAST-NAME TO PDN-LAST-NAME
           WRITE PO-PRINT-LINE FROM PO-DOC-DELIVER-NAME
           MOVE WS-DELIVER-STREET TO PDS-STREET
           WRITE PO-PRINT-LINE FROM PO-DOC-DELIVER-STREET
           MOVE WS-DELIVER-CITY TO PDC-CITY
           MOVE WS-DELIVER-STATE TO PDC-STATE
           MOVE WS-DELIVER-ZIP TO PDC-ZIP
           WRITE PO-PRINT-LINE FROM PO-DOC-DELIVER-CITY
           MOVE SPACES TO PO-PRINT-LINE
           WRITE PO-PRINT-LINE
           WRITE PO-PRINT-LINE FROM PO-DOC-HEADS.

      *    THE NEXT NUMBER FROM THE po.seq CONTROL FILE MAINPOENTRY
      *    AND MAINPOPROPOSAL NUMBER FROM
       ASSIGN-PO-NUMBER.
           MOVE ZERO TO WS-PO-NUM
           OPEN INPUT PO-SEQUENCE-FILE
           IF WS-POSEQ-STATUS IS EQUAL TO '00'
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

       LOAD-VENDOR-CATALOG.
           OPEN INPUT VENDOR-ITEM-FILE
           IF WS-VENDITM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-VENDITM-STATUS IS NOT EQUAL TO '00'
                      READ VENDOR-ITEM-FILE
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
                            MOVE VI-LEAD-DAYS TO
                               WVI-LEAD-DAYS(WS-VI-COUNT)
                            MOVE VI-PREFERRED TO
                               WVI-PREFERRED(WS-VI-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE VENDOR-ITEM-FILE
           END-IF.

       LOAD-VENDOR-TABLE.
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-VENDOR-STATUS IS NOT EQUAL TO '00'
                      READ VENDOR-FILE
                      NOT AT END
                         IF WS-VENDOR-COUNT IS LESS THAN 200
                            ADD 1 TO WS-VENDOR-COUNT
                            MOVE VN-CODE TO WV-CODE(WS-VENDOR-COUNT)
                            MOVE VN-NAME TO WV-NAME(WS-VENDOR-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE VENDOR-FILE
           END-IF.

       POST-STOCK-ITEM.
           MOVE WI-QTY-ORDERED(WS-ITEM-I) TO WS-DRAW-QTY
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WI-PROD-CODE(WS-ITEM-I) TO PROD-CODE
           READ PRODUCT-FILE
                      MOVE WI-QTY-ORDERED(WS-ITEM-I) TO OI-QTY-ORDERED
                      MOVE WI-LINE-TOTAL(WS-ITEM-I) TO WS-EDIT-AMOUNT
                      MOVE WS-EDIT-AMOUNT TO OI-LINE-TOTAL
                      MOVE WI-REQ-CODE(WS-ITEM-I) TO OI-REQ-CODE
                      MOVE WI-CUST-PART(WS-ITEM-I) TO OI-CUST-PART
                      MOVE WI-UOM(WS-ITEM-I) TO OI-UOM
                      MOVE WI-UOM-FACTOR(WS-ITEM-I) TO OI-UOM-FACTOR
                      PERFORM MOVE-ITEM-PROMOTION
                      WRITE ORDER-ITEM
                      PERFORM WRITE-ORDER-RECORD
                      PERFORM LOG-STOCK-MOVEMENT
              END-REWRITE
           END-IF.

      *    A KIT POSTS AS ONE ITEM AND ONE LOG LINE AT THE KIT PRICE,
      *    BUT ONLY WHEN EVERY COMPONENT STILL COVERS IT - THEN EACH
      *    COMPONENT IS DRAWN DOWN, LEDGERED AND LOT-ALLOCATED ON ITS
      *    OWN, AND THE LINE IS COSTED FROM THE COMPONENTS
       POST-KIT-ITEM.
           MOVE WI-PROD-CODE(WS-ITEM-I) TO WS-KIT-PARENT-CODE
           MOVE 'N' TO WS-KIT-SHORT
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      WS-KIT-PARENT-CODE
                      PERFORM CHECK-KIT-COMPONENT
                   END-IF
           END-PERFORM
           IF WS-KIT-SHORT IS EQUAL TO 'Y'
              DISPLAY 'ORDER: item ' WS-ITEM-I ' ('
                 WI-PROD-CODE(WS-ITEM-I)
                 ') components no longer available, item skipped'
           ELSE
              MOVE ZERO TO WS-KIT-COST
              PERFORM VARYING WS-KIT-I FROM 1 BY 1
                 UNTIL WS-KIT-I > WS-KIT-COUNT
                      IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                         WS-KIT-PARENT-CODE
                         PERFORM DRAW-KIT-COMPONENT
                      END-IF
              END-PERFORM
              MOVE SPACES TO ORDER-ITEM
              MOVE WS-ORDER-NUM TO OI-ORDER-NUM
              MOVE WS-ITEM-I TO OI-LINE-NUM
              MOVE WI-PROD-CODE(WS-ITEM-I) TO OI-PROD-CODE
              MOVE WI-QTY-ORDERED(WS-ITEM-I) TO OI-QTY-ORDERED
              MOVE WI-LINE-TOTAL(WS-ITEM-I) TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO OI-LINE-TOTAL
              MOVE WI-REQ-CODE(WS-ITEM-I) TO OI-REQ-CODE
              MOVE WI-CUST-PART(WS-ITEM-I) TO OI-CUST-PART
              MOVE WI-UOM(WS-ITEM-I) TO OI-UOM
              MOVE WI-UOM-FACTOR(WS-ITEM-I) TO OI-UOM-FACTOR
              PERFORM MOVE-ITEM-PROMOTION
              WRITE ORDER-ITEM
              PERFORM WRITE-ORDER-RECORD
              ADD WI-LINE-TOTAL(WS-ITEM-I) TO WS-POSTED-TOTAL
              ADD WI-TAX-AMOUNT(WS-ITEM-I) TO WS-POSTED-TOTAL
           END-IF.

       CHECK-KIT-COMPONENT.
           MOVE 'Y' TO WS-COMP-EXISTS
           MOVE WKT-COMP-CODE(WS-KIT-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-COMP-EXISTS
           END-READ
           COMPUTE WS-KIT-NEEDED =
              WI-QTY-ORDERED(WS-ITEM-I) * WKT-COMP-QTY(WS-KIT-I)
           IF WS-COMP-EXISTS IS EQUAL TO 'N'
              MOVE 'Y' TO WS-KIT-SHORT
           ELSE
              IF WS-KIT-NEEDED IS GREATER THAN QTY-ON-HAND
                 MOVE 'Y' TO WS-KIT-SHORT
              END-IF
           END-IF.

       DRAW-KIT-COMPONENT.
           MOVE WKT-COMP-CODE(WS-KIT-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   DISPLAY 'ORDER: kit component ' PROD-CODE
                      ' not on file, not drawn down'
           NOT INVALID KEY
                   COMPUTE WS-DRAW-QTY =
                      WI-QTY-ORDERED(WS-ITEM-I) *
                      WKT-COMP-QTY(WS-KIT-I)
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
                   DISPLAY 'ORDER: inventory update failed for kit '
                      'component ' PROD-CODE
           NOT INVALID KEY
                   PERFORM LOG-STOCK-MOVEMENT
                   IF WS-LOT-LOADED IS EQUAL TO 'Y'
                      PERFORM DRAW-DOWN-LOTS
                   END-IF
                   IF WS-LOC-LOADED IS EQUAL TO 'Y'
                      PERFORM DRAW-DOWN-LOCATION
                   END-IF
           END-REWRITE.

      *    READS THE NEXT ORDER NUMBER FROM THE SEQUENCE CONTROL FILE
      *    (STARTING AT 1 ON THE VERY FIRST ORDER) AND WRITES THE
      *    INCREMENTED NUMBER BACK FOR THE NEXT ORDER
      *    STOCK FROM BEFORE LOT TRACKING SIMPLY HAS NO LOT ROWS
      *    AND DRAWS NOTHING DOWN
       DRAW-DOWN-LOTS.
           MOVE WS-DRAW-QTY TO WS-LOT-NEEDED
           PERFORM VARYING WS-LOT-I FROM 1 BY 1
              UNTIL WS-LOT-I > WS-LOT-COUNT OR
                 WS-LOT-NEEDED IS EQUAL TO ZERO
           WRITE LOT-ALLOC-DATA
           CLOSE LOT-ALLOC-FILE.

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

       LOAD-SUBSTITUTE-TABLE.
           OPEN INPUT SUBSTITUTE-FILE
           IF WS-SUBST-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-SUBST-STATUS IS NOT EQUAL TO '00'
                      READ SUBSTITUTE-FILE
                      NOT AT END
                         IF WS-SB-COUNT IS LESS THAN 500
                            ADD 1 TO WS-SB-COUNT
                            MOVE SB-PROD-CODE TO
                               WSB-PROD-CODE(WS-SB-COUNT)
                            MOVE SB-RANK TO WSB-RANK(WS-SB-COUNT)
                            MOVE SB-ALT-CODE TO
                               WSB-ALT-CODE(WS-SB-COUNT)
                            MOVE SB-DIRECTION TO
                               WSB-DIRECTION(WS-SB-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SUBSTITUTE-FILE
           END-IF.

       LOAD-LOCATION-TABLE.
           OPEN INPUT LOCATION-STOCK-FILE
           IF WS-LOCSTOCK-STATUS IS EQUAL TO '00'
                      AND WLC-LOCATION(WS-LOC-I) IS EQUAL TO
                      WS-ORDER-LOCATION
                      IF WLC-QTY(WS-LOC-I) IS LESS THAN
                         WS-DRAW-QTY
                         DISPLAY 'ORDER: location '
                            WS-ORDER-LOCATION ' shows only '
                            WLC-QTY(WS-LOC-I) ' of ' PROD-CODE
                            ', check the shelves'
                         MOVE ZERO TO WLC-QTY(WS-LOC-I)
                      ELSE
                         SUBTRACT WS-DRAW-QTY
                            FROM WLC-QTY(WS-LOC-I)
                      END-IF
                   END-IF
       LOG-STOCK-MOVEMENT.
           MOVE PROD-CODE TO WS-SL-PROD-CODE
           MOVE 'ORD' TO WS-SL-MOVE-TYPE
           MOVE WS-DRAW-QTY TO WS-SL-QTY
           MOVE QTY-ON-HAND TO WS-SL-BALANCE
           MOVE WS-ORDER-NUM TO WS-SL-REFERENCE
           CALL 'STOCKLOG' USING
           MOVE WS-ORDER-NUM TO OD-ORDER-NUM
           MOVE WI-TAX-AMOUNT(WS-ITEM-I) TO WS-EDIT-TAX
           MOVE WS-EDIT-TAX TO OD-TAX-AMOUNT
           COMPUTE WS-ALL-DISCOUNT = WI-DISCOUNT-AMT(WS-ITEM-I) +
              WI-PROMO-AMT(WS-ITEM-I)
           MOVE WS-ALL-DISCOUNT TO WS-EDIT-DISCOUNT
           MOVE WS-EDIT-DISCOUNT TO OD-DISCOUNT-AMT
      *    PRODUCT-DATA STILL HOLDS THE RECORD READ FOR THE POST,
      *    SO THIS IS THE COST IN EFFECT AT THE MOMENT OF SALE - A
      *    KIT CARRIES THE COST ROLLED UP FROM ITS COMPONENTS, AND
      *    A DROP-SHIP LINE WHAT ITS PO PAYS THE VENDOR
           MOVE SPACES TO OD-REC-TYPE
           EVALUATE TRUE
           WHEN WI-IS-KIT(WS-ITEM-I) IS EQUAL TO 'Y'
                MOVE WS-KIT-COST TO WS-COST-RAW
           WHEN WI-IS-DROP(WS-ITEM-I) IS EQUAL TO 'Y'
                MOVE WI-DROP-COST(WS-ITEM-I) TO WS-COST-RAW
                MOVE 'DRP' TO OD-REC-TYPE
           WHEN OTHER
                MOVE UNIT-COST TO WS-COST-RAW
           END-EVALUATE
           MOVE WS-COST-RAW-X TO OD-UNIT-COST
           MOVE WS-SALES-CODE TO OD-SALES-CODE
           WRITE ORDER-LINE FROM ORDER-DETAIL.
