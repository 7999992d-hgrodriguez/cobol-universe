      *    CONFIRMED ORDER'S HEADER IS FLIPPED TO 'S' SHIPPED - THE
      *    FLAG MAINORDERENTRY HAS ALWAYS WRITTEN BUT NOTHING EVER
      *    SET - AND ANY QUANTITY THAT SHIPPED SHORT IS RECORDED ON
      *    shipshort.dat SO WE KNOW WHAT LEFT THE BUILDING. LINES
      *    THE VENDOR SHIPS DIRECT (dropship.dat) ARE NEVER PICKED
      *    HERE - MAINDROPSHIP CONFIRMS THEM. EVERY CONFIRMATION
      *    ALSO RECORDS HOW THE ORDER WENT OUT - CARRIER (VALIDATED
      *    AGAINST carrier.dat), TRACKING NUMBER, CARTONS AND WEIGHT
      *    - ON shipment.dat, WHICH MAINMANIFEST LISTS FOR THE DRIVER,
      *    AND HANDS THE SHIPMENT TO CUSTNOTIFY SO THE CUSTOMER IS
      *    E-MAILED THE TRACKING NUMBER (OR PUT ON THE CALL LIST).
      *    NOTHING SHIPS WHILE PHYFREEZE HAS THE STOCK FROZEN
      *    FOR A PHYSICAL INVENTORY.
      *    WHERE THE SHIP-FROM LOCATION HAS BINS, EACH PICK LINE
      *    SHOWS THE BIN TO PICK FROM AND AN ORDER'S LINES PRINT IN
      *    THE WALKING SEQUENCE OF THOSE BINS; WHAT IS CONFIRMED
      *    SHIPPED IS DRAWN OUT OF THE BINS THROUGH BINSTOCK.
      *    EVERY CONFIRMED LINE, FULL OR SHORT, IS APPENDED TO
      *    shipline.dat WITH THE ORDER AND SHIP DATES FOR THE
      *    MAINSERVICELEVEL FILL-RATE REPORT. A PICK LINE IS
      *    FOLLOWED BY THE CUSTOMER'S OWN PART NUMBER FOR THE ITEM
      *    WHEN THEY HAVE ONE, SO THE CARTON CAN BE LABELLED WITH IT.
      *    THE PICK QUANTITY PRINTS IN THE UNIT THE LINE WAS ORDERED
      *    IN (EA WHEN IT CARRIES NONE); A SHORT SHIPMENT IS STILL
      *    CONFIRMED IN EACH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              FILE STATUS IS WS-SHIPTO-STATUS.
           SELECT PICKLIST-REPORT ASSIGN TO 'picklist.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DROP-SHIP-FILE ASSIGN TO 'dropship.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DROPSHIP-STATUS.
           SELECT CARRIER-FILE ASSIGN TO 'carrier.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARRIER-STATUS.
           SELECT SHIPMENT-FILE ASSIGN TO 'shipment.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPMENT-STATUS.
           SELECT SHIP-LINE-FILE ASSIGN TO 'shipline.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPLINE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-HEADER-FILE.
          02 FILLER            PIC X.
      *       LOCATION THE STOCK WAS DRAWN FROM - SPACES MEANS MAIN
          02 OH-SHIP-FROM      PIC X(4).
          02 FILLER            PIC X     VALUE SPACE.
      *       OPERATOR WHO KEYED THE ORDER AND THE TIME IT WAS POSTED,
      *       CARRIED THROUGH THE REWRITE UNCHANGED
          02 OH-OPERATOR       PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
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

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
       FD PICKLIST-REPORT.
       01 PRINT-LINE            PIC X(80).

       FD DROP-SHIP-FILE.
       01 DROP-SHIP-DATA.
          COPY DROP-SHIP-LINE.

       FD CARRIER-FILE.
       01 CARRIER-DATA.
          COPY CARRIER-RECORD.

       FD SHIPMENT-FILE.
       01 SHIPMENT-DATA.
          COPY SHIPMENT-RECORD.

       FD SHIP-LINE-FILE.
       01 SHIP-LINE-DATA.
          COPY SHIP-LINE.

       FD CUSTOMER-FILE.
       01 CUSTOMER-DATA.
          02 ID-NUM        PIC 9(5).
          02 FIRST-NAME    PIC X(15).
          02 LAST-NAME     PIC X(15).
          02 STATUS-CODE   PIC X.
             88 CUST-ACTIVE             VALUE 'A'.
             88 CUST-INACTIVE           VALUE 'I'.
          COPY CUSTOMER-CONTACT.
      *       HIGHEST OPEN BALANCE THE CUSTOMER MAY CARRY - ZERO
      *       MEANS A CASH-ONLY ACCOUNT
          02 CREDIT-LIMIT  PIC 9(7)V99.
      *       DATE+TIME OF THE LAST REWRITE - CHECKED SO TWO
      *       OPERATORS CANNOT SILENTLY CLOBBER EACH OTHER'S CHANGE
          02 UPDATE-STAMP  PIC 9(14).

       WORKING-STORAGE SECTION.
       01 WS-HEADER-STATUS     PIC XX.
       01 WS-DROPSHIP-STATUS   PIC XX.
       01 WS-ITEM-STATUS       PIC XX.
       01 WS-SHORT-STATUS      PIC XX.
       01 WS-SHIPLINE-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED BINSTOCK SUBPROGRAM
       01 WS-BN-FUNC           PIC X.
       01 WS-BN-PROD-CODE      PIC X(10).
       01 WS-BN-LOCATION       PIC X(4).
       01 WS-BN-BIN-CODE       PIC X(8).
       01 WS-BN-TO-BIN         PIC X(8).
       01 WS-BN-QTY            PIC 9(5).
       01 WS-BN-WALK-SEQ       PIC 9(5).
       01 WS-BN-RESULT         PIC X.
      *    PARAMETERS PASSED TO THE SHARED PHYFREEZE SUBPROGRAM
       01 WS-PF-FUNC           PIC X.
       01 WS-PF-OPERATOR       PIC X(8).
       01 WS-PF-FROZEN         PIC X.
      *    PARAMETERS PASSED TO THE SHARED PARTXREF SUBPROGRAM
       01 WS-XREF-FUNC         PIC X     VALUE 'P'.
       01 WS-XREF-ITEM-ID      PIC X(20) VALUE SPACES.
       01 WS-XREF-MATCH        PIC X.
       01 WS-CUST-PART         PIC X(20).
       01 WS-PF-DATE           PIC 9(8).

      *    THE WHOLE HEADER FILE, HELD HERE SO IT CAN BE REWRITTEN
      *    WITH THE SHIPPED ORDERS FLIPPED TO 'S' - SAME PATTERN AS
             03 WD-STATUS             PIC X.
             03 WD-SHIP-TO            PIC X(4).
             03 WD-SHIP-FROM          PIC X(4).
             03 WD-OPERATOR           PIC X(8).
             03 WD-ENTRY-TIME         PIC X(6).
       01 WS-HDR-I             PIC 9(4).
       01 WS-SHIPTO-STATUS     PIC XX.
       01 WS-SHIPTO-EOF        PIC X.
             03 WI-LINE-NUM           PIC 9(3).
             03 WI-PROD-CODE          PIC X(10).
             03 WI-QTY-ORDERED        PIC 9(5).
             03 WI-CUST-PART          PIC X(20).
             03 WI-UOM                PIC X(2).
             03 WI-UOM-FACTOR         PIC 9(4).
       01 WS-ITM-I             PIC 9(5).
      *    PICKABLE LINES OF ONE ORDER, AND THE ORDERS THAT HAD ANY
       01 WS-PICK-LINES        PIC 9(3).
       01 WS-PICK-ORDERS       PIC 9(4)  VALUE ZERO.
      *    ONE ORDER'S PICK LINES IN BIN WALKING SEQUENCE - LINES
      *    WITH NO BIN SORT TO THE END IN ORDER-LINE ORDER
       01 WS-PK-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-PK-TABLE.
          02 WS-PK-ENTRY OCCURS 1 TO 999 TIMES
             DEPENDING ON WS-PK-COUNT.
             03 WPK-ITM-I             PIC 9(5).
             03 WPK-BIN-CODE          PIC X(8).
             03 WPK-WALK-SEQ          PIC 9(5).
       01 WS-PK-I              PIC 9(3).
       01 WS-PK-AT             PIC 9(3).

      *    ORDER LINES THE VENDOR SHIPS DIRECT - KEPT OFF THE
      *    PICKING LIST AND OUT OF THE CONFIRM
       01 WS-DS-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-DS-TABLE.
          02 WS-DS-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-DS-COUNT.
             03 WDS-ORDER-NUM         PIC 9(6).
             03 WDS-LINE-NUM          PIC 9(3).
       01 WS-DS-I              PIC 9(5).
       01 WS-DROP-LINE         PIC X.

      *    CARRIERS THE CLERK MAY SHIP WITH, AND WHAT IS KEYED FOR
      *    THE SHIPMENT OF THE ORDER BEING CONFIRMED
       01 WS-CARRIER-STATUS    PIC XX.
       01 WS-SHIPMENT-STATUS   PIC XX.
       01 WS-CR-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-CR-TABLE.
          02 WS-CR-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-CR-COUNT.
             03 WC-CODE               PIC X(4).
             03 WC-NAME               PIC X(20).
       01 WS-CR-I              PIC 9(3).
       01 WS-CARRIER-OK        PIC X.
       01 WS-ENTER-CARRIER     PIC X(4).
       01 WS-ENTER-TRACKING    PIC X(20).
       01 WS-ENTER-CARTONS     PIC 9(3).
       01 WS-ENTER-WEIGHT      PIC X(9).
       01 WS-SHIP-WEIGHT       PIC 9(5)V99.
      *    CUSTNOTIFY PARAMETERS
       01 WS-NT-EVENT          PIC X(4).
       01 WS-NT-DOC-REF        PIC X(10).
       01 WS-NT-DOC-DATE       PIC 9(8).
       01 WS-NT-DETAIL         PIC X(50).

       01 PICKLIST-HEADING     PIC X(40)  VALUE
             'PICKING LIST - OPEN ORDERS'.
          02 FILLER             PIC X(4)  VALUE 'SIZ'.
          02 FILLER             PIC X(5)  VALUE 'CAT '.
          02 FILLER             PIC X(6)  VALUE '   QTY'.
          02 FILLER             PIC X(3)  VALUE ' UM'.
          02 FILLER             PIC X(5)  VALUE '  BIN'.
       01 ITEM-DETAIL-LINE.
          02 IDL-LINE-NUM       PIC 9(3).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 IDL-CATEGORY       PIC X(4).
          02 FILLER             PIC X     VALUE SPACE.
          02 IDL-QTY            PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 IDL-UOM            PIC X(2).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 IDL-BIN-CODE       PIC X(8).
       01 PICK-CUST-PART-LINE.
          02 FILLER             PIC X(5)  VALUE SPACES.
          02 FILLER             PIC X(10) VALUE 'CUST PART '.
          02 PCP-CUST-PART      PIC X(20).

       PROCEDURE DIVISION .
           CALL 'OPERSIGNON' USING
                 'needs update rights'
              STOP RUN
           END-IF.
           PERFORM CHECK-STOCK-FREEZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-HEADER-TABLE.
           IF WS-OPEN-COUNT IS EQUAL TO ZERO
              DISPLAY 'SHIP: no open orders on file'
           ELSE
              PERFORM LOAD-CARRIER-TABLE
              IF WS-CR-COUNT IS EQUAL TO ZERO
                 DISPLAY 'SHIP: no carriers on carrier.dat - set '
                    'them up in MAINCARRIERMAINT, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LOAD-DROP-SHIP-TABLE
              PERFORM LOAD-ITEM-TABLE
              OPEN INPUT PRODUCT-FILE
              OPEN INPUT CUSTOMER-FILE
              PERFORM PRINT-PICKING-LIST
              PERFORM CONFIRM-SHIPMENTS
              CLOSE CUSTOMER-FILE
              CLOSE PRODUCT-FILE
              IF WS-SHIPPED-COUNT IS GREATER THAN ZERO
                 PERFORM REWRITE-HEADER-FILE
                            WD-SHIP-TO(WS-HDR-COUNT)
                         MOVE OH-SHIP-FROM TO
                            WD-SHIP-FROM(WS-HDR-COUNT)
                         MOVE OH-OPERATOR TO
                            WD-OPERATOR(WS-HDR-COUNT)
                         MOVE OH-ENTRY-TIME TO
                            WD-ENTRY-TIME(WS-HDR-COUNT)
                         IF OH-STATUS IS EQUAL TO 'O'
                            ADD 1 TO WS-OPEN-COUNT
                         END-IF
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM FIND-DROP-SHIP-LINE
                         IF WS-DROP-LINE IS EQUAL TO 'N'
                            PERFORM ADD-ITEM-ENTRY
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE ORDER-ITEM-FILE
           END-IF.

       ADD-ITEM-ENTRY.
           IF WS-ITM-COUNT IS EQUAL TO 5000
              DISPLAY 'SHIP: item table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-ITM-COUNT
           MOVE OI-ORDER-NUM TO WI-ORDER-NUM(WS-ITM-COUNT)
           MOVE OI-LINE-NUM TO WI-LINE-NUM(WS-ITM-COUNT)
           MOVE OI-PROD-CODE TO WI-PROD-CODE(WS-ITM-COUNT)
           MOVE OI-QTY-ORDERED TO WI-QTY-ORDERED(WS-ITM-COUNT)
           MOVE OI-CUST-PART TO WI-CUST-PART(WS-ITM-COUNT)
           IF OI-UOM IS EQUAL TO SPACES OR
              OI-UOM-FACTOR IS NOT NUMERIC OR
              OI-UOM-FACTOR IS EQUAL TO ZERO
              MOVE 'EA' TO WI-UOM(WS-ITM-COUNT)
              MOVE 1 TO WI-UOM-FACTOR(WS-ITM-COUNT)
           ELSE
              MOVE OI-UOM TO WI-UOM(WS-ITM-COUNT)
              MOVE OI-UOM-FACTOR TO WI-UOM-FACTOR(WS-ITM-COUNT)
           END-IF.

       LOAD-DROP-SHIP-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DROP-SHIP-FILE
           IF WS-DROPSHIP-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DROP-SHIP-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-DS-COUNT IS EQUAL TO 5000
                            DISPLAY 'SHIP: drop-ship table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-DS-COUNT
                         MOVE DSL-ORDER-NUM TO
                            WDS-ORDER-NUM(WS-DS-COUNT)
                         MOVE DSL-LINE-NUM TO
                            WDS-LINE-NUM(WS-DS-COUNT)
                      END-READ
              END-PERFORM
              CLOSE DROP-SHIP-FILE
           END-IF.

       FIND-DROP-SHIP-LINE.
           MOVE 'N' TO WS-DROP-LINE
           PERFORM VARYING WS-DS-I FROM 1 BY 1
              UNTIL WS-DS-I > WS-DS-COUNT OR
                 WS-DROP-LINE IS EQUAL TO 'Y'
                   IF WDS-ORDER-NUM(WS-DS-I) IS EQUAL TO
                      OI-ORDER-NUM AND
                      WDS-LINE-NUM(WS-DS-I) IS EQUAL TO OI-LINE-NUM
                      MOVE 'Y' TO WS-DROP-LINE
                   END-IF
           END-PERFORM.

      *    HOW MANY LINES OF THE ORDER AT WS-HDR-I THE WAREHOUSE
      *    PICKS - NONE MEANS THE VENDOR SHIPS THE WHOLE ORDER
       COUNT-ORDER-PICK-LINES.
           MOVE ZERO TO WS-PICK-LINES
           PERFORM VARYING WS-ITM-I FROM 1 BY 1
              UNTIL WS-ITM-I > WS-ITM-COUNT
                   IF WI-ORDER-NUM(WS-ITM-I) IS EQUAL TO
                      WD-ORDER-NUM(WS-HDR-I)
                      ADD 1 TO WS-PICK-LINES
                   END-IF
           END-PERFORM.

       PRINT-PICKING-LIST.
           OPEN OUTPUT PICKLIST-REPORT
           WRITE PRINT-LINE FROM PICKLIST-HEADING
           PERFORM VARYING WS-HDR-I FROM 1 BY 1
              UNTIL WS-HDR-I > WS-HDR-COUNT
                   IF WD-STATUS(WS-HDR-I) IS EQUAL TO 'O'
                      PERFORM COUNT-ORDER-PICK-LINES
                      IF WS-PICK-LINES IS GREATER THAN ZERO
                         PERFORM PRINT-ONE-PICK-ORDER
                         ADD 1 TO WS-PICK-ORDERS
                      END-IF
                   END-IF
           END-PERFORM
           CLOSE PICKLIST-REPORT
           DISPLAY 'SHIP: picking list for ' WS-PICK-ORDERS
              ' open order(s) on picklist.rpt'.

       PRINT-ONE-PICK-ORDER.
              PERFORM PRINT-SHIPTO-BLOCK
           END-IF
           WRITE PRINT-LINE FROM ITEM-HEADS
           MOVE ZERO TO WS-PK-COUNT
           PERFORM VARYING WS-ITM-I FROM 1 BY 1
              UNTIL WS-ITM-I > WS-ITM-COUNT
                   IF WI-ORDER-NUM(WS-ITM-I) IS EQUAL TO
                      WD-ORDER-NUM(WS-HDR-I)
                      PERFORM ADD-PICK-IN-WALK-ORDER
                   END-IF
           END-PERFORM
           PERFORM VARYING WS-PK-I FROM 1 BY 1
              UNTIL WS-PK-I > WS-PK-COUNT
                   MOVE WPK-ITM-I(WS-PK-I) TO WS-ITM-I
                   MOVE WPK-BIN-CODE(WS-PK-I) TO IDL-BIN-CODE
                   PERFORM PRINT-ONE-PICK-LINE
           END-PERFORM.

      *    LOOKS UP THE BIN FOR THE LINE AT WS-ITM-I AND SLOTS THE
      *    LINE IN AHEAD OF THE FIRST LINE FURTHER DOWN THE WALK
       ADD-PICK-IN-WALK-ORDER.
           MOVE '3' TO WS-BN-FUNC
           MOVE WI-PROD-CODE(WS-ITM-I) TO WS-BN-PROD-CODE
           PERFORM SET-BIN-LOCATION
           PERFORM CALL-BINSTOCK
           MOVE WS-PK-COUNT TO WS-PK-AT
           ADD 1 TO WS-PK-AT
           PERFORM VARYING WS-PK-I FROM WS-PK-COUNT BY -1
              UNTIL WS-PK-I IS LESS THAN 1
                   IF WPK-WALK-SEQ(WS-PK-I) IS GREATER THAN
                      WS-BN-WALK-SEQ
                      MOVE WS-PK-I TO WS-PK-AT
                   END-IF
           END-PERFORM
           ADD 1 TO WS-PK-COUNT
           PERFORM VARYING WS-PK-I FROM WS-PK-COUNT BY -1
              UNTIL WS-PK-I IS NOT GREATER THAN WS-PK-AT
                   MOVE WS-PK-ENTRY(WS-PK-I - 1) TO
                      WS-PK-ENTRY(WS-PK-I)
           END-PERFORM
           MOVE WS-ITM-I TO WPK-ITM-I(WS-PK-AT)
           MOVE WS-BN-BIN-CODE TO WPK-BIN-CODE(WS-PK-AT)
           MOVE WS-BN-WALK-SEQ TO WPK-WALK-SEQ(WS-PK-AT).

      *    BINS ARE KEPT PER LOCATION - THE ORDER'S SHIP-FROM, MAIN
      *    WHEN IT HAS NONE
       SET-BIN-LOCATION.
           IF WD-SHIP-FROM(WS-HDR-I) IS EQUAL TO SPACES
              MOVE 'MAIN' TO WS-BN-LOCATION
           ELSE
              MOVE WD-SHIP-FROM(WS-HDR-I) TO WS-BN-LOCATION
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

      *    TAKES WHAT LEFT ON THE TRUCK OUT OF THE BINS IT CAME FROM
       DRAW-LINE-FROM-BINS.
           MOVE '4' TO WS-BN-FUNC
           MOVE WI-PROD-CODE(WS-ITM-I) TO WS-BN-PROD-CODE
           PERFORM SET-BIN-LOCATION
           PERFORM CALL-BINSTOCK
           IF WS-BN-RESULT IS EQUAL TO 'S'
              DISPLAY 'SHIP: bins at ' WS-BN-LOCATION ' held less '
                 'than ' WS-BN-QTY ' of ' WS-BN-PROD-CODE
                 ' - check the bin stock'
           END-IF.

      *    A FULL CONFIRMATION SHIPS EVERY LINE AS ORDERED
       SHIP-ALL-LINES.
           PERFORM VARYING WS-ITM-I FROM 1 BY 1
              UNTIL WS-ITM-I > WS-ITM-COUNT
                   IF WI-ORDER-NUM(WS-ITM-I) IS EQUAL TO
                      WS-ENTER-ORDER-NUM
                      MOVE WI-QTY-ORDERED(WS-ITM-I) TO
                         WS-QTY-SHIPPED
                      PERFORM WRITE-SHIP-LINE-RECORD
                      MOVE WS-QTY-SHIPPED TO WS-BN-QTY
                      PERFORM DRAW-LINE-FROM-BINS
                   END-IF
           END-PERFORM.

       WRITE-SHIP-LINE-RECORD.
           OPEN EXTEND SHIP-LINE-FILE
           IF WS-SHIPLINE-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT SHIP-LINE-FILE
           END-IF
           MOVE SPACES TO SHIP-LINE-DATA
           MOVE WS-TODAY TO SV-SHIP-DATE
           MOVE WI-ORDER-NUM(WS-ITM-I) TO SV-ORDER-NUM
           MOVE WI-LINE-NUM(WS-ITM-I) TO SV-LINE-NUM
           MOVE WD-ID-NUM(WS-HDR-I) TO SV-ID-NUM
           MOVE WI-PROD-CODE(WS-ITM-I) TO SV-PROD-CODE
           MOVE WD-DATE(WS-HDR-I) TO SV-ORDER-DATE
           MOVE WI-QTY-ORDERED(WS-ITM-I) TO SV-QTY-ORDERED
           MOVE WS-QTY-SHIPPED TO SV-QTY-SHIPPED
           WRITE SHIP-LINE-DATA
           CLOSE SHIP-LINE-FILE.

       PRINT-ONE-PICK-LINE.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WI-PROD-CODE(WS-ITM-I) TO PROD-CODE
              MOVE SPACES TO IDL-PROD-SIZE
              MOVE SPACES TO IDL-CATEGORY
           END-IF
           COMPUTE IDL-QTY =
              WI-QTY-ORDERED(WS-ITM-I) / WI-UOM-FACTOR(WS-ITM-I)
           MOVE WI-UOM(WS-ITM-I) TO IDL-UOM
           WRITE PRINT-LINE FROM ITEM-DETAIL-LINE
           MOVE WI-CUST-PART(WS-ITM-I) TO WS-CUST-PART
           IF WS-CUST-PART IS EQUAL TO SPACES
              CALL 'PARTXREF' USING WS-XREF-FUNC WD-ID-NUM(WS-HDR-I)
                 WS-XREF-ITEM-ID WI-PROD-CODE(WS-ITM-I) WS-CUST-PART
                 WS-XREF-MATCH
              END-CALL
           END-IF
           IF WS-CUST-PART IS NOT EQUAL TO SPACES
              MOVE WS-CUST-PART TO PCP-CUST-PART
              WRITE PRINT-LINE FROM PICK-CUST-PART-LINE
           END-IF.

      *    THE DRIVER NEEDS THE DELIVERY ADDRESS ON THE PICKING
      *    LIST, NOT ON A STICKY NOTE
                 WS-ENTER-ORDER-NUM
           ELSE
              SUBTRACT 1 FROM WS-HDR-I
              MOVE ZERO TO WS-PICK-LINES
              IF WD-STATUS(WS-HDR-I) IS EQUAL TO 'O'
                 PERFORM COUNT-ORDER-PICK-LINES
              END-IF
              EVALUATE TRUE
              WHEN WD-STATUS(WS-HDR-I) IS NOT EQUAL TO 'O'
                 DISPLAY 'SHIP: order ' WS-ENTER-ORDER-NUM
                    ' is not open (' WD-STATUS(WS-HDR-I) ')'
              WHEN WS-PICK-LINES IS EQUAL TO ZERO
                 DISPLAY 'SHIP: order ' WS-ENTER-ORDER-NUM
                    ' ships direct from the vendor - confirm it '
                    'in MAINDROPSHIP'
              WHEN OTHER
                 DISPLAY 'SHIP: (F)ull, (P)artial or (S)kip: '
                    WITH NO ADVANCING
                 ACCEPT WS-CONFIRM-ANSWER
                 WHEN 'f'
                      MOVE 'S' TO WD-STATUS(WS-HDR-I)
                      ADD 1 TO WS-SHIPPED-COUNT
                      PERFORM SHIP-ALL-LINES
                      PERFORM RECORD-SHIPMENT
                      DISPLAY 'SHIP: order ' WS-ENTER-ORDER-NUM
                         ' shipped in full'
                 WHEN 'P'
                      PERFORM CONFIRM-PARTIAL-LINES
                      MOVE 'S' TO WD-STATUS(WS-HDR-I)
                      ADD 1 TO WS-SHIPPED-COUNT
                      PERFORM RECORD-SHIPMENT
                      DISPLAY 'SHIP: order ' WS-ENTER-ORDER-NUM
                         ' shipped with shortages recorded'
                 WHEN OTHER
                      DISPLAY 'SHIP: order left open'
                 END-EVALUATE
              END-EVALUATE
           END-IF.

      *    WALKS THE ORDER'S LINES ASKING WHAT ACTUALLY WENT ON THE
       CONFIRM-ONE-LINE.
           DISPLAY 'SHIP: line ' WI-LINE-NUM(WS-ITM-I) ' '
              WI-PROD-CODE(WS-ITM-I) ' ordered '
              WI-QTY-ORDERED(WS-ITM-I) ' EA, Qty Shipped in EA: '
              WITH NO ADVANCING
           ACCEPT WS-QTY-SHIPPED
           IF WS-QTY-SHIPPED IS GREATER THAN
              COMPUTE WS-QTY-SHORT =
                 WI-QTY-ORDERED(WS-ITM-I) - WS-QTY-SHIPPED
              PERFORM WRITE-SHORT-RECORD
           END-IF
           PERFORM WRITE-SHIP-LINE-RECORD
           IF WS-QTY-SHIPPED IS GREATER THAN ZERO
              MOVE WS-QTY-SHIPPED TO WS-BN-QTY
              PERFORM DRAW-LINE-FROM-BINS
           END-IF.

       WRITE-SHORT-RECORD.
           DISPLAY 'SHIP: recorded ' WS-QTY-SHORT ' short of '
              WI-PROD-CODE(WS-ITM-I).

       LOAD-CARRIER-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CARRIER-FILE
           IF WS-CARRIER-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CARRIER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-CR-COUNT IS LESS THAN 100
                            ADD 1 TO WS-CR-COUNT
                            MOVE CR-CODE TO WC-CODE(WS-CR-COUNT)
                            MOVE CR-NAME TO WC-NAME(WS-CR-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CARRIER-FILE
           END-IF.

      *    HOW THE CONFIRMED ORDER WENT OUT - ONE shipment.dat LINE
      *    PER ORDER, SO THE TRACKING NUMBER CAN BE GIVEN TO THE
      *    CUSTOMER AND THE ORDER LISTED ON THE DRIVER'S MANIFEST
       RECORD-SHIPMENT.
           MOVE 'N' TO WS-CARRIER-OK
           PERFORM UNTIL WS-CARRIER-OK IS EQUAL TO 'Y'
                   DISPLAY 'SHIP: Carrier Code (? = list): '
                      WITH NO ADVANCING
                   ACCEPT WS-ENTER-CARRIER
                   MOVE FUNCTION UPPER-CASE(WS-ENTER-CARRIER)
                      TO WS-ENTER-CARRIER
                   PERFORM FIND-CARRIER
                   IF WS-CARRIER-OK IS EQUAL TO 'N'
                      IF WS-ENTER-CARRIER IS EQUAL TO '?'
                         PERFORM LIST-CARRIERS
                      ELSE
                         DISPLAY 'SHIP: carrier ' WS-ENTER-CARRIER
                            ' is not on carrier.dat'
                      END-IF
                   END-IF
           END-PERFORM
           DISPLAY 'SHIP: Tracking Number: ' WITH NO ADVANCING
           ACCEPT WS-ENTER-TRACKING
           DISPLAY 'SHIP: Cartons: ' WITH NO ADVANCING
           ACCEPT WS-ENTER-CARTONS
           IF WS-ENTER-CARTONS IS EQUAL TO ZERO
              DISPLAY 'SHIP: no carton count, taking 1'
              MOVE 1 TO WS-ENTER-CARTONS
           END-IF
           DISPLAY 'SHIP: Weight (lb): ' WITH NO ADVANCING
           ACCEPT WS-ENTER-WEIGHT
           MOVE ZERO TO WS-SHIP-WEIGHT
           IF WS-ENTER-WEIGHT IS NOT EQUAL TO SPACES
              COMPUTE WS-SHIP-WEIGHT =
                 FUNCTION NUMVAL(WS-ENTER-WEIGHT)
           END-IF
           OPEN EXTEND SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT SHIPMENT-FILE
           END-IF
           MOVE SPACES TO SHIPMENT-DATA
           MOVE WD-ORDER-NUM(WS-HDR-I) TO SH-ORDER-NUM
           MOVE WD-ID-NUM(WS-HDR-I) TO SH-ID-NUM
           MOVE WS-TODAY TO SH-SHIP-DATE
           MOVE WS-ENTER-CARRIER TO SH-CARRIER
           MOVE WS-ENTER-TRACKING TO SH-TRACKING
           MOVE WS-ENTER-CARTONS TO SH-CARTONS
           MOVE WS-SHIP-WEIGHT TO SH-WEIGHT
           MOVE WS-OPERATOR-ID TO SH-OPERATOR
           WRITE SHIPMENT-DATA
           CLOSE SHIPMENT-FILE
           PERFORM NOTIFY-SHIPMENT.

      *    A CUSTOMER MISSING FROM THE MASTER HAS NO E-MAIL, SO THE
      *    SHIPMENT LANDS ON THE CALL LIST FOR SOMEONE TO CHASE
       NOTIFY-SHIPMENT.
           MOVE WD-ID-NUM(WS-HDR-I) TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE WD-ID-NUM(WS-HDR-I) TO ID-NUM
                   MOVE SPACES TO EMAIL
           END-READ
           MOVE 'SHIP' TO WS-NT-EVENT
           MOVE SPACES TO WS-NT-DOC-REF
           MOVE WD-ORDER-NUM(WS-HDR-I) TO WS-NT-DOC-REF(1:6)
           MOVE WS-TODAY TO WS-NT-DOC-DATE
           MOVE SPACES TO WS-NT-DETAIL
           STRING 'SHIPPED VIA ' DELIMITED BY SIZE
                  WS-ENTER-CARRIER DELIMITED BY SPACE
                  ' TRACKING ' DELIMITED BY SIZE
                  WS-ENTER-TRACKING DELIMITED BY SPACE
              INTO WS-NT-DETAIL
           END-STRING
           CALL 'CUSTNOTIFY' USING
              BY REFERENCE ID-NUM,
              BY REFERENCE EMAIL,
              BY REFERENCE WS-NT-EVENT,
              BY REFERENCE WS-NT-DOC-REF,
              BY REFERENCE WS-NT-DOC-DATE,
              BY REFERENCE WS-NT-DETAIL
           END-CALL.

       FIND-CARRIER.
           MOVE 'N' TO WS-CARRIER-OK
           PERFORM VARYING WS-CR-I FROM 1 BY 1
              UNTIL WS-CR-I > WS-CR-COUNT OR
                 WS-CARRIER-OK IS EQUAL TO 'Y'
                   IF WC-CODE(WS-CR-I) IS EQUAL TO WS-ENTER-CARRIER
                      MOVE 'Y' TO WS-CARRIER-OK
                   END-IF
           END-PERFORM.

       LIST-CARRIERS.
           PERFORM VARYING WS-CR-I FROM 1 BY 1
              UNTIL WS-CR-I > WS-CR-COUNT
                   DISPLAY 'SHIP:   ' WC-CODE(WS-CR-I) ' '
                      WC-NAME(WS-CR-I)
           END-PERFORM.

      *    WRITES THE WHOLE HEADER FILE BACK OUT WITH THE SHIPPED
      *    ORDERS FLAGGED 'S' - SAME REWRITE-IN-PLACE PATTERN AS THE
      *    BACKORDER RELEASE RUN
                   MOVE WD-STATUS(WS-HDR-I) TO OH-STATUS
                   MOVE WD-SHIP-TO(WS-HDR-I) TO OH-SHIP-TO
                   MOVE WD-SHIP-FROM(WS-HDR-I) TO OH-SHIP-FROM
                   MOVE WD-OPERATOR(WS-HDR-I) TO OH-OPERATOR
                   MOVE WD-ENTRY-TIME(WS-HDR-I) TO OH-ENTRY-TIME
                   WRITE ORDER-HEADER
           END-PERFORM
           CLOSE ORDER-HEADER-FILE.

      *    NO STOCK MOVES WHILE A PHYSICAL INVENTORY IS COUNTING -
      *    THE BOOK QUANTITIES ON THE COUNT TAGS MUST HOLD STILL
       CHECK-STOCK-FREEZE.
           MOVE '1' TO WS-PF-FUNC
           MOVE SPACES TO WS-PF-OPERATOR
           CALL 'PHYFREEZE' USING
              BY REFERENCE WS-PF-FUNC,
              BY REFERENCE WS-PF-OPERATOR,
              BY REFERENCE WS-PF-FROZEN,
              BY REFERENCE WS-PF-DATE
           END-CALL
           IF WS-PF-FROZEN IS EQUAL TO 'Y'
              DISPLAY 'SHIP: stock is frozen for physical inventory '
                 'since ' WS-PF-DATE ' - nothing shipped'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
