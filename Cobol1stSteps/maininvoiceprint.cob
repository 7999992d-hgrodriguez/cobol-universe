      *    ALREADY ON THE REGISTER IS NEVER INVOICED A SECOND TIME -
      *    A RERUN OF THE PRINT BEFORE THE DAY CLOSES SKIPS IT, SO
      *    NO DUPLICATE NUMBER, REGISTER ROW OR OPEN ITEM CAN ARISE.
      *    EACH INVOICE CARRIES THE CUSTOMER'S PAYMENT TERMS AND THE
      *    DUE DATE THEY GIVE (CUSTTERMS), AND THE DUE DATE IS
      *    STAMPED ON THE OPEN ITEM FOR THE AGING TO RUN FROM.
      *    AN ORDER WITH A DROP-SHIP LINE STILL AWAITING THE VENDOR
      *    (dropship.dat) IS HELD WHOLE UNTIL MAINDROPSHIP RECORDS
      *    THE VENDOR'S SHIPMENT, SO WE NEVER BILL GOODS NOT YET SENT.
      *    EVERY ORDER ON AN INVOICE THAT HAS LEFT THE WAREHOUSE GETS
      *    A LINE WITH ITS CARRIER AND TRACKING NUMBER (shipment.dat).
      *    A LINE A PROMOTION TOOK A DISCOUNT OFF IS FOLLOWED BY THE
      *    PROMOTION CODE AND THE SAVING, FROM ITS orderitm.dat LINE.
      *    A CUSTOMER BILLED IN ITS OWN CURRENCY (FXRATE) IS INVOICED
      *    IN IT: EACH LINE AT THE RATE ITS ORDER WAS QUOTED AT
      *    (orderfx.dat), OR TODAY'S RATE FOR A LINE WITHOUT ONE,
      *    WITH THE BASE EQUIVALENT UNDER THE TOTAL. THE OPEN ITEM
      *    AND REGISTER STAY IN BASE; THE FOREIGN AMOUNT IS KEPT
      *    BESIDE THE ITEM ON arfx.dat. WITH NO RATE ON FILE TODAY
      *    SUCH A CUSTOMER'S LINES ARE HELD FOR A LATER RUN. A GOODS
      *    LINE IS FOLLOWED BY THE CUSTOMER'S OWN PART NUMBER FOR IT
      *    WHEN THEY HAVE ONE - AS KEPT ON THE orderitm.dat LINE, OR
      *    FROM PARTXREF FOR A LINE WRITTEN WITHOUT ONE. A GOODS
      *    LINE PRINTS ITS QUANTITY AND PRICE IN THE UNIT IT WAS
      *    ORDERED IN ON orderitm.dat (EA WHEN IT CARRIES NONE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-CODE-FILE ASSIGN TO 'chargecd.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHARGECD-STATUS.
           SELECT DROP-SHIP-FILE ASSIGN TO 'dropship.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DROPSHIP-STATUS.
           SELECT SHIPMENT-FILE ASSIGN TO 'shipment.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPMENT-STATUS.
           SELECT ORDER-FX-FILE ASSIGN TO 'orderfx.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ORDERFX-STATUS.
           SELECT AR-FX-FILE ASSIGN TO 'arfx.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARFX-STATUS.
           SELECT ORDER-ITEM-FILE ASSIGN TO 'orderitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LOG.
          02 OH-STATUS         PIC X.
          02 FILLER            PIC X.
          02 OH-SHIP-TO        PIC X(4).
      *       SHIP-FROM, OPERATOR AND ENTRY TIME - NOT USED HERE
          02 FILLER            PIC X(21).

       FD SHIP-TO-FILE.
       01 SHIP-TO-DATA.
          02 FILLER            PIC X.
          02 CG-TAXABLE        PIC X.

       FD DROP-SHIP-FILE.
       01 DROP-SHIP-DATA.
          COPY DROP-SHIP-LINE.

       FD SHIPMENT-FILE.
       01 SHIPMENT-DATA.
          COPY SHIPMENT-RECORD.

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
          02 FILLER            PIC X.
          02 OI-CUST-PART      PIC X(20).
          02 FILLER            PIC X.
          02 OI-UOM            PIC X(2).
          02 FILLER            PIC X.
          02 OI-UOM-FACTOR     PIC 9(4).

       FD ORDER-FX-FILE.
       01 ORDER-FX-DATA.
          COPY ORDER-FX.

       FD AR-FX-FILE.
       01 AR-FX-DATA.
          COPY AR-FX-ITEM.

       WORKING-STORAGE SECTION.
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.
       01 WS-REPRINT-TOTAL      PIC S9(8)V99.
       01 WS-FOUND              PIC X.
       01 WS-EDIT-REG-AMOUNT    PIC -ZZZZZZZ9.99.
      *    PARAMETERS PASSED TO THE SHARED CUSTTERMS SUBPROGRAM -
      *    THE CUSTOMER'S TERMS GIVE THE INVOICE ITS DUE DATE
       01 WS-TERMS-CODE         PIC X(10).
       01 WS-DUE-DATE           PIC 9(8).
       01 WS-DISC-DATE          PIC 9(8).
       01 WS-DISC-PCT           PIC 9(2)V99.

      *    GROSS PER ORDER COVERED BY THE INVOICE BEING PRINTED -
      *    ONE REGISTER LINE IS WRITTEN PER ENTRY
       01 WS-REG-I              PIC 9(5).
       01 WS-SKIPPED-COUNT      PIC 9(5)  VALUE ZERO.

      *    ORDERS WITH A DROP-SHIP LINE THE VENDOR HAS NOT YET
      *    SHIPPED - THEIR LINES ARE MARKED HELD ('H') ON LOAD AND
      *    WAIT FOR A LATER RUN
       01 WS-DROPSHIP-STATUS    PIC XX.
       01 WS-HOLD-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-HOLD-TABLE.
          02 WS-HOLD-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-HOLD-COUNT.
             03 WHO-ORDER-NUM         PIC 9(6).
       01 WS-HOLD-I             PIC 9(5).
       01 WS-HELD-COUNT         PIC 9(5)  VALUE ZERO.

      *    HOW EACH SHIPPED ORDER WENT OUT - PRINTED UNDER THE
      *    INVOICE SO THE CUSTOMER HAS THE TRACKING NUMBER
       01 WS-SHIPMENT-STATUS    PIC XX.
       01 WS-SHP-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-SHP-TABLE.
          02 WS-SHP-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-SHP-COUNT.
             03 WSP-ORDER-NUM         PIC 9(6).
             03 WSP-SHIP-DATE         PIC 9(8).
             03 WSP-CARRIER           PIC X(4).
             03 WSP-TRACKING          PIC X(20).
       01 WS-SHP-I              PIC 9(5).
       01 WS-SHIP-ORDER-NUM     PIC 9(6).

      *    THE orderitm.dat LINES THAT CARRY A PROMOTION DISCOUNT -
      *    PRINTED UNDER THE GOODS LINE OF THE SAME ORDER AND PRODUCT
       01 WS-ITEM-STATUS        PIC XX.
       01 WS-PRM-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-PRM-TABLE.
          02 WS-PRM-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PRM-COUNT.
             03 WPR-ORDER-NUM         PIC 9(6).
             03 WPR-PROD-CODE         PIC X(10).
             03 WPR-PROMO-CODE        PIC X(8).
             03 WPR-PROMO-AMT         PIC X(8).
       01 WS-PRM-I              PIC 9(5).

      *    THE orderitm.dat LINES THAT CARRY THE CUSTOMER'S OWN PART
      *    NUMBER OR WERE ORDERED IN A UNIT BIGGER THAN EA, AND THE
      *    PARTXREF PARAMETERS FOR A LINE WITH NO PART NUMBER
       01 WS-CPT-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-CPT-TABLE.
          02 WS-CPT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-CPT-COUNT.
             03 WCP-ORDER-NUM         PIC 9(6).
             03 WCP-PROD-CODE         PIC X(10).
             03 WCP-CUST-PART         PIC X(20).
             03 WCP-UOM               PIC X(2).
             03 WCP-UOM-FACTOR        PIC 9(4).
       01 WS-CPT-I              PIC 9(5).
       01 WS-CPT-FOUND          PIC X.
      *    THE UNIT THE LINE BEING PRINTED WAS ORDERED IN
       01 WS-LINE-UOM           PIC X(2).
       01 WS-LINE-FACTOR        PIC 9(4).
       01 WS-UOM-WHOLE          PIC 9(5).
       01 WS-UOM-REM            PIC 9(4).
       01 WS-XREF-FUNC          PIC X     VALUE 'P'.
       01 WS-XREF-ITEM-ID       PIC X(20) VALUE SPACES.
       01 WS-XREF-MATCH         PIC X.
       01 WS-CUST-PART          PIC X(20).

      *    CONTRACT PRICES LOADED ONCE FOR THE 'CONTR' LINE REMARK
       01 WS-CONTRACT-STATUS    PIC XX.
       01 WS-CONTRACT-COUNT     PIC 9(3)  VALUE ZERO.
             03 WGR-DESC              PIC X(20).
       01 WS-CGREF-I            PIC 9(3).
       01 WS-CHARGE-PASS        PIC X.
      *    FOREIGN-CURRENCY BILLING - THE CUSTOMER'S CURRENCY AND
      *    TODAY'S RATE FROM FXRATE, THE RATE EACH ORDER WAS QUOTED
      *    AT, AND THE INVOICE TOTALS IN THE CUSTOMER'S CURRENCY
       01 WS-ORDERFX-STATUS     PIC XX.
       01 WS-ARFX-STATUS        PIC XX.
       01 WS-FX-CURRENCY        PIC X(3).
       01 WS-FX-RATE            PIC 9(3)V9(6).
       01 WS-FX-FOREIGN         PIC X.
       01 WS-LINE-RATE          PIC 9(3)V9(6).
       01 WS-FX-LINE-AMOUNT     PIC S9(7)V99.
       01 WS-FX-LINE-TAX        PIC S9(7)V99.
       01 WS-FX-INV-TOTAL       PIC S9(7)V99.
       01 WS-FX-INV-TAX         PIC S9(7)V99.
       01 WS-FX-HELD-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-OFX-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-OFX-TABLE.
          02 WS-OFX-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-OFX-COUNT.
             03 WOF-ORDER-NUM         PIC 9(6).
             03 WOF-RATE              PIC 9(3)V9(6).
       01 WS-OFX-I              PIC 9(5).
       01 INVOICE-CURRENCY-LINE.
          02 FILLER             PIC X(40) VALUE SPACES.
          02 FILLER             PIC X(11) VALUE 'AMOUNTS IN '.
          02 ICL-CURRENCY       PIC X(3).
       01 INVOICE-BASE-LINE.
          02 FILLER             PIC X(40) VALUE SPACES.
          02 FILLER             PIC X(10) VALUE 'USD EQUIV:'.
          02 IBL-TOTAL          PIC -Z,ZZZ,ZZ9.99.
       01 INVOICE-FC-TOTAL-LINE.
          02 FILLER             PIC X(40) VALUE SPACES.
          02 FILLER             PIC X(6)  VALUE 'TOTAL '.
          02 IFL-CURRENCY       PIC X(3).
          02 FILLER             PIC X     VALUE ':'.
          02 IFL-TOTAL          PIC -Z,ZZZ,ZZ9.99.
       01 SHIP-TO-NAME-LINE.
          02 FILLER             PIC X(10) VALUE 'SHIP TO:  '.
          02 SN-CODE            PIC X(4).
          02 IH-ID-NUM          PIC 9(5).
          02 FILLER             PIC X(9)  VALUE '   DATE '.
          02 IH-DATE            PIC 9(8).
       01 INVOICE-TERMS-LINE.
          02 FILLER             PIC X(10) VALUE 'TERMS    '.
          02 ITM-TERMS-CODE     PIC X(10).
          02 FILLER             PIC X(4)  VALUE SPACES.
          02 FILLER             PIC X(5)  VALUE 'DUE '.
          02 ITM-DUE-DATE       PIC 9(8).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 ITM-DISC-REMARK    PIC X(30).
       01 DISCOUNT-REMARK.
          02 DR-DISC-PCT        PIC Z9.99.
          02 FILLER             PIC X(16) VALUE '% OFF IF PAID BY'.
          02 FILLER             PIC X     VALUE SPACE.
          02 DR-DISC-DATE       PIC 9(8).
       01 INVOICE-NUMBER-LINE.
          02 FILLER             PIC X(11) VALUE 'INVOICE NO '.
          02 INL-INVOICE-NUM    PIC 9(6).
          02 FILLER             PIC X(11) VALUE 'CODE'.
          02 FILLER             PIC X(21) VALUE 'PRODUCT'.
          02 FILLER             PIC X(5)  VALUE '  QTY'.
          02 FILLER             PIC X(3)  VALUE ' UM'.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 FILLER             PIC X(8)  VALUE '   PRICE'.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 IDL-PROD-NAME      PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 IDL-QTY            PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 IDL-UOM            PIC X(2).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 IDL-UNIT-PRICE     PIC Z,ZZ9.99.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 FILLER             PIC X(40) VALUE SPACES.
          02 FILLER             PIC X(10) VALUE 'TOTAL:    '.
          02 ITL-TOTAL          PIC -Z,ZZZ,ZZ9.99.
       01 SHIPMENT-REMARK-LINE.
          02 FILLER             PIC X(7)  VALUE 'ORDER  '.
          02 SRL-ORDER-NUM      PIC 9(6).
          02 FILLER             PIC X(9)  VALUE ' SHIPPED '.
          02 SRL-SHIP-DATE      PIC 9(8).
          02 FILLER             PIC X(5)  VALUE ' VIA '.
          02 SRL-CARRIER        PIC X(4).
          02 FILLER             PIC X(10) VALUE ' TRACKING '.
          02 SRL-TRACKING       PIC X(20).
       01 INVOICE-PROMO-LINE.
          02 FILLER             PIC X(11) VALUE SPACES.
          02 FILLER             PIC X(10) VALUE 'PROMOTION '.
          02 IPL-CODE           PIC X(8).
          02 FILLER             PIC X(6)  VALUE ' LESS '.
          02 IPL-AMOUNT         PIC X(8).
       01 INVOICE-CUST-PART-LINE.
          02 FILLER             PIC X(11) VALUE SPACES.
          02 FILLER             PIC X(10) VALUE 'YOUR PART '.
          02 ICP-CUST-PART      PIC X(20).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'INVOICE: (P)rint new invoices or (R)eprint by '
              'invoice number: ' WITH NO ADVANCING
           ACCEPT WS-MODE-CHOICE
              STOP RUN
           END-IF
           PERFORM LOAD-REGISTER-ORDERS.
           PERFORM LOAD-HELD-ORDERS.
           PERFORM LOAD-ORDER-TABLE.
           PERFORM LOAD-CONTRACT-TABLE.
           PERFORM LOAD-SHIPTO-TABLES.
           PERFORM LOAD-CHARGECD-TABLE.
           PERFORM LOAD-SHIPMENT-TABLE.
           PERFORM LOAD-PROMOTION-LINES.
           PERFORM LOAD-ORDER-RATES.
           IF WS-ORDER-COUNT IS EQUAL TO ZERO
              DISPLAY 'INVOICE: order log is empty, nothing to print'
           ELSE
                    ' line(s) already on the register, not '
                    'invoiced again'
              END-IF
              IF WS-HELD-COUNT IS GREATER THAN ZERO
                 DISPLAY 'INVOICE: ' WS-HELD-COUNT
                    ' line(s) held awaiting the vendor''s '
                    'drop-ship shipment'
              END-IF
              IF WS-FX-HELD-COUNT IS GREATER THAN ZERO
                 DISPLAY 'INVOICE: ' WS-FX-HELD-COUNT
                    ' foreign-currency customer(s) held - no '
                    'exchange rate on file for today'
              END-IF
           END-IF.
           STOP RUN.

           END-IF
           MOVE 'N' TO WS-EOF.

      *    EVERY ORDER WITH A DROP-SHIP LINE STILL AWAITING THE
      *    VENDOR - NOTHING OF IT IS BILLED UNTIL THE VENDOR SHIPS
       LOAD-HELD-ORDERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DROP-SHIP-FILE
           IF WS-DROPSHIP-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DROP-SHIP-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF DSL-AWAITING-VENDOR
                            PERFORM ADD-HELD-ORDER
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE DROP-SHIP-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       ADD-HELD-ORDER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-HOLD-I FROM 1 BY 1
              UNTIL WS-HOLD-I > WS-HOLD-COUNT
                   IF WHO-ORDER-NUM(WS-HOLD-I) IS EQUAL TO
                      DSL-ORDER-NUM
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-HOLD-COUNT IS EQUAL TO 5000
                 DISPLAY 'INVOICE: drop-ship hold table full, '
                    'run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-HOLD-COUNT
              MOVE DSL-ORDER-NUM TO WHO-ORDER-NUM(WS-HOLD-COUNT)
           END-IF.

       LOAD-ORDER-TABLE.
           OPEN INPUT ORDER-LOG.
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
           END-PERFORM
           IF WO-PRINTED(WS-ORDER-COUNT) IS EQUAL TO 'Y'
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                 UNTIL WS-HOLD-I > WS-HOLD-COUNT
                      IF WHO-ORDER-NUM(WS-HOLD-I) IS EQUAL TO
                         WO-ORDER-NUM(WS-ORDER-COUNT)
                         MOVE 'H' TO WO-PRINTED(WS-ORDER-COUNT)
                      END-IF
              END-PERFORM
              IF WO-PRINTED(WS-ORDER-COUNT) IS EQUAL TO 'H'
                 ADD 1 TO WS-HELD-COUNT
              END-IF
           END-IF.

      *    PRINTS THE INVOICE FOR WS-CURRENT-ID, PICKING UP EVERY
           MOVE WS-CURRENT-ID TO ID-NUM.
           READ CUSTOMER-FILE
           INVALID KEY
                     MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           CALL 'FXRATE' USING WS-CURRENT-ID WS-TODAY WS-FX-CURRENCY
                WS-FX-RATE WS-FX-FOREIGN
           EVALUATE TRUE
           WHEN WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
                DISPLAY 'INVOICE: customer ' WS-CURRENT-ID
                   ' not on file, order lines skipped'
                PERFORM MARK-CUSTOMER-LINES-PRINTED
           WHEN WS-FX-RATE IS EQUAL TO ZERO
                DISPLAY 'INVOICE: customer ' WS-CURRENT-ID
                   ' is billed in ' WS-FX-CURRENCY
                   ' - no rate on file, lines held'
                PERFORM HOLD-CUSTOMER-LINES
                ADD 1 TO WS-FX-HELD-COUNT
           WHEN OTHER
                MOVE ZERO TO WS-INVOICE-TOTAL
                MOVE ZERO TO WS-FX-INV-TOTAL
                MOVE ZERO TO WS-FX-INV-TAX
                MOVE ZERO TO WS-INVOICE-TAX
                MOVE ZERO TO WS-IO-COUNT
                PERFORM ASSIGN-INVOICE-NUMBER
                WRITE PRINT-LINE FROM INVOICE-HEADING
                MOVE WS-INVOICE-NUM TO INL-INVOICE-NUM
                MOVE SPACES TO INL-REMARK
                WRITE PRINT-LINE FROM INVOICE-NUMBER-LINE
                MOVE WS-CURRENT-ID TO IH-ID-NUM
                MOVE WS-TODAY TO IH-DATE
                WRITE PRINT-LINE FROM INVOICE-SUB-HEADING
                PERFORM PRINT-TERMS-LINE
                MOVE SPACES TO PRINT-LINE
                WRITE PRINT-LINE
                MOVE FIRST-NAME TO BT-FIRST-NAME
                MOVE LAST-NAME TO BT-LAST-NAME
                WRITE PRINT-LINE FROM BILL-TO-NAME-LINE
                MOVE STREET TO BT-STREET
                WRITE PRINT-LINE FROM BILL-TO-STREET-LINE
                MOVE CITY TO BT-CITY
                MOVE STATE TO BT-STATE
                MOVE ZIP TO BT-ZIP
                WRITE PRINT-LINE FROM BILL-TO-CITY-LINE
                PERFORM PRINT-SHIPTO-BLOCK
                MOVE SPACES TO PRINT-LINE
                WRITE PRINT-LINE
                WRITE PRINT-LINE FROM DETAIL-HEADS
      *       GOODS FIRST, THEN THE ORDER-LEVEL CHARGES BELOW THEM
                MOVE 'N' TO WS-CHARGE-PASS
                PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                   UNTIL WS-ITEM-I > WS-ORDER-COUNT
                        IF WO-ID-NUM(WS-ITEM-I) IS EQUAL TO
                           WS-CURRENT-ID AND
                           WO-PRINTED(WS-ITEM-I) IS EQUAL TO 'N'
                           AND WO-REC-TYPE(WS-ITEM-I) IS NOT EQUAL
                           TO 'CHG'
                           PERFORM PRINT-INVOICE-ITEM
                        END-IF
                END-PERFORM
                MOVE 'Y' TO WS-CHARGE-PASS
                PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                   UNTIL WS-ITEM-I > WS-ORDER-COUNT
                        IF WO-ID-NUM(WS-ITEM-I) IS EQUAL TO
                           WS-CURRENT-ID AND
                           WO-PRINTED(WS-ITEM-I) IS EQUAL TO 'N'
                           AND WO-REC-TYPE(WS-ITEM-I) IS EQUAL
                           TO 'CHG'
                           PERFORM PRINT-INVOICE-ITEM
                        END-IF
                END-PERFORM
                IF WS-FX-FOREIGN IS EQUAL TO 'Y'
                   PERFORM PRINT-FOREIGN-TOTALS
                ELSE
                   MOVE WS-INVOICE-TOTAL TO ISL-SUBTOTAL
                   WRITE PRINT-LINE FROM INVOICE-SUBTOTAL-LINE
                   MOVE WS-INVOICE-TAX TO IXL-TAX
                   WRITE PRINT-LINE FROM INVOICE-TAX-LINE
                   COMPUTE WS-INVOICE-TOTAL =
                      WS-INVOICE-TOTAL + WS-INVOICE-TAX
                   MOVE WS-INVOICE-TOTAL TO ITL-TOTAL
                   WRITE PRINT-LINE FROM INVOICE-TOTAL-LINE
                END-IF
                PERFORM VARYING WS-IO-I FROM 1 BY 1
                   UNTIL WS-IO-I > WS-IO-COUNT
                        MOVE WIO-ORDER-NUM(WS-IO-I)
                           TO WS-SHIP-ORDER-NUM
                        PERFORM PRINT-ORDER-SHIPMENT
                END-PERFORM
                MOVE SPACES TO PRINT-LINE
                WRITE PRINT-LINE
                WRITE PRINT-LINE
                PERFORM WRITE-REGISTER-LINES
                PERFORM WRITE-OPEN-ITEM
                IF WS-FX-FOREIGN IS EQUAL TO 'Y'
                   PERFORM WRITE-FOREIGN-ITEM
                END-IF
                ADD 1 TO WS-INVOICE-COUNT
           END-EVALUATE.

      *    THE TOTALS IN THE CUSTOMER'S CURRENCY, THEN WHAT THE
      *    INVOICE IS BOOKED AT IN BASE
       PRINT-FOREIGN-TOTALS.
           MOVE WS-FX-INV-TOTAL TO ISL-SUBTOTAL
           WRITE PRINT-LINE FROM INVOICE-SUBTOTAL-LINE
           MOVE WS-FX-INV-TAX TO IXL-TAX
           WRITE PRINT-LINE FROM INVOICE-TAX-LINE
           COMPUTE WS-FX-INV-TOTAL =
              WS-FX-INV-TOTAL + WS-FX-INV-TAX
           MOVE WS-FX-INV-TOTAL TO ITL-TOTAL
           WRITE PRINT-LINE FROM INVOICE-TOTAL-LINE
           MOVE WS-FX-CURRENCY TO ICL-CURRENCY
           WRITE PRINT-LINE FROM INVOICE-CURRENCY-LINE
           COMPUTE WS-INVOICE-TOTAL =
              WS-INVOICE-TOTAL + WS-INVOICE-TAX
           MOVE WS-INVOICE-TOTAL TO IBL-TOTAL
           WRITE PRINT-LINE FROM INVOICE-BASE-LINE.

      *    THE FOREIGN SIDE OF THE OPEN ITEM JUST WRITTEN - WHAT THE
      *    CUSTOMER OWES IN ITS OWN CURRENCY AND WHAT WE BOOKED
       WRITE-FOREIGN-ITEM.
           OPEN EXTEND AR-FX-FILE
           IF WS-ARFX-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT AR-FX-FILE
           END-IF
           MOVE SPACES TO AR-FX-DATA
           MOVE WS-INVOICE-NUM TO AX-INVOICE-NUM
           MOVE WS-CURRENT-ID TO AX-ID-NUM
           MOVE WS-TODAY TO AX-DATE
           MOVE WS-FX-CURRENCY TO AX-CURRENCY
           MOVE WS-FX-INV-TOTAL TO AX-FC-AMOUNT
           MOVE WS-INVOICE-TOTAL TO AX-BASE-AMOUNT
           WRITE AR-FX-DATA
           CLOSE AR-FX-FILE.

      *    A LINE IS BILLED AT THE RATE ITS ORDER WAS QUOTED AT -
      *    TODAY'S RATE WHEN THE ORDER CAME IN WITHOUT ONE (BATCH
      *    ORDERS, RETURN CREDITS, OR A QUOTED RATE THAT IS BLANK OR
      *    ZERO - TODAY'S RATE IS NEVER ZERO HERE, PRINT-ONE-INVOICE
      *    HOLDS THE LINES WHEN IT IS)
       CONVERT-INVOICE-LINE.
           MOVE WS-FX-RATE TO WS-LINE-RATE
           PERFORM VARYING WS-OFX-I FROM 1 BY 1
              UNTIL WS-OFX-I > WS-OFX-COUNT
                   IF WOF-ORDER-NUM(WS-OFX-I) IS EQUAL TO
                      WO-ORDER-NUM(WS-ITEM-I)
                      IF WOF-RATE(WS-OFX-I) IS NUMERIC AND
                         WOF-RATE(WS-OFX-I) IS GREATER THAN ZERO
                         MOVE WOF-RATE(WS-OFX-I) TO WS-LINE-RATE
                      ELSE
                         DISPLAY 'INVOICE: order '
                            WO-ORDER-NUM(WS-ITEM-I)
                            ' has no usable quoted rate, '
                            'billed at today''s rate'
                      END-IF
                   END-IF
           END-PERFORM
           COMPUTE WS-FX-LINE-AMOUNT ROUNDED =
              WO-AMOUNT(WS-ITEM-I) / WS-LINE-RATE
           COMPUTE WS-FX-LINE-TAX ROUNDED =
              WO-TAX(WS-ITEM-I) / WS-LINE-RATE
           ADD WS-FX-LINE-AMOUNT TO WS-FX-INV-TOTAL
           ADD WS-FX-LINE-TAX TO WS-FX-INV-TAX
           MOVE WS-FX-LINE-AMOUNT TO IDL-AMOUNT
           IF WS-CHARGE-PASS IS NOT EQUAL TO 'Y'
              COMPUTE IDL-UNIT-PRICE ROUNDED =
                 UNIT-PRICE * WS-LINE-FACTOR / WS-LINE-RATE
           END-IF.

       LOAD-ORDER-RATES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-FX-FILE
           IF WS-ORDERFX-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-FX-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-OFX-COUNT IS EQUAL TO 5000
                            DISPLAY 'INVOICE: order rate table '
                               'full, run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-OFX-COUNT
                         MOVE FO-ORDER-NUM TO
                            WOF-ORDER-NUM(WS-OFX-COUNT)
                         MOVE FO-RATE TO WOF-RATE(WS-OFX-COUNT)
                      END-READ
              END-PERFORM
              CLOSE ORDER-FX-FILE
           END-IF.

      *    THE ISSUED INVOICE BECOMES ONE OPEN ITEM ON THE aropen.dat
           MOVE WS-INVOICE-TOTAL TO AO-AMOUNT
           MOVE ZERO TO AO-PAID
           MOVE 'O' TO AO-STATUS
           MOVE WS-DUE-DATE TO AO-DUE-DATE
           WRITE AR-OPEN-DATA
           CLOSE AR-OPEN-FILE.

      *    THE CUSTOMER'S PAYMENT TERMS DECIDE WHEN THE INVOICE
      *    FALLS DUE - PRINTED UNDER THE HEADING AND STAMPED ON THE
      *    OPEN ITEM. NO TERMS ON FILE MEANS DUE ON THE INVOICE DATE
       PRINT-TERMS-LINE.
           CALL 'CUSTTERMS' USING
              BY REFERENCE WS-CURRENT-ID,
              BY REFERENCE WS-TODAY,
              BY REFERENCE WS-TERMS-CODE,
              BY REFERENCE WS-DUE-DATE,
              BY REFERENCE WS-DISC-DATE,
              BY REFERENCE WS-DISC-PCT
           END-CALL
           IF WS-TERMS-CODE IS EQUAL TO SPACES
              MOVE 'ON RECEIPT' TO ITM-TERMS-CODE
           ELSE
              MOVE WS-TERMS-CODE TO ITM-TERMS-CODE
           END-IF
           MOVE WS-DUE-DATE TO ITM-DUE-DATE
           MOVE SPACES TO ITM-DISC-REMARK
           IF WS-DISC-PCT IS GREATER THAN ZERO
              MOVE WS-DISC-PCT TO DR-DISC-PCT
              MOVE WS-DISC-DATE TO DR-DISC-DATE
              MOVE DISCOUNT-REMARK TO ITM-DISC-REMARK
           END-IF
           WRITE PRINT-LINE FROM INVOICE-TERMS-LINE.

       PRINT-INVOICE-ITEM.
           PERFORM FIND-ITEM-UOM
           IF WS-CHARGE-PASS IS EQUAL TO 'Y'
              PERFORM NAME-THE-CHARGE
           ELSE
              MOVE WO-PROD-CODE(WS-ITEM-I) TO IDL-PROD-CODE
              IF WS-PRODUCT-EXISTS IS EQUAL TO 'Y'
                 MOVE PROD-NAME TO IDL-PROD-NAME
                 COMPUTE IDL-UNIT-PRICE =
                    UNIT-PRICE * WS-LINE-FACTOR
              ELSE
                 MOVE '** NOT ON FILE **' TO IDL-PROD-NAME
                 MOVE ZERO TO IDL-UNIT-PRICE
              END-IF
           END-IF
           COMPUTE IDL-QTY =
              WO-QTY-ORDERED(WS-ITEM-I) / WS-LINE-FACTOR
           MOVE WS-LINE-UOM TO IDL-UOM
           MOVE WO-AMOUNT(WS-ITEM-I) TO IDL-AMOUNT
           IF WS-FX-FOREIGN IS EQUAL TO 'Y'
              PERFORM CONVERT-INVOICE-LINE
           END-IF
           EVALUATE TRUE
           WHEN WO-REC-TYPE(WS-ITEM-I) IS EQUAL TO 'CRM'
                MOVE 'CREDIT' TO IDL-REMARK
           ADD WO-TAX(WS-ITEM-I) TO WS-INVOICE-TAX
           PERFORM FOLD-INVOICE-ORDER
           WRITE PRINT-LINE FROM INVOICE-DETAIL-LINE
           IF WO-REC-TYPE(WS-ITEM-I) IS NOT EQUAL TO 'CRM' AND
              WO-REC-TYPE(WS-ITEM-I) IS NOT EQUAL TO 'CHG'
              PERFORM PRINT-ITEM-CUST-PART
              PERFORM PRINT-ITEM-PROMOTION
           END-IF
           MOVE 'Y' TO WO-PRINTED(WS-ITEM-I).

      *    THE UNIT THE GOODS LINE WAS ORDERED IN - A CREDIT OR A
      *    CHARGE HAS NONE
       FIND-ITEM-UOM.
           MOVE SPACES TO WS-LINE-UOM
           MOVE 1 TO WS-LINE-FACTOR
           IF WO-REC-TYPE(WS-ITEM-I) IS NOT EQUAL TO 'CRM' AND
              WO-REC-TYPE(WS-ITEM-I) IS NOT EQUAL TO 'CHG'
              MOVE 'EA' TO WS-LINE-UOM
              MOVE 'N' TO WS-CPT-FOUND
              PERFORM VARYING WS-CPT-I FROM 1 BY 1
                 UNTIL WS-CPT-I > WS-CPT-COUNT OR
                    WS-CPT-FOUND IS EQUAL TO 'Y'
                      IF WCP-ORDER-NUM(WS-CPT-I) IS EQUAL TO
                         WO-ORDER-NUM(WS-ITEM-I) AND
                         WCP-PROD-CODE(WS-CPT-I) IS EQUAL TO
                         WO-PROD-CODE(WS-ITEM-I)
                         MOVE 'Y' TO WS-CPT-FOUND
                         MOVE WCP-UOM(WS-CPT-I) TO WS-LINE-UOM
                         MOVE WCP-UOM-FACTOR(WS-CPT-I) TO
                            WS-LINE-FACTOR
                      END-IF
              END-PERFORM
      *          A LINE SHIPPED SHORT OF A WHOLE UNIT BILLS IN EACH
              DIVIDE WO-QTY-ORDERED(WS-ITEM-I) BY WS-LINE-FACTOR
                 GIVING WS-UOM-WHOLE REMAINDER WS-UOM-REM
              IF WS-UOM-REM IS GREATER THAN ZERO
                 MOVE 'EA' TO WS-LINE-UOM
                 MOVE 1 TO WS-LINE-FACTOR
              END-IF
           END-IF.

      *    THE CUSTOMER'S PART NUMBER FOR THE LINE JUST PRINTED
       PRINT-ITEM-CUST-PART.
           MOVE SPACES TO WS-CUST-PART
           PERFORM VARYING WS-CPT-I FROM 1 BY 1
              UNTIL WS-CPT-I > WS-CPT-COUNT OR
                 WS-CUST-PART IS NOT EQUAL TO SPACES
                   IF WCP-ORDER-NUM(WS-CPT-I) IS EQUAL TO
                      WO-ORDER-NUM(WS-ITEM-I) AND
                      WCP-PROD-CODE(WS-CPT-I) IS EQUAL TO
                      WO-PROD-CODE(WS-ITEM-I)
                      MOVE WCP-CUST-PART(WS-CPT-I) TO WS-CUST-PART
                   END-IF
           END-PERFORM
           IF WS-CUST-PART IS EQUAL TO SPACES
              CALL 'PARTXREF' USING WS-XREF-FUNC WS-CURRENT-ID
                 WS-XREF-ITEM-ID WO-PROD-CODE(WS-ITEM-I)
                 WS-CUST-PART WS-XREF-MATCH
              END-CALL
           END-IF
           IF WS-CUST-PART IS NOT EQUAL TO SPACES
              MOVE WS-CUST-PART TO ICP-CUST-PART
              WRITE PRINT-LINE FROM INVOICE-CUST-PART-LINE
           END-IF.

      *    THE PROMOTION, IF ANY, THAT TOOK A DISCOUNT OFF THE LINE
      *    JUST PRINTED - THE AMOUNT ABOVE IS ALREADY NET OF IT
       PRINT-ITEM-PROMOTION.
           PERFORM VARYING WS-PRM-I FROM 1 BY 1
              UNTIL WS-PRM-I > WS-PRM-COUNT
                   IF WPR-ORDER-NUM(WS-PRM-I) IS EQUAL TO
                      WO-ORDER-NUM(WS-ITEM-I) AND
                      WPR-PROD-CODE(WS-PRM-I) IS EQUAL TO
                      WO-PROD-CODE(WS-ITEM-I)
                      MOVE WPR-PROMO-CODE(WS-PRM-I) TO IPL-CODE
                      MOVE WPR-PROMO-AMT(WS-PRM-I) TO IPL-AMOUNT
                      WRITE PRINT-LINE FROM INVOICE-PROMO-LINE
                   END-IF
           END-PERFORM.

      *    ROLLS THE LINE'S GROSS INTO THE PER-ORDER TOTALS THAT
      *    BECOME THE INVOICE'S REGISTER LINES
       FOLD-INVOICE-ORDER.
           MOVE ZERO TO WS-REPRINT-LINES
           MOVE ZERO TO WS-REPRINT-TOTAL
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM LOAD-SHIPMENT-TABLE
           MOVE 'N' TO WS-EOF
           OPEN INPUT INVOICE-REGISTER
           IF WS-REGISTER-STATUS IS NOT EQUAL TO '00'
              ELSE
                 MOVE WS-REPRINT-TOTAL TO ITL-TOTAL
                 WRITE PRINT-LINE FROM INVOICE-TOTAL-LINE
                 PERFORM PRINT-REPRINT-CURRENCY
                 DISPLAY 'INVOICE: invoice ' WS-REPRINT-NUM
                    ' reprinted to invoice.rpt'
              END-IF
              FUNCTION NUMVAL(IR-AMOUNT)
           MOVE FUNCTION NUMVAL(IR-AMOUNT) TO RDL-AMOUNT
           WRITE PRINT-LINE FROM REGISTER-DETAIL-LINE
           MOVE IR-ORDER-NUM TO WS-SHIP-ORDER-NUM
           PERFORM PRINT-ORDER-SHIPMENT
           ADD 1 TO WS-REPRINT-LINES.

       LOAD-SHIPMENT-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SHIPMENT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-SHP-COUNT IS EQUAL TO 5000
                            DISPLAY 'INVOICE: shipment table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-SHP-COUNT
                         MOVE SH-ORDER-NUM TO
                            WSP-ORDER-NUM(WS-SHP-COUNT)
                         MOVE SH-SHIP-DATE TO
                            WSP-SHIP-DATE(WS-SHP-COUNT)
                         MOVE SH-CARRIER TO WSP-CARRIER(WS-SHP-COUNT)
                         MOVE SH-TRACKING TO
                            WSP-TRACKING(WS-SHP-COUNT)
                      END-READ
              END-PERFORM
              CLOSE SHIPMENT-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

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
                            IF WS-PRM-COUNT IS EQUAL TO 5000
                               DISPLAY 'INVOICE: promotion table '
                                  'full, run aborted'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                            END-IF
                            ADD 1 TO WS-PRM-COUNT
                            MOVE OI-ORDER-NUM TO
                               WPR-ORDER-NUM(WS-PRM-COUNT)
                            MOVE OI-PROD-CODE TO
                               WPR-PROD-CODE(WS-PRM-COUNT)
                            MOVE OI-PROMO-CODE TO
                               WPR-PROMO-CODE(WS-PRM-COUNT)
                            MOVE OI-PROMO-AMT TO
                               WPR-PROMO-AMT(WS-PRM-COUNT)
                         END-IF
                         IF OI-UOM IS EQUAL TO SPACES OR
                            OI-UOM-FACTOR IS NOT NUMERIC OR
                            OI-UOM-FACTOR IS EQUAL TO ZERO
                            MOVE 'EA' TO OI-UOM
                            MOVE 1 TO OI-UOM-FACTOR
                         END-IF
                         IF (OI-CUST-PART IS NOT EQUAL TO SPACES OR
                             OI-UOM-FACTOR IS GREATER THAN 1) AND
                            WS-CPT-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-CPT-COUNT
                            MOVE OI-ORDER-NUM TO
                               WCP-ORDER-NUM(WS-CPT-COUNT)
                            MOVE OI-PROD-CODE TO
                               WCP-PROD-CODE(WS-CPT-COUNT)
                            MOVE OI-CUST-PART TO
                               WCP-CUST-PART(WS-CPT-COUNT)
                            MOVE OI-UOM TO WCP-UOM(WS-CPT-COUNT)
                            MOVE OI-UOM-FACTOR TO
                               WCP-UOM-FACTOR(WS-CPT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE ORDER-ITEM-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *    THE CARRIER AND TRACKING NUMBER FOR WS-SHIP-ORDER-NUM, IF
      *    THE ORDER HAS LEFT THE WAREHOUSE
       PRINT-ORDER-SHIPMENT.
           PERFORM VARYING WS-SHP-I FROM 1 BY 1
              UNTIL WS-SHP-I > WS-SHP-COUNT
                   IF WSP-ORDER-NUM(WS-SHP-I) IS EQUAL TO
                      WS-SHIP-ORDER-NUM
                      MOVE WSP-ORDER-NUM(WS-SHP-I) TO SRL-ORDER-NUM
                      MOVE WSP-SHIP-DATE(WS-SHP-I) TO SRL-SHIP-DATE
                      MOVE WSP-CARRIER(WS-SHP-I) TO SRL-CARRIER
                      MOVE WSP-TRACKING(WS-SHP-I) TO SRL-TRACKING
                      WRITE PRINT-LINE FROM SHIPMENT-REMARK-LINE
                   END-IF
           END-PERFORM.

       LOAD-SHIPTO-TABLES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-HEADER-FILE
                   END-IF
           END-PERFORM.

      *    THE REGISTER IS IN BASE - A FOREIGN INVOICE ALSO SHOWS
      *    WHAT THE CUSTOMER WAS BILLED IN ITS OWN CURRENCY
       PRINT-REPRINT-CURRENCY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-FX-FILE
           IF WS-ARFX-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-FX-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF AX-INVOICE-NUM IS EQUAL TO
                            WS-REPRINT-NUM
                            MOVE AX-CURRENCY TO IFL-CURRENCY
                            MOVE AX-FC-AMOUNT TO IFL-TOTAL
                            WRITE PRINT-LINE FROM
                               INVOICE-FC-TOTAL-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE AR-FX-FILE
           END-IF.

      *    A FOREIGN CUSTOMER WITH NO RATE TODAY WAITS - ITS LINES
      *    ARE MARKED HELD FOR THIS RUN, LIKE A DROP-SHIP ORDER
       HOLD-CUSTOMER-LINES.
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-ORDER-COUNT
                   IF WO-ID-NUM(WS-ITEM-I) IS EQUAL TO WS-CURRENT-ID
                      AND WO-PRINTED(WS-ITEM-I) IS EQUAL TO 'N'
                      MOVE 'H' TO WO-PRINTED(WS-ITEM-I)
                   END-IF
           END-PERFORM.

       MARK-CUSTOMER-LINES-PRINTED.
           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
              UNTIL WS-ITEM-I > WS-ORDER-COUNT
                   IF WO-ID-NUM(WS-ITEM-I) IS EQUAL TO WS-CURRENT-ID
                      AND WO-PRINTED(WS-ITEM-I) IS EQUAL TO 'N'
                      MOVE 'Y' TO WO-PRINTED(WS-ITEM-I)
                   END-IF
           END-PERFORM.
