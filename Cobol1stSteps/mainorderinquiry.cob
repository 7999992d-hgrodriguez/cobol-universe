      *    NAME FROM product.dat, AND THE CUSTOMER'S backorder.dat
      *    ENTRIES FOR THE PRODUCTS ON THE ORDER - THE WHOLE 'WHERE
      *    IS ORDER 123456' PHONE CALL ON ONE SCREEN. ALL UPDATE
      *    PATHS STAY WHERE THEY ARE. A DROP-SHIP LINE ALSO SHOWS
      *    THE PURCHASE ORDER AND VENDOR FROM dropship.dat AND
      *    WHETHER THE VENDOR HAS SHIPPED IT YET, AND A SHIPPED ORDER
      *    SHOWS ITS CARRIER AND TRACKING NUMBER FROM shipment.dat.
      *    A LINE SOLD AS A SUBSTITUTE SHOWS THE CODE ORDERED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LOG ASSIGN TO 'order.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT DROP-SHIP-FILE ASSIGN TO 'dropship.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DROPSHIP-STATUS.
           SELECT SHIPMENT-FILE ASSIGN TO 'shipment.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-HEADER-FILE.
          02 FILLER            PIC X.
      *       SHIP-TO CODE - SPACES MEANS THE BILLING ADDRESS
          02 OH-SHIP-TO        PIC X(4).
      *       SHIP-FROM, OPERATOR AND ENTRY TIME - NOT USED HERE
          02 FILLER            PIC X(21).

       FD ORDER-ITEM-FILE.
       01 ORDER-ITEM.
          02 OI-QTY-ORDERED    PIC 9(5).
          02 FILLER            PIC X.
          02 OI-LINE-TOTAL     PIC X(9).
          02 FILLER            PIC X.
          02 OI-REQ-CODE       PIC X(10).
      *       PROMOTION, CUSTOMER PART AND UNIT FIELDS - NOT USED HERE
          02 FILLER            PIC X(47).

       FD CUSTOMER-FILE.
       01 CUSTOMER-DATA.
       FD ORDER-LOG.
       01 ORDER-LINE         PIC X(80).

       FD DROP-SHIP-FILE.
       01 DROP-SHIP-DATA.
          COPY DROP-SHIP-LINE.

       FD SHIPMENT-FILE.
       01 SHIPMENT-DATA.
          COPY SHIPMENT-RECORD.

       WORKING-STORAGE SECTION.
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.
       01 WS-HEADER-STATUS     PIC XX.
       01 WS-ITEM-STATUS       PIC XX.
       01 WS-BACKORDER-STATUS  PIC XX.
       01 WS-DROPSHIP-STATUS   PIC XX.
       01 WS-SHIPMENT-STATUS   PIC XX.
       01 WS-EDIT-WEIGHT       PIC ZZZZ9.99.
       01 WS-EOF               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-ENTER-NUM         PIC X(6).
       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT PRODUCT-FILE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
              DISPLAY 'OINQ: no order with this number on file'
           ELSE
              PERFORM SHOW-HEADER-AND-CUSTOMER
              PERFORM SHOW-SHIPMENT
              PERFORM SHOW-ORDER-LINES
              PERFORM SHOW-DROP-SHIP-LINES
              PERFORM SHOW-BACKORDER-ENTRIES
           END-IF.

                 OI-PROD-CODE ' ** NOT ON FILE **    '
                 OI-QTY-ORDERED ' ' OI-LINE-TOTAL
           END-IF
           IF OI-REQ-CODE IS NOT EQUAL TO SPACES
              DISPLAY 'OINQ:          substituted for ' OI-REQ-CODE
           END-IF
           ADD 1 TO WS-LINE-COUNT
           IF WS-PROD-COUNT IS LESS THAN 100
              ADD 1 TO WS-PROD-COUNT
              MOVE OI-PROD-CODE TO WP-PROD-CODE(WS-PROD-COUNT)
           END-IF.

      *    HOW THE ORDER LEFT THE WAREHOUSE - THE ANSWER TO 'WHERE
      *    IS MY BOX' IS THE CARRIER AND THE TRACKING NUMBER
       SHOW-SHIPMENT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SHIPMENT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF SH-ORDER-NUM IS EQUAL TO WS-LOOKUP-NUM
                            MOVE SH-WEIGHT TO WS-EDIT-WEIGHT
                            DISPLAY 'OINQ: shipped ' SH-SHIP-DATE
                               ' via ' SH-CARRIER ' tracking '
                               SH-TRACKING
                            DISPLAY 'OINQ:   ' SH-CARTONS
                               ' carton(s) ' WS-EDIT-WEIGHT ' lb'
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SHIPMENT-FILE
           END-IF.

      *    LINES THE VENDOR SHIPS STRAIGHT TO THE CUSTOMER - THE
      *    PURCHASE ORDER RAISED FOR EACH AND WHERE IT STANDS
       SHOW-DROP-SHIP-LINES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT DROP-SHIP-FILE
           IF WS-DROPSHIP-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DROP-SHIP-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF DSL-ORDER-NUM IS EQUAL TO WS-LOOKUP-NUM
                            PERFORM SHOW-ONE-DROP-SHIP-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE DROP-SHIP-FILE
           END-IF.

       SHOW-ONE-DROP-SHIP-LINE.
           IF DSL-VENDOR-SHIPPED
              DISPLAY 'OINQ: line ' DSL-LINE-NUM ' drop-ship on PO '
                 DSL-PO-NUM ' vendor ' DSL-VENDOR-CODE
                 ' shipped ' DSL-SHIP-DATE ' ref ' DSL-SHIP-REF
           ELSE
              DISPLAY 'OINQ: line ' DSL-LINE-NUM ' drop-ship on PO '
                 DSL-PO-NUM ' vendor ' DSL-VENDOR-CODE
                 ' awaiting the vendor'
           END-IF.

      *    THE BACKORDER FILE CARRIES NO ORDER NUMBER, SO THE BEST
      *    MATCH IS THE ORDER'S CUSTOMER AND THE PRODUCTS ON THE
      *    ORDER - EXACTLY WHAT THE CALLER IS WAITING FOR
