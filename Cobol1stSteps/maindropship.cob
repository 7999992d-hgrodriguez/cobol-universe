       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINDROPSHIP.

      *    DROP-SHIP FOLLOW-UP. ORDER ENTRY RAISES A 'D' PURCHASE
      *    ORDER FOR EVERY LINE THE VENDOR SHIPS STRAIGHT TO THE
      *    CUSTOMER AND TIES THE TWO TOGETHER ON dropship.dat. THIS
      *    SCREEN LISTS THE LINES STILL WAITING ON A VENDOR AND
      *    TAKES THE VENDOR'S SHIPMENT CONFIRMATION: EACH LINE
      *    CONFIRMED IS MARKED SHIPPED WITH THE VENDOR'S WAYBILL,
      *    ITS poitm.dat LINE IS FILLED, THE PO CLOSES ONCE ALL ITS
      *    LINES ARE IN, AND AN ORDER WHOSE EVERY LINE WAS DROP-
      *    SHIPPED GOES TO 'S' ON orderhdr.dat. A CONFIRMED LINE IS
      *    WHAT RELEASES THE ORDER TO MAININVOICEPRINT. NO STOCK IS
      *    TOUCHED - NONE OF IT WAS EVER OURS. THE UNIT A PO LINE
      *    WAS ORDERED IN IS CARRIED THROUGH THE REWRITE UNCHANGED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DROP-SHIP-FILE ASSIGN TO 'dropship.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DROPSHIP-STATUS.
           SELECT PO-HEADER-FILE ASSIGN TO 'pohdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POHDR-STATUS.
           SELECT PO-ITEM-FILE ASSIGN TO 'poitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POITM-STATUS.
           SELECT ORDER-HEADER-FILE ASSIGN TO 'orderhdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HEADER-STATUS.
           SELECT ORDER-ITEM-FILE ASSIGN TO 'orderitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ITEM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DROP-SHIP-FILE.
       01 DROP-SHIP-DATA.
          COPY DROP-SHIP-LINE.

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
      *       UNIT THE LINE WAS ORDERED IN AND ITS FACTOR, CARRIED
      *       THROUGH THE REWRITE AS THEY STAND
          02 PI-UOM-DATA       PIC X(8).

       FD ORDER-HEADER-FILE.
       01 ORDER-HEADER.
          02 OH-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 OH-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 OH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 OH-STATUS         PIC X.
          02 FILLER            PIC X.
      *       SHIP-TO CODE - SPACES MEANS THE BILLING ADDRESS
          02 OH-SHIP-TO        PIC X(4).
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
          02 OI-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 OI-LINE-NUM       PIC 9(3).
          02 FILLER            PIC X.
          02 OI-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 OI-QTY-ORDERED    PIC 9(5).
          02 FILLER            PIC X.
          02 OI-LINE-TOTAL     PIC X(9).
      *       SUBSTITUTE, PROMOTION, CUSTOMER PART AND UNIT FIELDS -
      *       NOT USED HERE
          02 FILLER            PIC X(58).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-DROPSHIP-STATUS   PIC XX.
       01 WS-POHDR-STATUS      PIC XX.
       01 WS-POITM-STATUS      PIC XX.
       01 WS-HEADER-STATUS     PIC XX.
       01 WS-ITEM-STATUS       PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-ENTER-PO-NUM      PIC 9(6).
       01 WS-ENTER-DATE        PIC X(8).
       01 WS-SHIP-DATE         PIC 9(8).
       01 WS-SHIP-REF          PIC X(15).
       01 WS-CONFIRM-ANSWER    PIC X.
       01 WS-AWAITING-COUNT    PIC 9(5).
       01 WS-CONFIRMED-COUNT   PIC 9(3).
       01 WS-STILL-OPEN        PIC 9(3).
       01 WS-ORDER-NUM         PIC 9(6).
       01 WS-ORDER-STATE       PIC X(11).
       01 WS-WAREHOUSE-LINES   PIC 9(3).
       01 WS-IS-DROP-LINE      PIC X.
       01 WS-EDIT-COST         PIC Z,ZZ9.99.
      *    SIGNED-ON OPERATOR - CONFIRMING A SHIPMENT NEEDS UPDATE
      *    RIGHTS, THE LIST DOES NOT
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.

      *    THE WHOLE dropship.dat, REWRITTEN WITH THE CONFIRMED
      *    LINES FLIPPED TO 'S'
       01 WS-DS-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-DS-TABLE.
          02 WS-DS-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-DS-COUNT.
             03 WDS-ORDER-NUM         PIC 9(6).
             03 WDS-LINE-NUM          PIC 9(3).
             03 WDS-ID-NUM            PIC 9(5).
             03 WDS-PROD-CODE         PIC X(10).
             03 WDS-QTY               PIC 9(5).
             03 WDS-SHIP-TO           PIC X(4).
             03 WDS-PO-NUM            PIC 9(6).
             03 WDS-VENDOR-CODE       PIC X(6).
             03 WDS-PO-COST           PIC 9(4)V99.
             03 WDS-STATUS            PIC X.
             03 WDS-SHIP-DATE         PIC 9(8).
             03 WDS-SHIP-REF          PIC X(15).
      *          'Y' ON A LINE CONFIRMED IN THIS SITTING
             03 WDS-JUST-CONFIRMED    PIC X.
       01 WS-DS-I              PIC 9(5).

      *    THE PO FILES, REWRITTEN WITH THE FILLED LINES AND THE
      *    CLOSED HEADER - SAME PATTERN AS THE RECEIVING RUN
       01 WS-HDR-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-HDR-TABLE.
          02 WS-HDR-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-HDR-COUNT.
             03 WD-PO-NUM             PIC 9(6).
             03 WD-VENDOR-CODE        PIC X(6).
             03 WD-DATE               PIC 9(8).
             03 WD-STATUS             PIC X.
       01 WS-HDR-I             PIC 9(4).
       01 WS-PO-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-PO-TABLE.
          02 WS-PO-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PO-COUNT.
             03 WP-PO-NUM             PIC 9(6).
             03 WP-LINE-NUM           PIC 9(3).
             03 WP-PROD-CODE          PIC X(10).
             03 WP-QTY-EXPECTED       PIC 9(5).
             03 WP-UNIT-COST          PIC 9(4)V99.
             03 WP-DUE-DATE           PIC 9(8).
             03 WP-QTY-RECEIVED       PIC 9(5).
             03 WP-UOM-DATA           PIC X(8).
       01 WS-PO-I              PIC 9(5).

      *    THE ORDER HEADERS, FOR THE ORDER'S STATE ON THE LIST AND
      *    FOR CLOSING AN ORDER THE VENDOR SHIPPED IN FULL
       01 WS-OH-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-OH-TABLE.
          02 WS-OH-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-OH-COUNT.
             03 WO-ORDER-NUM          PIC 9(6).
             03 WO-ID-NUM             PIC 9(5).
             03 WO-DATE               PIC 9(8).
             03 WO-STATUS             PIC X.
             03 WO-SHIP-TO            PIC X(4).
             03 WO-SHIP-FROM          PIC X(4).
             03 WO-OPERATOR           PIC X(8).
             03 WO-ENTRY-TIME         PIC X(6).
       01 WS-OH-I              PIC 9(4).
       01 WS-OH-CHANGED        PIC X.

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
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Drop-Ship Orders"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Lines Awaiting the Vendor"
                   DISPLAY "2) Confirm a Vendor Shipment"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-AWAITING-LINES
                   WHEN '2'
                        PERFORM CONFIRM-VENDOR-SHIPMENT
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LIST-AWAITING-LINES.
           PERFORM LOAD-DROP-SHIP-TABLE
           PERFORM LOAD-ORDER-HEADERS
           MOVE ZERO TO WS-AWAITING-COUNT
           PERFORM VARYING WS-DS-I FROM 1 BY 1
              UNTIL WS-DS-I > WS-DS-COUNT
                   IF WDS-STATUS(WS-DS-I) IS EQUAL TO 'O'
                      PERFORM SHOW-AWAITING-LINE
                   END-IF
           END-PERFORM
           DISPLAY 'DROPSHIP: ' WS-AWAITING-COUNT
              ' line(s) awaiting the vendor'.

       SHOW-AWAITING-LINE.
           ADD 1 TO WS-AWAITING-COUNT
           MOVE WDS-ORDER-NUM(WS-DS-I) TO WS-ORDER-NUM
           PERFORM FIND-ORDER-HEADER
           MOVE SPACES TO WS-ORDER-STATE
           IF WS-FOUND IS EQUAL TO 'Y' AND
              WO-STATUS(WS-OH-I) IS EQUAL TO 'C'
              MOVE ' CANCELLED' TO WS-ORDER-STATE
           END-IF
           DISPLAY 'DROPSHIP: PO ' WDS-PO-NUM(WS-DS-I) ' '
              WDS-VENDOR-CODE(WS-DS-I) ' order '
              WDS-ORDER-NUM(WS-DS-I) '/' WDS-LINE-NUM(WS-DS-I)
              ' ' WDS-PROD-CODE(WS-DS-I) ' qty '
              WDS-QTY(WS-DS-I) WS-ORDER-STATE.

      *    THE VENDOR CONFIRMS AGAINST OUR PO NUMBER; EACH OF THE
      *    PO'S WAITING LINES IS CONFIRMED OR LEFT FOR LATER
       CONFIRM-VENDOR-SHIPMENT.
           IF OPER-VIEW-ONLY
              DISPLAY 'DROPSHIP: your sign-on is view-only, '
                 'confirming a shipment needs update rights'
           ELSE
              DISPLAY 'DROPSHIP: Enter PO Number: '
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-PO-NUM
              PERFORM LOAD-DROP-SHIP-TABLE
              MOVE ZERO TO WS-AWAITING-COUNT
              PERFORM VARYING WS-DS-I FROM 1 BY 1
                 UNTIL WS-DS-I > WS-DS-COUNT
                      IF WDS-PO-NUM(WS-DS-I) IS EQUAL TO
                         WS-ENTER-PO-NUM AND
                         WDS-STATUS(WS-DS-I) IS EQUAL TO 'O'
                         ADD 1 TO WS-AWAITING-COUNT
                      END-IF
              END-PERFORM
              IF WS-AWAITING-COUNT IS EQUAL TO ZERO
                 DISPLAY 'DROPSHIP: PO ' WS-ENTER-PO-NUM
                    ' has no drop-ship lines awaiting the vendor'
              ELSE
                 PERFORM TAKE-SHIPMENT-DETAILS
                 PERFORM CONFIRM-PO-LINES
              END-IF
           END-IF.

       TAKE-SHIPMENT-DETAILS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY 'DROPSHIP: Date the vendor shipped (YYYYMMDD, '
              'blank = today): ' WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE IS EQUAL TO SPACES OR
              WS-ENTER-DATE IS NOT NUMERIC
              MOVE WS-TODAY TO WS-SHIP-DATE
           ELSE
              MOVE WS-ENTER-DATE TO WS-SHIP-DATE
           END-IF
           DISPLAY 'DROPSHIP: Vendor waybill / tracking ref: '
              WITH NO ADVANCING
           ACCEPT WS-SHIP-REF.

       CONFIRM-PO-LINES.
           MOVE ZERO TO WS-CONFIRMED-COUNT
           PERFORM VARYING WS-DS-I FROM 1 BY 1
              UNTIL WS-DS-I > WS-DS-COUNT
                   IF WDS-PO-NUM(WS-DS-I) IS EQUAL TO
                      WS-ENTER-PO-NUM AND
                      WDS-STATUS(WS-DS-I) IS EQUAL TO 'O'
                      PERFORM CONFIRM-ONE-LINE
                   END-IF
           END-PERFORM
           IF WS-CONFIRMED-COUNT IS EQUAL TO ZERO
              DISPLAY 'DROPSHIP: nothing confirmed'
           ELSE
              PERFORM REWRITE-DROP-SHIP-FILE
              PERFORM UPDATE-PURCHASE-ORDER
              PERFORM CLOSE-SHIPPED-ORDER
              DISPLAY 'DROPSHIP: ' WS-CONFIRMED-COUNT
                 ' line(s) confirmed shipped by the vendor'
           END-IF.

       CONFIRM-ONE-LINE.
           MOVE WDS-PO-COST(WS-DS-I) TO WS-EDIT-COST
           DISPLAY 'DROPSHIP: order ' WDS-ORDER-NUM(WS-DS-I) '/'
              WDS-LINE-NUM(WS-DS-I) ' ' WDS-PROD-CODE(WS-DS-I)
              ' qty ' WDS-QTY(WS-DS-I) ' at ' WS-EDIT-COST
              ' - shipped? (Y/N): ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER IS EQUAL TO 'Y' OR
              WS-CONFIRM-ANSWER IS EQUAL TO 'y'
              MOVE 'S' TO WDS-STATUS(WS-DS-I)
              MOVE WS-SHIP-DATE TO WDS-SHIP-DATE(WS-DS-I)
              MOVE WS-SHIP-REF TO WDS-SHIP-REF(WS-DS-I)
              MOVE 'Y' TO WDS-JUST-CONFIRMED(WS-DS-I)
      *          A PO IS RAISED FOR ONE SALES ORDER, SO EVERY LINE
      *          CONFIRMED HERE BELONGS TO THE SAME ORDER
              MOVE WDS-ORDER-NUM(WS-DS-I) TO WS-ORDER-NUM
              ADD 1 TO WS-CONFIRMED-COUNT
           END-IF.

      *    EACH CONFIRMED LINE FILLS THE FIRST UNFILLED PO LINE FOR
      *    ITS PRODUCT; THE PO CLOSES WHEN NONE OF ITS LINES WAIT
       UPDATE-PURCHASE-ORDER.
           PERFORM LOAD-PO-FILES
           PERFORM VARYING WS-DS-I FROM 1 BY 1
              UNTIL WS-DS-I > WS-DS-COUNT
                   IF WDS-JUST-CONFIRMED(WS-DS-I) IS EQUAL TO 'Y'
                      PERFORM FILL-PO-LINE
                   END-IF
           END-PERFORM
           MOVE ZERO TO WS-STILL-OPEN
           PERFORM VARYING WS-DS-I FROM 1 BY 1
              UNTIL WS-DS-I > WS-DS-COUNT
                   IF WDS-PO-NUM(WS-DS-I) IS EQUAL TO
                      WS-ENTER-PO-NUM AND
                      WDS-STATUS(WS-DS-I) IS EQUAL TO 'O'
                      ADD 1 TO WS-STILL-OPEN
                   END-IF
           END-PERFORM
           IF WS-STILL-OPEN IS EQUAL TO ZERO
              PERFORM VARYING WS-HDR-I FROM 1 BY 1
                 UNTIL WS-HDR-I > WS-HDR-COUNT
                      IF WD-PO-NUM(WS-HDR-I) IS EQUAL TO
                         WS-ENTER-PO-NUM
                         MOVE 'C' TO WD-STATUS(WS-HDR-I)
                      END-IF
              END-PERFORM
              DISPLAY 'DROPSHIP: PO ' WS-ENTER-PO-NUM ' closed'
           END-IF
           PERFORM REWRITE-PO-FILES.

       FILL-PO-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PO-I FROM 1 BY 1
              UNTIL WS-PO-I > WS-PO-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WP-PO-NUM(WS-PO-I) IS EQUAL TO
                      WS-ENTER-PO-NUM AND
                      WP-PROD-CODE(WS-PO-I) IS EQUAL TO
                      WDS-PROD-CODE(WS-DS-I) AND
                      WP-QTY-RECEIVED(WS-PO-I) IS LESS THAN
                      WP-QTY-EXPECTED(WS-PO-I)
                      MOVE 'Y' TO WS-FOUND
                      MOVE WP-QTY-EXPECTED(WS-PO-I) TO
                         WP-QTY-RECEIVED(WS-PO-I)
                   END-IF
           END-PERFORM.

      *    AN ORDER GOES TO 'S' HERE ONLY WHEN THE VENDOR SHIPPED
      *    ALL OF IT - A MIXED ORDER IS CLOSED BY THE WAREHOUSE'S
      *    OWN SHIPPING CONFIRM
       CLOSE-SHIPPED-ORDER.
           MOVE ZERO TO WS-WAREHOUSE-LINES
           MOVE ZERO TO WS-STILL-OPEN
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-ITEM-FILE
           IF WS-ITEM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF OI-ORDER-NUM IS EQUAL TO WS-ORDER-NUM
                            PERFORM CHECK-ORDER-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE ORDER-ITEM-FILE
           END-IF
           IF WS-WAREHOUSE-LINES IS EQUAL TO ZERO AND
              WS-STILL-OPEN IS EQUAL TO ZERO
              PERFORM LOAD-ORDER-HEADERS
              PERFORM FIND-ORDER-HEADER
              IF WS-FOUND IS EQUAL TO 'Y' AND
                 WO-STATUS(WS-OH-I) IS EQUAL TO 'O'
                 MOVE 'S' TO WO-STATUS(WS-OH-I)
                 PERFORM REWRITE-ORDER-HEADERS
                 DISPLAY 'DROPSHIP: order ' WS-ORDER-NUM
                    ' shipped in full by its vendor(s)'
              END-IF
           END-IF.

       CHECK-ORDER-LINE.
           MOVE 'N' TO WS-IS-DROP-LINE
           PERFORM VARYING WS-DS-I FROM 1 BY 1
              UNTIL WS-DS-I > WS-DS-COUNT OR
                 WS-IS-DROP-LINE IS EQUAL TO 'Y'
                   IF WDS-ORDER-NUM(WS-DS-I) IS EQUAL TO
                      OI-ORDER-NUM AND
                      WDS-LINE-NUM(WS-DS-I) IS EQUAL TO OI-LINE-NUM
                      MOVE 'Y' TO WS-IS-DROP-LINE
                      IF WDS-STATUS(WS-DS-I) IS EQUAL TO 'O'
                         ADD 1 TO WS-STILL-OPEN
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-IS-DROP-LINE IS EQUAL TO 'N'
              ADD 1 TO WS-WAREHOUSE-LINES
           END-IF.

       FIND-ORDER-HEADER.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-OH-I FROM 1 BY 1
              UNTIL WS-OH-I > WS-OH-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WO-ORDER-NUM(WS-OH-I) IS EQUAL TO WS-ORDER-NUM
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-OH-I
                   END-IF
           END-PERFORM.

       LOAD-DROP-SHIP-TABLE.
           MOVE ZERO TO WS-DS-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT DROP-SHIP-FILE
           IF WS-DROPSHIP-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DROP-SHIP-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM ADD-DROP-SHIP-ENTRY
                      END-READ
              END-PERFORM
              CLOSE DROP-SHIP-FILE
           END-IF.

       ADD-DROP-SHIP-ENTRY.
           IF WS-DS-COUNT IS EQUAL TO 5000
              DISPLAY 'DROPSHIP: drop-ship table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-DS-COUNT
           MOVE DSL-ORDER-NUM TO WDS-ORDER-NUM(WS-DS-COUNT)
           MOVE DSL-LINE-NUM TO WDS-LINE-NUM(WS-DS-COUNT)
           MOVE DSL-ID-NUM TO WDS-ID-NUM(WS-DS-COUNT)
           MOVE DSL-PROD-CODE TO WDS-PROD-CODE(WS-DS-COUNT)
           MOVE DSL-QTY TO WDS-QTY(WS-DS-COUNT)
           MOVE DSL-SHIP-TO TO WDS-SHIP-TO(WS-DS-COUNT)
           MOVE DSL-PO-NUM TO WDS-PO-NUM(WS-DS-COUNT)
           MOVE DSL-VENDOR-CODE TO WDS-VENDOR-CODE(WS-DS-COUNT)
           MOVE DSL-PO-COST TO WDS-PO-COST(WS-DS-COUNT)
           MOVE DSL-STATUS TO WDS-STATUS(WS-DS-COUNT)
           MOVE DSL-SHIP-DATE TO WDS-SHIP-DATE(WS-DS-COUNT)
           MOVE DSL-SHIP-REF TO WDS-SHIP-REF(WS-DS-COUNT)
           MOVE 'N' TO WDS-JUST-CONFIRMED(WS-DS-COUNT).

       REWRITE-DROP-SHIP-FILE.
           OPEN OUTPUT DROP-SHIP-FILE
           PERFORM VARYING WS-DS-I FROM 1 BY 1
              UNTIL WS-DS-I > WS-DS-COUNT
                   MOVE SPACES TO DROP-SHIP-DATA
                   MOVE WDS-ORDER-NUM(WS-DS-I) TO DSL-ORDER-NUM
                   MOVE WDS-LINE-NUM(WS-DS-I) TO DSL-LINE-NUM
                   MOVE WDS-ID-NUM(WS-DS-I) TO DSL-ID-NUM
                   MOVE WDS-PROD-CODE(WS-DS-I) TO DSL-PROD-CODE
                   MOVE WDS-QTY(WS-DS-I) TO DSL-QTY
                   MOVE WDS-SHIP-TO(WS-DS-I) TO DSL-SHIP-TO
                   MOVE WDS-PO-NUM(WS-DS-I) TO DSL-PO-NUM
                   MOVE WDS-VENDOR-CODE(WS-DS-I) TO DSL-VENDOR-CODE
                   MOVE WDS-PO-COST(WS-DS-I) TO DSL-PO-COST
                   MOVE WDS-STATUS(WS-DS-I) TO DSL-STATUS
                   MOVE WDS-SHIP-DATE(WS-DS-I) TO DSL-SHIP-DATE
                   MOVE WDS-SHIP-REF(WS-DS-I) TO DSL-SHIP-REF
                   WRITE DROP-SHIP-DATA
           END-PERFORM
           CLOSE DROP-SHIP-FILE.

       LOAD-PO-FILES.
           MOVE ZERO TO WS-HDR-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-HEADER-FILE
           IF WS-POHDR-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-HDR-COUNT IS EQUAL TO 2000
                            DISPLAY 'DROPSHIP: PO header table '
                               'full, run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-HDR-COUNT
                         MOVE PH-PO-NUM TO WD-PO-NUM(WS-HDR-COUNT)
                         MOVE PH-VENDOR-CODE TO
                            WD-VENDOR-CODE(WS-HDR-COUNT)
                         MOVE PH-DATE TO WD-DATE(WS-HDR-COUNT)
                         MOVE PH-STATUS TO WD-STATUS(WS-HDR-COUNT)
                      END-READ
              END-PERFORM
              CLOSE PO-HEADER-FILE
           END-IF
           MOVE ZERO TO WS-PO-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-ITEM-FILE
           IF WS-POITM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM ADD-PO-ITEM-ENTRY
                      END-READ
              END-PERFORM
              CLOSE PO-ITEM-FILE
           END-IF.

       ADD-PO-ITEM-ENTRY.
           IF WS-PO-COUNT IS EQUAL TO 5000
              DISPLAY 'DROPSHIP: PO line table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PO-COUNT
           MOVE PI-PO-NUM TO WP-PO-NUM(WS-PO-COUNT)
           MOVE PI-LINE-NUM TO WP-LINE-NUM(WS-PO-COUNT)
           MOVE PI-PROD-CODE TO WP-PROD-CODE(WS-PO-COUNT)
           MOVE PI-QTY-EXPECTED TO WP-QTY-EXPECTED(WS-PO-COUNT)
           MOVE PI-UNIT-COST TO WP-UNIT-COST(WS-PO-COUNT)
           MOVE PI-DUE-DATE TO WP-DUE-DATE(WS-PO-COUNT)
           MOVE PI-QTY-RECEIVED TO WP-QTY-RECEIVED(WS-PO-COUNT)
           MOVE PI-UOM-DATA TO WP-UOM-DATA(WS-PO-COUNT).

       REWRITE-PO-FILES.
           OPEN OUTPUT PO-HEADER-FILE
           PERFORM VARYING WS-HDR-I FROM 1 BY 1
              UNTIL WS-HDR-I > WS-HDR-COUNT
                   MOVE SPACES TO PO-HEADER
                   MOVE WD-PO-NUM(WS-HDR-I) TO PH-PO-NUM
                   MOVE WD-VENDOR-CODE(WS-HDR-I) TO PH-VENDOR-CODE
                   MOVE WD-DATE(WS-HDR-I) TO PH-DATE
                   MOVE WD-STATUS(WS-HDR-I) TO PH-STATUS
                   WRITE PO-HEADER
           END-PERFORM
           CLOSE PO-HEADER-FILE
           OPEN OUTPUT PO-ITEM-FILE
           PERFORM VARYING WS-PO-I FROM 1 BY 1
              UNTIL WS-PO-I > WS-PO-COUNT
                   MOVE SPACES TO PO-ITEM
                   MOVE WP-PO-NUM(WS-PO-I) TO PI-PO-NUM
                   MOVE WP-LINE-NUM(WS-PO-I) TO PI-LINE-NUM
                   MOVE WP-PROD-CODE(WS-PO-I) TO PI-PROD-CODE
                   MOVE WP-QTY-EXPECTED(WS-PO-I) TO PI-QTY-EXPECTED
                   MOVE WP-UNIT-COST(WS-PO-I) TO PI-UNIT-COST
                   MOVE WP-DUE-DATE(WS-PO-I) TO PI-DUE-DATE
                   MOVE WP-QTY-RECEIVED(WS-PO-I) TO PI-QTY-RECEIVED
                   MOVE WP-UOM-DATA(WS-PO-I) TO PI-UOM-DATA
                   WRITE PO-ITEM
           END-PERFORM
           CLOSE PO-ITEM-FILE.

       LOAD-ORDER-HEADERS.
           MOVE ZERO TO WS-OH-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-HEADER-FILE
           IF WS-HEADER-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM ADD-ORDER-HEADER-ENTRY
                      END-READ
              END-PERFORM
              CLOSE ORDER-HEADER-FILE
           END-IF.

       ADD-ORDER-HEADER-ENTRY.
           IF WS-OH-COUNT IS EQUAL TO 2000
              DISPLAY 'DROPSHIP: order header table full, run '
                 'aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-OH-COUNT
           MOVE OH-ORDER-NUM TO WO-ORDER-NUM(WS-OH-COUNT)
           MOVE OH-ID-NUM TO WO-ID-NUM(WS-OH-COUNT)
           MOVE OH-DATE TO WO-DATE(WS-OH-COUNT)
           MOVE OH-STATUS TO WO-STATUS(WS-OH-COUNT)
           MOVE OH-SHIP-TO TO WO-SHIP-TO(WS-OH-COUNT)
           MOVE OH-SHIP-FROM TO WO-SHIP-FROM(WS-OH-COUNT)
           MOVE OH-OPERATOR TO WO-OPERATOR(WS-OH-COUNT)
           MOVE OH-ENTRY-TIME TO WO-ENTRY-TIME(WS-OH-COUNT).

       REWRITE-ORDER-HEADERS.
           OPEN OUTPUT ORDER-HEADER-FILE
           PERFORM VARYING WS-OH-I FROM 1 BY 1
              UNTIL WS-OH-I > WS-OH-COUNT
                   MOVE SPACES TO ORDER-HEADER
                   MOVE WO-ORDER-NUM(WS-OH-I) TO OH-ORDER-NUM
                   MOVE WO-ID-NUM(WS-OH-I) TO OH-ID-NUM
                   MOVE WO-DATE(WS-OH-I) TO OH-DATE
                   MOVE WO-STATUS(WS-OH-I) TO OH-STATUS
                   MOVE WO-SHIP-TO(WS-OH-I) TO OH-SHIP-TO
                   MOVE WO-SHIP-FROM(WS-OH-I) TO OH-SHIP-FROM
                   MOVE WO-OPERATOR(WS-OH-I) TO OH-OPERATOR
                   MOVE WO-ENTRY-TIME(WS-OH-I) TO OH-ENTRY-TIME
                   WRITE ORDER-HEADER
           END-PERFORM
           CLOSE ORDER-HEADER-FILE.
