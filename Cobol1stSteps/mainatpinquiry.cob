       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINATPINQUIRY.

      *    AVAILABLE-TO-PROMISE INQUIRY: QTY-ON-HAND SAYS WHAT IS ON
      *    THE SHELF, NOT WHAT CAN BE PROMISED. FOR A PRODUCT THIS
      *    SHOWS WHAT IS PHYSICALLY ON THE SHELF, LESS THE LINES OF
      *    OPEN ('O') ORDERS NOT YET SHIPPED (ALREADY TAKEN OFF
      *    QTY-ON-HAND AT THE CONFIRM), LESS THE OPEN BACKORDERS,
      *    AND THEN EVERY INBOUND PO LINE BY DUE DATE WITH THE
      *    RUNNING AVAILABILITY AFTER IT. GIVEN A QUANTITY IT ALSO
      *    SAYS THE FIRST DATE THAT QUANTITY CAN BE PROMISED. THE
      *    BACKORDER AND PO ARITHMETIC IS ATPCALC'S, THE SAME ORDER
      *    ENTRY AND THE QUOTE SCREEN USE FOR THEIR PROMISE DATES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT ORDER-HEADER-FILE ASSIGN TO 'orderhdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HEADER-STATUS.
           SELECT ORDER-ITEM-FILE ASSIGN TO 'orderitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ITEM-STATUS.
           SELECT DROP-SHIP-FILE ASSIGN TO 'dropship.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DROPSHIP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD ORDER-HEADER-FILE.
       01 ORDER-HEADER.
          02 OH-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 OH-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 OH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 OH-STATUS         PIC X.
      *       SHIP-TO, SHIP-FROM, OPERATOR AND ENTRY TIME - NOT USED
      *       HERE
          02 FILLER            PIC X(26).

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

       FD DROP-SHIP-FILE.
       01 DROP-SHIP-DATA.
          COPY DROP-SHIP-LINE.

       WORKING-STORAGE SECTION.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-HEADER-STATUS     PIC XX.
       01 WS-ITEM-STATUS       PIC XX.
       01 WS-DROPSHIP-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-ENTER-CODE        PIC X(10).
       01 WS-ENTER-QTY         PIC 9(5).
       01 WS-COMMITTED         PIC 9(6).
       01 WS-SHELF-QTY         PIC 9(7).
       01 WS-EDIT-QTY          PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-SIGNED       PIC -,---,--9.
       01 WS-INB-I             PIC 9(2).

      *    OPEN ORDERS, AND THE DROP-SHIP LINES ON THEM - A DROP-SHIP
      *    LINE NEVER TOOK ANYTHING OFF OUR SHELF
       01 WS-OPEN-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-OPEN-TABLE.
          02 WS-OPEN-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-OPEN-COUNT.
             03 WOO-ORDER-NUM         PIC 9(6).
       01 WS-OPEN-I            PIC 9(4).
       01 WS-DROP-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-DROP-TABLE.
          02 WS-DROP-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-DROP-COUNT.
             03 WDR-ORDER-NUM         PIC 9(6).
             03 WDR-LINE-NUM          PIC 9(3).
       01 WS-DROP-I            PIC 9(4).

      *    PASSED TO THE SHARED ATPCALC SUBPROGRAM
       01 WS-ATP-RESULT.
          COPY ATP-RESULT.

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           OPEN INPUT PRODUCT-FILE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY ' '
                   DISPLAY 'ATP: Enter Product Code (blank to '
                      'quit): ' WITH NO ADVANCING
                   ACCEPT WS-ENTER-CODE
                   IF WS-ENTER-CODE IS EQUAL TO SPACES
                      MOVE 'N' TO STAY-OPEN
                   ELSE
                      PERFORM SHOW-PRODUCT-ATP
                   END-IF
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           STOP RUN.

       SHOW-PRODUCT-ATP.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WS-ENTER-CODE TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
              DISPLAY 'ATP: Product with this code does not exist'
           ELSE
              DISPLAY 'ATP: Quantity wanted (0 = just show): '
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-QTY
              PERFORM ADD-UP-OPEN-ORDERS
              MOVE PROD-CODE TO AT-PROD-CODE
              MOVE QTY-ON-HAND TO AT-ON-HAND
              MOVE WS-ENTER-QTY TO AT-QTY-WANTED
              CALL 'ATPCALC' USING
                 BY REFERENCE WS-ATP-RESULT
              END-CALL
              PERFORM DISPLAY-ATP-PICTURE
           END-IF.

       DISPLAY-ATP-PICTURE.
           DISPLAY ' '
           DISPLAY 'ATP: ' PROD-CODE ' ' PROD-NAME
           COMPUTE WS-SHELF-QTY = QTY-ON-HAND + WS-COMMITTED
           MOVE WS-SHELF-QTY TO WS-EDIT-QTY
           DISPLAY '   ON THE SHELF             ' WS-EDIT-QTY
           MOVE WS-COMMITTED TO WS-EDIT-QTY
           DISPLAY '   LESS OPEN ORDERS         ' WS-EDIT-QTY
           MOVE AT-BACKORDERED TO WS-EDIT-QTY
           DISPLAY '   LESS OPEN BACKORDERS     ' WS-EDIT-QTY
           MOVE AT-AVAIL-NOW TO WS-EDIT-SIGNED
           DISPLAY '   AVAILABLE NOW            ' WS-EDIT-SIGNED
           IF AT-INB-COUNT IS EQUAL TO ZERO
              DISPLAY '   NOTHING INBOUND ON OPEN PURCHASE ORDERS'
           ELSE
              DISPLAY '   DUE DATE  PO        INBOUND  AVAILABLE'
              PERFORM VARYING WS-INB-I FROM 1 BY 1
                 UNTIL WS-INB-I > AT-INB-COUNT
                      MOVE AT-INB-QTY(WS-INB-I) TO WS-EDIT-QTY
                      MOVE AT-INB-RUNNING(WS-INB-I) TO WS-EDIT-SIGNED
                      DISPLAY '   ' AT-INB-DUE-DATE(WS-INB-I) '  '
                         AT-INB-PO-NUM(WS-INB-I) ' '
                         WS-EDIT-QTY WS-EDIT-SIGNED
              END-PERFORM
              IF AT-INB-MORE IS EQUAL TO 'Y'
                 DISPLAY '   (LATER PO LINES NOT LISTED)'
              END-IF
           END-IF
           IF WS-ENTER-QTY IS GREATER THAN ZERO
              IF AT-PROMISE-DATE IS EQUAL TO ZERO
                 DISPLAY 'ATP: ' WS-ENTER-QTY ' cannot be promised - '
                    'open POs do not cover it, raise a PO first'
              ELSE
                 DISPLAY 'ATP: ' WS-ENTER-QTY ' can be promised for '
                    AT-PROMISE-DATE
              END-IF
           END-IF.

      *    QUANTITY ON LINES OF ORDERS STILL OPEN - CONFIRMED, SO
      *    ALREADY OFF QTY-ON-HAND, BUT NOT YET OUT OF THE BUILDING
       ADD-UP-OPEN-ORDERS.
           MOVE ZERO TO WS-COMMITTED
           PERFORM LOAD-OPEN-ORDERS
           PERFORM LOAD-DROP-SHIP-LINES
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-ITEM-FILE
           IF WS-ITEM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF OI-PROD-CODE IS EQUAL TO PROD-CODE
                            PERFORM FOLD-OPEN-ORDER-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE ORDER-ITEM-FILE
           END-IF.

       FOLD-OPEN-ORDER-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-OPEN-I FROM 1 BY 1
              UNTIL WS-OPEN-I > WS-OPEN-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WOO-ORDER-NUM(WS-OPEN-I) IS EQUAL TO
                      OI-ORDER-NUM
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM VARYING WS-DROP-I FROM 1 BY 1
                 UNTIL WS-DROP-I > WS-DROP-COUNT OR
                    WS-FOUND IS EQUAL TO 'N'
                      IF WDR-ORDER-NUM(WS-DROP-I) IS EQUAL TO
                         OI-ORDER-NUM AND
                         WDR-LINE-NUM(WS-DROP-I) IS EQUAL TO
                         OI-LINE-NUM
                         MOVE 'N' TO WS-FOUND
                      END-IF
              END-PERFORM
           END-IF
           IF WS-FOUND IS EQUAL TO 'Y'
              ADD OI-QTY-ORDERED TO WS-COMMITTED
           END-IF.

       LOAD-OPEN-ORDERS.
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-HEADER-FILE
           IF WS-HEADER-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF OH-STATUS IS EQUAL TO 'O' AND
                            WS-OPEN-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-OPEN-COUNT
                            MOVE OH-ORDER-NUM TO
                               WOO-ORDER-NUM(WS-OPEN-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE ORDER-HEADER-FILE
           END-IF.

       LOAD-DROP-SHIP-LINES.
           MOVE ZERO TO WS-DROP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT DROP-SHIP-FILE
           IF WS-DROPSHIP-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DROP-SHIP-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF DSL-PROD-CODE IS EQUAL TO PROD-CODE AND
                            WS-DROP-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-DROP-COUNT
                            MOVE DSL-ORDER-NUM TO
                               WDR-ORDER-NUM(WS-DROP-COUNT)
                            MOVE DSL-LINE-NUM TO
                               WDR-LINE-NUM(WS-DROP-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE DROP-SHIP-FILE
           END-IF.
