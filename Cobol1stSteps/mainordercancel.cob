      *    order.dat LOG SO THE REPORTING CHAIN BALANCES. A FULL
      *    CANCEL FLIPS THE HEADER TO 'C' - THE FLAG THAT WAS DEFINED
      *    BUT NEVER SET; AN AMEND REVERSES A SINGLE LINE AND LEAVES
      *    THE ORDER OPEN FOR THE REST. A DROP-SHIP ('DRP') LINE
      *    NEVER CAME OUT OF OUR STOCK, SO IT IS CREDITED BUT NOT
      *    RESTOCKED - THE OPERATOR CANCELS IT WITH THE VENDOR. A KIT
      *    LINE (kit.dat) WAS SOLD BY DRAWING ITS COMPONENTS DOWN, SO
      *    IT IS THE COMPONENTS THAT GO BACK ON THE SHELF, EACH AT THE
      *    LINE QUANTITY TIMES ITS PER-KIT QUANTITY - NEVER THE KIT
      *    CODE ITSELF. WHERE THE LOCATION HAS BINS SET UP, RESTORED
      *    STOCK IS PUT AWAY INTO A BIN THROUGH BINSTOCK: IT SUGGESTS
      *    ONE AND THE OPERATOR CONFIRMS IT OR NAMES ANOTHER, AS AT
      *    RECEIVING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-STOCK-FILE ASSIGN TO 'locstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCSTOCK-STATUS.
           SELECT KIT-FILE ASSIGN TO 'kit.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-HEADER-FILE.
      *       LOCATION THE STOCK WAS DRAWN FROM - THE CANCEL PUTS
      *       THE GOODS BACK THERE. SPACES MEANS MAIN
          02 OH-SHIP-FROM      PIC X(4).
          02 FILLER            PIC X.
      *       OPERATOR WHO KEYED THE ORDER AND THE TIME IT WAS POSTED,
      *       CARRIED THROUGH THE REWRITE UNCHANGED
          02 OH-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 OH-ENTRY-TIME     PIC X(6).

       FD ORDER-LOG.
       01 ORDER-LINE         PIC X(80).
          02 FILLER            PIC X.
          02 LS-QTY            PIC 9(5).

      *    KIT COMPONENTS - ONE ROW PER COMPONENT OF A KIT
       FD KIT-FILE.
       01 KIT-DATA.
          COPY KIT-COMPONENT.

       WORKING-STORAGE SECTION.
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.
             03 WD-STATUS             PIC X.
             03 WD-SHIP-TO            PIC X(4).
             03 WD-SHIP-FROM          PIC X(4).
             03 WD-OPERATOR           PIC X(8).
             03 WD-ENTRY-TIME         PIC X(6).
       01 WS-HDR-I             PIC 9(4).

      *    THE WHOLE locstock.dat FILE, HELD SO RESTORED QUANTITIES
             03 WLC-QTY               PIC 9(5).
       01 WS-LOC-I             PIC 9(4).

      *    KIT COMPONENTS FROM kit.dat, LOADED AT START-UP - A KIT
      *    LINE RESTOCKS ITS COMPONENTS, NOT THE KIT CODE
       01 WS-KIT-STATUS        PIC XX.
       01 WS-KIT-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-KIT-TABLE.
          02 WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-KIT-COUNT.
             03 WKT-PARENT-CODE       PIC X(10).
             03 WKT-COMP-CODE         PIC X(10).
             03 WKT-COMP-QTY          PIC 9(3).
       01 WS-KIT-I             PIC 9(3).
       01 WS-IS-KIT            PIC X.
       01 WS-KIT-PARENT-CODE   PIC X(10).
      *    THE PRODUCT AND QUANTITY GOING BACK ON THE SHELF - THE
      *    LINE'S OWN FOR A STOCKED ITEM, THE LINE QUANTITY TIMES THE
      *    PER-KIT QUANTITY FOR A KIT COMPONENT
       01 WS-RESTOCK-CODE      PIC X(10).
       01 WS-RESTOCK-QTY       PIC 9(5).

      *    PARAMETERS PASSED TO THE SHARED BINSTOCK SUBPROGRAM
       01 WS-BN-FUNC           PIC X.
       01 WS-BN-PROD-CODE      PIC X(10).
       01 WS-BN-LOCATION       PIC X(4).
       01 WS-BN-BIN-CODE       PIC X(8).
       01 WS-BN-TO-BIN         PIC X(8).
       01 WS-BN-QTY            PIC 9(5).
       01 WS-BN-WALK-SEQ       PIC 9(5).
       01 WS-BN-RESULT         PIC X.
       01 WS-BN-SUGGESTED      PIC X(8).

      *    PARAMETERS PASSED TO THE SHARED STOCKLOG MOVEMENT-LEDGER
      *    SUBPROGRAM - SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SL-PROD-CODE      PIC X(10).
                       WS-ENTER-ORDER-NUM
                 ELSE
                    PERFORM LOAD-LOCATION-TABLE
                    PERFORM LOAD-KIT-TABLE
                    PERFORM CHOOSE-AND-REVERSE
                    IF WS-LINES-REVERSED IS GREATER THAN ZERO
                       PERFORM REWRITE-LOCATION-FILE
                            WD-SHIP-TO(WS-HDR-COUNT)
                         MOVE OH-SHIP-FROM TO
                            WD-SHIP-FROM(WS-HDR-COUNT)
                         MOVE OH-OPERATOR TO
                            WD-OPERATOR(WS-HDR-COUNT)
                         MOVE OH-ENTRY-TIME TO
                            WD-ENTRY-TIME(WS-HDR-COUNT)
                      END-READ
              END-PERFORM
              CLOSE ORDER-HEADER-FILE
      *    MEMO WRITTEN, GROSS ADDED TO THE RUNNING REVERSAL TOTAL
      *    FOR THE AR RELIEF
       REVERSE-ONE-LINE.
           EVALUATE WL-REC-TYPE(WS-LINE-I)
              WHEN 'CHG'
                 CONTINUE
              WHEN 'DRP'
                 DISPLAY 'CANCEL: ' WL-PROD-CODE(WS-LINE-I)
                    ' is a drop-ship line - no stock to restore, '
                    'cancel it with the vendor'
              WHEN OTHER
                 PERFORM RESTOCK-LINE-PRODUCT
           END-EVALUATE
           PERFORM WRITE-OFFSET-CREDIT-MEMO
           COMPUTE WS-CREDIT-GROSS = WS-CREDIT-GROSS +
              WL-AMOUNT(WS-LINE-I) + WL-TAX(WS-LINE-I)
           ADD 1 TO WS-LINES-REVERSED.

      *    A KIT LINE PUTS BACK WHAT THE SALE DREW - EACH COMPONENT
      *    AT THE LINE QUANTITY TIMES ITS PER-KIT QUANTITY, AS
      *    kit.dat STANDS TODAY
       RESTOCK-LINE-PRODUCT.
           OPEN I-O PRODUCT-FILE
           MOVE WL-PROD-CODE(WS-LINE-I) TO WS-KIT-PARENT-CODE
           PERFORM FIND-KIT-PARENT
           IF WS-IS-KIT IS EQUAL TO 'Y'
              PERFORM VARYING WS-KIT-I FROM 1 BY 1
                 UNTIL WS-KIT-I > WS-KIT-COUNT
                      IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                         WS-KIT-PARENT-CODE
                         MOVE WKT-COMP-CODE(WS-KIT-I) TO
                            WS-RESTOCK-CODE
                         COMPUTE WS-RESTOCK-QTY =
                            WL-QTY(WS-LINE-I) * WKT-COMP-QTY(WS-KIT-I)
                         PERFORM RESTOCK-ONE-PRODUCT
                      END-IF
              END-PERFORM
           ELSE
              MOVE WL-PROD-CODE(WS-LINE-I) TO WS-RESTOCK-CODE
              MOVE WL-QTY(WS-LINE-I) TO WS-RESTOCK-QTY
              PERFORM RESTOCK-ONE-PRODUCT
           END-IF
           CLOSE PRODUCT-FILE.

       FIND-KIT-PARENT.
           MOVE 'N' TO WS-IS-KIT
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT OR
                 WS-IS-KIT IS EQUAL TO 'Y'
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      WS-KIT-PARENT-CODE
                      MOVE 'Y' TO WS-IS-KIT
                   END-IF
           END-PERFORM.

       RESTOCK-ONE-PRODUCT.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WS-RESTOCK-CODE TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
              DISPLAY 'CANCEL: product ' WS-RESTOCK-CODE
                 ' no longer on file, stock not restored'
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:14)
                 TO PROD-UPDATE-STAMP
              ADD WS-RESTOCK-QTY TO QTY-ON-HAND
              REWRITE PRODUCT-DATA
              INVALID KEY
                      DISPLAY 'CANCEL: inventory update failed for '
                         WS-RESTOCK-CODE
              NOT INVALID KEY
                      PERFORM LOG-STOCK-MOVEMENT
                      PERFORM POST-LOCATION-STOCK
                      DISPLAY 'CANCEL: restored '
                         WS-RESTOCK-QTY ' of ' PROD-CODE
                         ', on hand is now ' QTY-ON-HAND
                      PERFORM PUT-AWAY-TO-BIN
              END-REWRITE
           END-IF.

      *    NO SUGGESTION MEANS THE LOCATION HAS NO BINS - THE STOCK
      *    IS THEN ONLY KEPT AT LOCATION LEVEL, AS BEFORE
       PUT-AWAY-TO-BIN.
           MOVE '1' TO WS-BN-FUNC
           MOVE WS-RESTOCK-CODE TO WS-BN-PROD-CODE
           MOVE WS-RESTORE-LOCATION TO WS-BN-LOCATION
           MOVE WS-RESTOCK-QTY TO WS-BN-QTY
           PERFORM CALL-BINSTOCK
           IF WS-BN-RESULT IS EQUAL TO 'Y'
              MOVE WS-BN-BIN-CODE TO WS-BN-SUGGESTED
              MOVE 'B' TO WS-BN-RESULT
              PERFORM UNTIL WS-BN-RESULT IS NOT EQUAL TO 'B'
                      DISPLAY 'CANCEL: Put away to bin '
                         WS-BN-SUGGESTED ' (blank = confirm, or '
                         'other bin): ' WITH NO ADVANCING
                      ACCEPT WS-BN-BIN-CODE
                      IF WS-BN-BIN-CODE IS EQUAL TO SPACES
                         MOVE WS-BN-SUGGESTED TO WS-BN-BIN-CODE
                      END-IF
                      MOVE FUNCTION UPPER-CASE(WS-BN-BIN-CODE)
                         TO WS-BN-BIN-CODE
                      MOVE '2' TO WS-BN-FUNC
                      PERFORM CALL-BINSTOCK
                      IF WS-BN-RESULT IS EQUAL TO 'B'
                         DISPLAY 'CANCEL: ' WS-BN-BIN-CODE
                            ' is not a bin in use at '
                            WS-RESTORE-LOCATION
                      END-IF
              END-PERFORM
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

       LOG-STOCK-MOVEMENT.
           MOVE WS-RESTOCK-CODE TO WS-SL-PROD-CODE
           MOVE 'CAN' TO WS-SL-MOVE-TYPE
           MOVE WS-RESTOCK-QTY TO WS-SL-QTY
           MOVE QTY-ON-HAND TO WS-SL-BALANCE
           MOVE WS-ENTER-ORDER-NUM TO WS-SL-REFERENCE
           CALL 'STOCKLOG' USING
                   MOVE WD-STATUS(WS-HDR-I) TO OH-STATUS
                   MOVE WD-SHIP-TO(WS-HDR-I) TO OH-SHIP-TO
                   MOVE WD-SHIP-FROM(WS-HDR-I) TO OH-SHIP-FROM
                   MOVE WD-OPERATOR(WS-HDR-I) TO OH-OPERATOR
                   MOVE WD-ENTRY-TIME(WS-HDR-I) TO OH-ENTRY-TIME
                   WRITE ORDER-HEADER
           END-PERFORM
           CLOSE ORDER-HEADER-FILE.
                      PROD-CODE AND
                      WLC-LOCATION(WS-LOC-I) IS EQUAL TO
                      WS-RESTORE-LOCATION
                      ADD WS-RESTOCK-QTY TO WLC-QTY(WS-LOC-I)
                      MOVE 'Y' TO WS-LOC-FOUND
                   END-IF
           END-PERFORM
                 MOVE PROD-CODE TO WLC-PROD-CODE(WS-LOC-COUNT)
                 MOVE WS-RESTORE-LOCATION TO
                    WLC-LOCATION(WS-LOC-COUNT)
                 MOVE WS-RESTOCK-QTY TO WLC-QTY(WS-LOC-COUNT)
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

       REWRITE-LOCATION-FILE.
           OPEN OUTPUT LOCATION-STOCK-FILE
           PERFORM VARYING WS-LOC-I FROM 1 BY 1
