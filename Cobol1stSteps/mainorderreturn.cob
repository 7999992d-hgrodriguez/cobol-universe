      *    ITEMS ON THE aropen.dat SUBLEDGER, OLDEST FIRST - ANY
      *    RESIDUE STAYS WITH THE ACCOUNT AS A NEGATIVE 'CRM' ITEM,
      *    THE SAME WAY CASH APPLICATION LEAVES UNSPREAD CASH ON
      *    ACCOUNT. A RETURNED KIT (kit.dat) WAS SOLD BY DRAWING ITS
      *    COMPONENTS DOWN, SO IT IS THE COMPONENTS THAT ARE
      *    RESTOCKED, EACH AT THE RETURNED QUANTITY TIMES ITS PER-KIT
      *    QUANTITY - NEVER THE KIT CODE ITSELF. WHERE THE LOCATION
      *    HAS BINS SET UP, RESTOCKED GOODS ARE PUT AWAY INTO A BIN
      *    THROUGH BINSTOCK: IT SUGGESTS ONE AND THE OPERATOR
      *    CONFIRMS IT OR NAMES ANOTHER, AS AT RECEIVING.
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
       FD ORDER-LOG.
          02 RM-QTY-RECEIVED   PIC 9(5).
          02 FILLER            PIC X.
          02 RM-STATUS         PIC X.
          02 FILLER            PIC X.
      *       OPERATOR WHO ISSUED THE RMA AND WHEN, CARRIED THROUGH
      *       THE REWRITE UNCHANGED
          02 RM-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 RM-ENTRY-TIME     PIC X(6).

      *    THE HEADER NAMES THE LOCATION THE ORDER'S STOCK WAS DRAWN
      *    FROM - THE RETURN PUTS THE GOODS BACK THERE
          02 OH-SHIP-TO        PIC X(4).
          02 FILLER            PIC X.
          02 OH-SHIP-FROM      PIC X(4).
      *       OPERATOR AND ENTRY TIME - NOT USED HERE
          02 FILLER            PIC X(16).

      *    PER-LOCATION ON-HAND - RESTORED STOCK GOES BACK TO THE
      *    DRAWN-FROM LOCATION, OR THE SPLIT WOULD DRIFT FROM
          02 FILLER            PIC X.
          02 LS-QTY            PIC 9(5).

      *    KIT COMPONENTS - ONE ROW PER COMPONENT OF A KIT
       FD KIT-FILE.
       01 KIT-DATA.
          COPY KIT-COMPONENT.

       WORKING-STORAGE SECTION.
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.
       01 WS-SL-BALANCE        PIC 9(5).
       01 WS-SL-REFERENCE      PIC X(10).

      *    KIT COMPONENTS FROM kit.dat - A RETURNED KIT RESTOCKS ITS
      *    COMPONENTS, NOT THE KIT CODE
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
      *    THE PRODUCT AND QUANTITY GOING BACK ON THE SHELF - THE
      *    RETURNED PRODUCT ITSELF, OR FOR A KIT EACH COMPONENT AT
      *    THE RETURNED QUANTITY TIMES ITS PER-KIT QUANTITY
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

      *    THE WHOLE aropen.dat SUBLEDGER, HELD SO THE CREDIT CAN BE
      *    APPLIED OLDEST-FIRST AND THE FILE REWRITTEN AS ONE UNIT
       01 WS-AROPEN-STATUS     PIC XX.
             03 WI-INVOICE-NUM        PIC 9(6).
             03 WI-ID-NUM             PIC 9(5).
             03 WI-DATE               PIC 9(8).
             03 WI-DUE-DATE           PIC 9(8).
             03 WI-ITEM-TYPE          PIC X(3).
             03 WI-AMOUNT             PIC S9(7)V99.
             03 WI-PAID               PIC S9(7)V99.
             03 WR-QTY-EXPECTED       PIC 9(5).
             03 WR-QTY-RECEIVED       PIC 9(5).
             03 WR-STATUS             PIC X.
             03 WR-OPERATOR           PIC X(8).
             03 WR-ENTRY-TIME         PIC X(6).
       01 WS-RMA-I             PIC 9(4).

      *    THE WHOLE locstock.dat FILE, HELD SO THE RESTORED
       01 WS-LOC-I             PIC 9(4).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'RETURN: RMA Number (0 = walk-in return): '
              WITH NO ADVANCING
           ACCEPT WS-ENTER-RMA
                               WR-QTY-RECEIVED(WS-RMA-COUNT)
                            MOVE RM-STATUS TO
                               WR-STATUS(WS-RMA-COUNT)
                            MOVE RM-OPERATOR TO
                               WR-OPERATOR(WS-RMA-COUNT)
                            MOVE RM-ENTRY-TIME TO
                               WR-ENTRY-TIME(WS-RMA-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
                   MOVE WR-QTY-RECEIVED(WS-RMA-I) TO
                      RM-QTY-RECEIVED
                   MOVE WR-STATUS(WS-RMA-I) TO RM-STATUS
                   MOVE WR-OPERATOR(WS-RMA-I) TO RM-OPERATOR
                   MOVE WR-ENTRY-TIME(WS-RMA-I) TO RM-ENTRY-TIME
                   WRITE RMA-DATA
           END-PERFORM
           CLOSE RMA-FILE.

           PERFORM FIND-RESTORE-LOCATION
           PERFORM LOAD-LOCATION-TABLE
           PERFORM LOAD-KIT-TABLE
           PERFORM RESTOCK-PRODUCT
           PERFORM REWRITE-LOCATION-FILE
           PERFORM WRITE-CREDIT-MEMO
           DISPLAY 'RETURN: credited ' WS-EDIT-AMOUNT ' plus tax '
              WS-EDIT-TAX ' to customer ' WS-ORDER-ID-NUM.

      *    A RETURNED KIT PUTS BACK WHAT THE SALE DREW - EACH
      *    COMPONENT AT THE RETURNED QUANTITY TIMES ITS PER-KIT
      *    QUANTITY, AS kit.dat STANDS TODAY
       RESTOCK-PRODUCT.
           OPEN I-O PRODUCT-FILE
           MOVE 'N' TO WS-IS-KIT
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      WS-ENTER-PROD-CODE
                      MOVE 'Y' TO WS-IS-KIT
                      MOVE WKT-COMP-CODE(WS-KIT-I) TO WS-RESTOCK-CODE
                      COMPUTE WS-RESTOCK-QTY =
                         WS-QTY-RETURNED * WKT-COMP-QTY(WS-KIT-I)
                      PERFORM RESTOCK-ONE-PRODUCT
                   END-IF
           END-PERFORM
           IF WS-IS-KIT IS EQUAL TO 'N'
              MOVE WS-ENTER-PROD-CODE TO WS-RESTOCK-CODE
              MOVE WS-QTY-RETURNED TO WS-RESTOCK-QTY
              PERFORM RESTOCK-ONE-PRODUCT
           END-IF
           CLOSE PRODUCT-FILE.

       RESTOCK-ONE-PRODUCT.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WS-RESTOCK-CODE TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
              DISPLAY 'RETURN: product ' WS-RESTOCK-CODE
                 ' no longer on file, stock not restored'
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:14)
                 TO PROD-UPDATE-STAMP
              ADD WS-RESTOCK-QTY TO QTY-ON-HAND
              REWRITE PRODUCT-DATA
              INVALID KEY
                      DISPLAY 'RETURN: inventory update failed for '
                         WS-RESTOCK-CODE
              NOT INVALID KEY
                      PERFORM LOG-STOCK-MOVEMENT
                      PERFORM POST-LOCATION-STOCK
                      DISPLAY 'RETURN: restocked ' WS-RESTOCK-QTY
                         ' of ' PROD-CODE ', on hand is now '
                         QTY-ON-HAND
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
                      DISPLAY 'RETURN: Put away to bin '
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
                         DISPLAY 'RETURN: ' WS-BN-BIN-CODE
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

      *    THE ORDER'S HEADER NAMES THE LOCATION ITS STOCK CAME
      *    FROM - OLD HEADERS PREDATE LOCATIONS AND THEIR STOCK
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

       LOG-STOCK-MOVEMENT.
           MOVE PROD-CODE TO WS-SL-PROD-CODE
           MOVE 'RTN' TO WS-SL-MOVE-TYPE
           MOVE WS-RESTOCK-QTY TO WS-SL-QTY
           MOVE QTY-ON-HAND TO WS-SL-BALANCE
           MOVE WS-ENTER-ORDER-NUM TO WS-SL-REFERENCE
           CALL 'STOCKLOG' USING
                            MOVE AO-ID-NUM TO
                               WI-ID-NUM(WS-ITEM-COUNT)
                            MOVE AO-DATE TO WI-DATE(WS-ITEM-COUNT)
                            IF AO-DUE-DATE IS NUMERIC AND
                               AO-DUE-DATE IS GREATER THAN ZERO
                               MOVE AO-DUE-DATE TO
                                  WI-DUE-DATE(WS-ITEM-COUNT)
                            ELSE
                               MOVE AO-DATE TO
                                  WI-DUE-DATE(WS-ITEM-COUNT)
                            END-IF
                            MOVE AO-ITEM-TYPE TO
                               WI-ITEM-TYPE(WS-ITEM-COUNT)
                            MOVE AO-AMOUNT TO
              MOVE ZERO TO WI-INVOICE-NUM(WS-ITEM-COUNT)
              MOVE WS-ORDER-ID-NUM TO WI-ID-NUM(WS-ITEM-COUNT)
              MOVE WS-TODAY TO WI-DATE(WS-ITEM-COUNT)
              MOVE WS-TODAY TO WI-DUE-DATE(WS-ITEM-COUNT)
              MOVE 'CRM' TO WI-ITEM-TYPE(WS-ITEM-COUNT)
              COMPUTE WI-AMOUNT(WS-ITEM-COUNT) =
                 0 - WS-CREDIT-POOL
                   MOVE WI-INVOICE-NUM(WS-ITEM-I) TO AO-INVOICE-NUM
                   MOVE WI-ID-NUM(WS-ITEM-I) TO AO-ID-NUM
                   MOVE WI-DATE(WS-ITEM-I) TO AO-DATE
                   MOVE WI-DUE-DATE(WS-ITEM-I) TO AO-DUE-DATE
                   MOVE WI-ITEM-TYPE(WS-ITEM-I) TO AO-ITEM-TYPE
                   MOVE WI-AMOUNT(WS-ITEM-I) TO AO-AMOUNT
                   MOVE WI-PAID(WS-ITEM-I) TO AO-PAID
