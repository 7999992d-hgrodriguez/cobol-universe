      *    WEEKS OF PROJECTED DEMAND, PRINTED AGAINST THE HAND-SET
      *    ONE ON forecast.rpt, AND ACCEPTED SUGGESTIONS CAN BE
      *    APPLIED BACK TO product.dat WITH THE CHANGE LOGGED
      *    THROUGH PRODAUDIT. ON REQUEST THE OUT-OF-STOCK LOST SALES
      *    ON lostsale.dat ARE COUNTED AS DEMAND TOO, SO A MONTH OF
      *    STOCK-OUTS DOES NOT PULL THE NEXT FORECAST DOWN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT LOST-SALE-FILE ASSIGN TO 'lostsale.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOST-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
       FD HISTORY-FILE.
       01 HISTORY-LINE       PIC X(80).

       FD LOST-SALE-FILE.
       01 LOST-SALE-DATA.
          COPY LOST-SALE.

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.
       01 WS-LOG-STATUS        PIC XX.
       01 WS-TOTALS-STATUS     PIC XX.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-LOST-STATUS       PIC XX.
       01 WS-COUNT-LOST        PIC X.
       01 WS-HISTORY-FILE-NAME PIC X(20).
       01 WS-TOTALS-EOF        PIC X.
       01 WS-EOF               PIC X.
           COMPUTE WS-THIS-MONTHS =
              (FUNCTION NUMVAL(WS-TODAY(1:4)) * 12) +
              FUNCTION NUMVAL(WS-TODAY(5:2)).
           DISPLAY 'FORECAST: Count lost stock-out demand as '
              'demand? (Y/N): ' WITH NO ADVANCING.
           ACCEPT WS-COUNT-LOST.
           PERFORM SCAN-HISTORY-FILES.
           PERFORM SCAN-LIVE-LOG.
           IF WS-COUNT-LOST IS EQUAL TO 'Y' OR
              WS-COUNT-LOST IS EQUAL TO 'y'
              PERFORM SCAN-LOST-SALES
           END-IF.
           IF WS-FC-COUNT IS EQUAL TO ZERO
              DISPLAY 'FORECAST: no demand history to analyze'
              STOP RUN
              CLOSE ORDER-LOG
           END-IF.

      *    A SALE LOST BECAUSE THE SHELF WAS EMPTY IS FOLDED IN AS IF
      *    IT HAD BEEN ORDERED - HOLD, PRICE AND CREDIT LOSSES ARE
      *    NOT DEMAND ON THE STOCK
       SCAN-LOST-SALES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOST-SALE-FILE
           IF WS-LOST-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ LOST-SALE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF LD-OUT-OF-STOCK
                            MOVE SPACES TO WS-ORDER-DETAIL
                            MOVE LD-DATE TO OD-DATE
                            MOVE LD-PROD-CODE TO OD-PROD-CODE
                            MOVE LD-QTY TO OD-QTY-ORDERED
                            PERFORM FOLD-ORDER-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE LOST-SALE-FILE
           END-IF.

      *    EACH LINE FALLS SO MANY WHOLE MONTHS BACK FROM TODAY -
      *    MONTHS 1-3 FEED THE TRAILING AVERAGE, MONTH 12 IS THE
      *    SAME MONTH LAST YEAR AND CARRIES THE SEASONALITY
           MOVE OD-DATE(5:2) TO WS-LINE-MONTH
           COMPUTE WS-MONTHS-AGO = WS-THIS-MONTHS -
              ((WS-LINE-YEAR * 12) + WS-LINE-MONTH)
      *    A DROP-SHIP SALE NEVER LEAVES OUR SHELF, SO IT IS NO
      *    DEMAND ON OUR STOCK
           IF WS-MONTHS-AGO IS LESS THAN 1 OR
              WS-MONTHS-AGO IS GREATER THAN 12 OR
              OD-REC-TYPE IS EQUAL TO 'DRP'
              CONTINUE
           ELSE
              PERFORM FIND-FORECAST-SLOT
