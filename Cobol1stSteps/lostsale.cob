       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSTSALE.

      *    SHARED LOST-SALE WRITER, IN THE SPIRIT OF STOCKLOG: EVERY
      *    PROGRAM THAT TURNS A CUSTOMER'S DEMAND AWAY - A BACKORDER
      *    DECLINED, A PRODUCT ON HOLD, AN ORDER ABANDONED AT THE
      *    PRICE OR REFUSED ON CREDIT - CALLS HERE WITH THE
      *    CUSTOMER, PRODUCT, QUANTITY, REASON CODE (STCK, HOLD,
      *    PRIC, CRED) AND SOURCE (ORDER, QUOTE, BATCH), AND THE
      *    LOSS LANDS ON lostsale.dat STAMPED WITH THE DATE AND TIME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOST-SALE-FILE ASSIGN TO 'lostsale.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOST-SALE-FILE.
       01 LOST-SALE-LINE       PIC X(49).

       WORKING-STORAGE SECTION.
       01 WS-LOST-STATUS       PIC XX.
       01 WS-CURRENT-DATE-DATA.
          02 WS-CURRENT-DATE     PIC 9(8).
          02 WS-CURRENT-TIME     PIC 9(6).
          02 FILLER              PIC X(7).
       01 LOST-SALE-DETAIL.
          COPY LOST-SALE.

       LINKAGE SECTION.
       01 LS-ID-NUM          PIC 9(5).
       01 LS-PROD-CODE       PIC X(10).
       01 LS-QTY             PIC 9(5).
       01 LS-REASON          PIC X(4).
       01 LS-SOURCE          PIC X(5).

       PROCEDURE DIVISION USING LS-ID-NUM LS-PROD-CODE LS-QTY
           LS-REASON LS-SOURCE.

       LOSTSALE-MAIN.
           OPEN EXTEND LOST-SALE-FILE.
           IF WS-LOST-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT LOST-SALE-FILE
           END-IF.
           IF WS-LOST-STATUS IS EQUAL TO '00'
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
              MOVE WS-CURRENT-DATE TO LD-DATE
              MOVE WS-CURRENT-TIME TO LD-TIME
              MOVE LS-ID-NUM TO LD-ID-NUM
              MOVE LS-PROD-CODE TO LD-PROD-CODE
              MOVE LS-QTY TO LD-QTY
              MOVE LS-REASON TO LD-REASON
              MOVE LS-SOURCE TO LD-SOURCE
              WRITE LOST-SALE-LINE FROM LOST-SALE-DETAIL
              CLOSE LOST-SALE-FILE
           ELSE
              DISPLAY 'LOSTSALE: lostsale.dat not writable, '
                 'lost sale not recorded'
           END-IF.
           GOBACK.
