      *    THE CUSTOMER'S STATE, AND THE GROSS CHARGED TO THE AR
      *    BALANCE - AND THE OPERATOR IS TOLD WHAT SHIPPED. FILLED
      *    ENTRIES STAY IN backorder.dat FLAGGED 'F' FOR TRACEABILITY.
      *    EACH RELEASE IS HANDED TO CUSTNOTIFY SO THE CUSTOMER HEARS
      *    THE GOODS ARE ON THE WAY (OR GOES ON THE CALL LIST).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          02 OH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 OH-STATUS         PIC X.
      *       SHIP-TO, SHIP-FROM, OPERATOR AND ENTRY TIME - NOT USED
      *       HERE
          02 FILLER            PIC X(26).

       FD ORDER-ITEM-FILE.
       01 ORDER-ITEM.
          02 OI-QTY-ORDERED    PIC 9(5).
          02 FILLER            PIC X.
          02 OI-LINE-TOTAL     PIC X(9).
      *       SUBSTITUTE, PROMOTION, CUSTOMER PART AND UNIT FIELDS -
      *       NOT USED HERE
          02 FILLER            PIC X(58).

       FD ORDER-SEQUENCE-FILE.
       01 ORDER-SEQUENCE-LINE  PIC 9(6).
       01 WS-COST-RAW-X.
          02 WS-COST-RAW       PIC 9(4)V99.
       01 WS-FILLED-COUNT      PIC 9(4)  VALUE ZERO.
      *    CUSTNOTIFY PARAMETERS
       01 WS-NT-EVENT          PIC X(4).
       01 WS-NT-DOC-REF        PIC X(10).
       01 WS-NT-DOC-DATE       PIC 9(8).
       01 WS-NT-DETAIL         PIC X(50).
       01 WS-NT-QTY            PIC ZZZZ9.
       01 WS-OPEN-COUNT        PIC 9(4)  VALUE ZERO.
      *    THE SAME CREDIT TEST ORDER ENTRY APPLIES, RE-RUN AT
      *    RELEASE TIME - THE BALANCE MAY HAVE GROWN SINCE THE
           WRITE ORDER-LINE FROM ORDER-DETAIL

           PERFORM POST-AR-CHARGE
           PERFORM NOTIFY-BACKORDER-RELEASE

           DISPLAY 'RELEASE: shipped ' WB-QTY-SHORT(WS-BACKORDER-I)
              ' of ' WB-PROD-CODE(WS-BACKORDER-I) ' to customer '
              ID-NUM ' as order ' WS-ORDER-NUM.

       NOTIFY-BACKORDER-RELEASE.
           MOVE 'BORL' TO WS-NT-EVENT
           MOVE SPACES TO WS-NT-DOC-REF
           MOVE WS-ORDER-NUM TO WS-NT-DOC-REF(1:6)
           MOVE WS-TODAY TO WS-NT-DOC-DATE
           MOVE WB-QTY-SHORT(WS-BACKORDER-I) TO WS-NT-QTY
           MOVE SPACES TO WS-NT-DETAIL
           STRING 'BACKORDER RELEASED:' DELIMITED BY SIZE
                  WS-NT-QTY DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  WB-PROD-CODE(WS-BACKORDER-I) DELIMITED BY SPACE
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

       LOG-STOCK-MOVEMENT.
           MOVE PROD-CODE TO WS-SL-PROD-CODE
           MOVE 'REL' TO WS-SL-MOVE-TYPE
