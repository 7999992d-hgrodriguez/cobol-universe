      *    PRODUCT NAME AND DISCOUNTED NET, TAX FROM THE ORDER LOG,
      *    AND THE ORDER NUMBER PROMINENT. COVERS THE BATCH-INTAKE
      *    AND RELEASE ORDERS THAT HAVE NO OPERATOR AT A SCREEN.
      *    EACH ACKNOWLEDGED ORDER IS ALSO HANDED TO CUSTNOTIFY FOR
      *    THE CUSTOMER'S E-MAIL (OR THE PHONE-CALL LIST). A LINE
      *    FILLED WITH A SUBSTITUTE NAMES THE CODE ORDERED, AND A
      *    LINE A PROMOTION TOOK A DISCOUNT OFF SHOWS THE CODE AND
      *    THE SAVING. THE CUSTOMER'S OWN PART NUMBER PRINTS BESIDE
      *    OURS - FROM THE orderitm.dat LINE, OR FROM PARTXREF FOR A
      *    LINE WRITTEN WITHOUT ONE. THE QUANTITY PRINTS IN THE UNIT
      *    THE LINE WAS ORDERED IN (EA FOR A LINE THAT CARRIES NONE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          02 OH-STATUS         PIC X.
          02 FILLER            PIC X.
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

       FD ORDER-LOG.
       01 ORDER-LINE         PIC X(80).
       01 WS-ACK-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-LINE-TAX          PIC 9(6)V99.
       01 WS-I                 PIC 9(5).
       01 WS-ACK-LINES         PIC 9(3).
       01 WS-ACK-LINES-OUT     PIC ZZ9.
      *    CUSTNOTIFY PARAMETERS
       01 WS-NT-EVENT          PIC X(4).
       01 WS-NT-DOC-REF        PIC X(10).
       01 WS-NT-DOC-DATE       PIC 9(8).
       01 WS-NT-DETAIL         PIC X(50).
      *    PARTXREF PARAMETERS
       01 WS-XREF-FUNC         PIC X     VALUE 'P'.
       01 WS-XREF-ITEM-ID      PIC X(20) VALUE SPACES.
       01 WS-XREF-MATCH        PIC X.
       01 WS-CUST-PART         PIC X(20).

      *    THE DAY'S HEADERS AND THE ITEM FILE, HELD SO EACH ORDER
      *    CAN GATHER ITS LINES
             03 WI-PROD-CODE          PIC X(10).
             03 WI-QTY-ORDERED        PIC 9(5).
             03 WI-LINE-TOTAL         PIC X(9).
             03 WI-REQ-CODE           PIC X(10).
             03 WI-PROMO-CODE         PIC X(8).
             03 WI-PROMO-AMT          PIC X(8).
             03 WI-CUST-PART          PIC X(20).
             03 WI-UOM                PIC X(2).
             03 WI-UOM-FACTOR         PIC 9(4).
       01 WS-ITM-I             PIC 9(5).

      *    TAX PER ORDER LINE FROM THE ORDER LOG, KEYED BY ORDER
             03 WT-TAX                PIC 9(6)V99.
       01 WS-TAX-I             PIC 9(5).

       01 ACK-SUBST-LINE.
          02 FILLER             PIC X(11) VALUE SPACES.
          02 FILLER             PIC X(16) VALUE 'SUBSTITUTED FOR '.
          02 AKU-REQ-CODE       PIC X(10).
       01 ACK-PROMO-LINE.
          02 FILLER             PIC X(11) VALUE SPACES.
          02 FILLER             PIC X(10) VALUE 'PROMOTION '.
          02 AKP-CODE           PIC X(8).
          02 FILLER             PIC X(7)  VALUE ' SAVES '.
          02 AKP-AMOUNT         PIC X(8).
       01 ACK-HEADING.
          02 FILLER             PIC X(22) VALUE
             'ORDER ACKNOWLEDGEMENT '.
          02 AKI-PROD-NAME      PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 AKI-QTY            PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 AKI-UOM            PIC X(2).
          02 FILLER             PIC X     VALUE SPACE.
          02 AKI-NET            PIC X(9).
          02 FILLER             PIC X     VALUE SPACE.
          02 AKI-TAX            PIC ZZZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 AKI-CUST-PART      PIC X(20).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY 'ACK: Acknowledge which date (YYYYMMDD, 0 = '
              'today): ' WITH NO ADVANCING
                               WI-QTY-ORDERED(WS-ITM-COUNT)
                            MOVE OI-LINE-TOTAL TO
                               WI-LINE-TOTAL(WS-ITM-COUNT)
                            MOVE OI-REQ-CODE TO
                               WI-REQ-CODE(WS-ITM-COUNT)
                            MOVE OI-PROMO-CODE TO
                               WI-PROMO-CODE(WS-ITM-COUNT)
                            MOVE OI-PROMO-AMT TO
                               WI-PROMO-AMT(WS-ITM-COUNT)
                            MOVE OI-CUST-PART TO
                               WI-CUST-PART(WS-ITM-COUNT)
                            IF OI-UOM IS EQUAL TO SPACES OR
                               OI-UOM-FACTOR IS NOT NUMERIC OR
                               OI-UOM-FACTOR IS EQUAL TO ZERO
                               MOVE 'EA' TO WI-UOM(WS-ITM-COUNT)
                               MOVE 1 TO WI-UOM-FACTOR(WS-ITM-COUNT)
                            ELSE
                               MOVE OI-UOM TO WI-UOM(WS-ITM-COUNT)
                               MOVE OI-UOM-FACTOR TO
                                  WI-UOM-FACTOR(WS-ITM-COUNT)
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
              WRITE ACK-PRINT-LINE FROM ACK-CITY-LINE
              MOVE SPACES TO ACK-PRINT-LINE
              WRITE ACK-PRINT-LINE
              MOVE ZERO TO WS-ACK-LINES
              PERFORM VARYING WS-ITM-I FROM 1 BY 1
                 UNTIL WS-ITM-I > WS-ITM-COUNT
                      IF WI-ORDER-NUM(WS-ITM-I) IS EQUAL TO
                         WD-ORDER-NUM(WS-HDR-I)
                         PERFORM PRINT-ACK-ITEM
                         ADD 1 TO WS-ACK-LINES
                      END-IF
              END-PERFORM
              MOVE SPACES TO ACK-PRINT-LINE
              WRITE ACK-PRINT-LINE
              WRITE ACK-PRINT-LINE
              ADD 1 TO WS-ACK-COUNT
              PERFORM NOTIFY-ORDER-ACK
           END-IF.

       NOTIFY-ORDER-ACK.
           MOVE 'ACK' TO WS-NT-EVENT
           MOVE SPACES TO WS-NT-DOC-REF
           MOVE WD-ORDER-NUM(WS-HDR-I) TO WS-NT-DOC-REF(1:6)
           MOVE WD-DATE(WS-HDR-I) TO WS-NT-DOC-DATE
           MOVE WS-ACK-LINES TO WS-ACK-LINES-OUT
           MOVE SPACES TO WS-NT-DETAIL
           STRING 'ORDER RECEIVED, ' DELIMITED BY SIZE
                  WS-ACK-LINES-OUT DELIMITED BY SIZE
                  ' LINE(S)' DELIMITED BY SIZE
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

       PRINT-ACK-ITEM.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WI-PROD-CODE(WS-ITM-I) TO PROD-CODE
           ELSE
              MOVE '** NOT ON FILE **' TO AKI-PROD-NAME
           END-IF
           COMPUTE AKI-QTY =
              WI-QTY-ORDERED(WS-ITM-I) / WI-UOM-FACTOR(WS-ITM-I)
           MOVE WI-UOM(WS-ITM-I) TO AKI-UOM
           MOVE WI-LINE-TOTAL(WS-ITM-I) TO AKI-NET
           MOVE WI-CUST-PART(WS-ITM-I) TO WS-CUST-PART
           IF WS-CUST-PART IS EQUAL TO SPACES
              CALL 'PARTXREF' USING WS-XREF-FUNC WD-ID-NUM(WS-HDR-I)
                 WS-XREF-ITEM-ID WI-PROD-CODE(WS-ITM-I) WS-CUST-PART
                 WS-XREF-MATCH
              END-CALL
           END-IF
           MOVE WS-CUST-PART TO AKI-CUST-PART
           MOVE ZERO TO WS-LINE-TAX
           PERFORM VARYING WS-TAX-I FROM 1 BY 1
              UNTIL WS-TAX-I > WS-TAX-COUNT
                   END-IF
           END-PERFORM
           MOVE WS-LINE-TAX TO AKI-TAX
           WRITE ACK-PRINT-LINE FROM ACK-ITEM-LINE
           IF WI-REQ-CODE(WS-ITM-I) IS NOT EQUAL TO SPACES
              MOVE WI-REQ-CODE(WS-ITM-I) TO AKU-REQ-CODE
              WRITE ACK-PRINT-LINE FROM ACK-SUBST-LINE
           END-IF
           IF WI-PROMO-CODE(WS-ITM-I) IS NOT EQUAL TO SPACES
              MOVE WI-PROMO-CODE(WS-ITM-I) TO AKP-CODE
              MOVE WI-PROMO-AMT(WS-ITM-I) TO AKP-AMOUNT
              WRITE ACK-PRINT-LINE FROM ACK-PROMO-LINE
           END-IF.
