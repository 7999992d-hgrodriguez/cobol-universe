       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINXREFMAINT.

      *    MAINTENANCE SCREEN FOR THE ITEM CROSS-REFERENCE
      *    partxref.dat: EACH ROW IS ANOTHER NAME ONE OF OUR PRODUCTS
      *    ARRIVES UNDER - A CUSTOMER'S OWN PART NUMBER (GOOD FOR
      *    THAT CUSTOMER ONLY) OR A UPC/EAN BARCODE (GOOD FOR
      *    EVERYONE). ORDER ENTRY, QUOTES AND BATCH INTAKE TRANSLATE
      *    THESE TO OUR PROD-CODE THROUGH PARTXREF, AND THE CUSTOMER'S
      *    PART NUMBER PRINTS BESIDE OURS ON THE ACKNOWLEDGEMENT,
      *    PICKING LIST AND INVOICE. THE PRODUCT MUST BE ON
      *    product.dat AND THE CUSTOMER ON customers.txt; A BARCODE
      *    MUST BE 8, 12, 13 OR 14 DIGITS WITH A GOOD CHECK DIGIT.
      *    SETTING A PART NUMBER OR BARCODE ALREADY ON FILE POINTS
      *    IT AT THE NEW PRODUCT. THE WHOLE FILE IS HELD IN A TABLE
      *    AND REWRITTEN ON EVERY CHANGE, SAME AS THE SUBSTITUTE
      *    SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO 'partxref.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XREF-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE
              FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD XREF-FILE.
       01 XREF-DATA.
          COPY PART-XREF.

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD CUSTOMER-FILE.
       01 CUSTOMER-DATA.
          02 ID-NUM        PIC 9(5).
          02 FIRST-NAME    PIC X(15).
          02 LAST-NAME     PIC X(15).
          02 STATUS-CODE   PIC X.
             88 CUST-ACTIVE             VALUE 'A'.
             88 CUST-INACTIVE           VALUE 'I'.
          COPY CUSTOMER-CONTACT.
      *       HIGHEST OPEN BALANCE THE CUSTOMER MAY CARRY - ZERO
      *       MEANS A CASH-ONLY ACCOUNT
          02 CREDIT-LIMIT  PIC 9(7)V99.
      *       DATE+TIME OF THE LAST REWRITE - CHECKED SO TWO
      *       OPERATORS CANNOT SILENTLY CLOBBER EACH OTHER'S CHANGE
          02 UPDATE-STAMP  PIC 9(14).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-XREF-STATUS       PIC XX.
       01 WS-PRODUCT-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-XR-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-XR-TABLE.
          02 WS-XR-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-XR-COUNT.
             03 WX-TYPE               PIC X.
             03 WX-ID-NUM             PIC 9(5).
             03 WX-ITEM-ID            PIC X(20).
             03 WX-PROD-CODE          PIC X(10).
       01 WS-XR-I              PIC 9(4).
       01 WS-SHOWN-COUNT       PIC 9(4).
       01 WS-FOUND             PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-XREF-REFUSED      PIC X.
       01 WS-ENTER-TYPE        PIC X.
       01 WS-ENTER-ID          PIC 9(5).
       01 WS-ENTER-ITEM        PIC X(20).
       01 WS-ENTER-PROD        PIC X(10).
      *    BARCODE CHECK: LENGTH, RUNNING WEIGHTED SUM AND THE DIGIT
      *    THE LAST POSITION SHOULD HOLD
       01 WS-CODE-LEN          PIC 9(2).
       01 WS-CODE-POS          PIC 9(2).
       01 WS-CODE-DIGIT        PIC 9.
       01 WS-CODE-WEIGHT       PIC 9.
       01 WS-CODE-SUM          PIC 9(4).
       01 WS-CODE-CHECK        PIC 9(2).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           OPEN INPUT PRODUCT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM LOAD-XREF-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Item Cross-Reference Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List a Customer's Part Numbers"
                   DISPLAY "2) List a Product's Cross-References"
                   DISPLAY "3) Set a Customer Part Number"
                   DISPLAY "4) Set a UPC/EAN Barcode"
                   DISPLAY "5) Remove a Cross-Reference"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-CUSTOMER-PARTS
                   WHEN '2'
                        PERFORM LIST-PRODUCT-XREFS
                   WHEN '3'
                        MOVE 'C' TO WS-ENTER-TYPE
                        PERFORM SET-XREF
                   WHEN '4'
                        MOVE 'U' TO WS-ENTER-TYPE
                        PERFORM SET-XREF
                   WHEN '5'
                        PERFORM REMOVE-XREF
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           CLOSE CUSTOMER-FILE.
           STOP RUN.

       LOAD-XREF-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-XR-COUNT
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'XREF: partxref.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ XREF-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-XR-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-XR-COUNT
                            MOVE PX-TYPE TO WX-TYPE(WS-XR-COUNT)
                            MOVE PX-ID-NUM TO WX-ID-NUM(WS-XR-COUNT)
                            MOVE PX-ITEM-ID TO
                               WX-ITEM-ID(WS-XR-COUNT)
                            MOVE PX-PROD-CODE TO
                               WX-PROD-CODE(WS-XR-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE XREF-FILE
           END-IF.

       SAVE-XREF-TABLE.
           OPEN OUTPUT XREF-FILE
           PERFORM VARYING WS-XR-I FROM 1 BY 1
              UNTIL WS-XR-I > WS-XR-COUNT
                   MOVE SPACES TO XREF-DATA
                   MOVE WX-TYPE(WS-XR-I) TO PX-TYPE
                   MOVE WX-ID-NUM(WS-XR-I) TO PX-ID-NUM
                   MOVE WX-ITEM-ID(WS-XR-I) TO PX-ITEM-ID
                   MOVE WX-PROD-CODE(WS-XR-I) TO PX-PROD-CODE
                   WRITE XREF-DATA
           END-PERFORM
           CLOSE XREF-FILE.

       LIST-CUSTOMER-PARTS.
           DISPLAY " "
           DISPLAY "LIST: Enter Customer ID: " WITH NO ADVANCING
           ACCEPT WS-ENTER-ID
           MOVE ZERO TO WS-SHOWN-COUNT
           PERFORM VARYING WS-XR-I FROM 1 BY 1
              UNTIL WS-XR-I > WS-XR-COUNT
                   IF WX-TYPE(WS-XR-I) IS EQUAL TO 'C' AND
                      WX-ID-NUM(WS-XR-I) IS EQUAL TO WS-ENTER-ID
                      IF WS-SHOWN-COUNT IS EQUAL TO ZERO
                         DISPLAY "THEIR PART NUMBER     OUR CODE"
                      END-IF
                      DISPLAY WX-ITEM-ID(WS-XR-I) "  "
                         WX-PROD-CODE(WS-XR-I)
                      ADD 1 TO WS-SHOWN-COUNT
                   END-IF
           END-PERFORM
           IF WS-SHOWN-COUNT IS EQUAL TO ZERO
              DISPLAY "LIST: no part numbers for this customer"
           END-IF.

       LIST-PRODUCT-XREFS.
           DISPLAY " "
           DISPLAY "LIST: Enter Product Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-PROD
           MOVE ZERO TO WS-SHOWN-COUNT
           PERFORM VARYING WS-XR-I FROM 1 BY 1
              UNTIL WS-XR-I > WS-XR-COUNT
                   IF WX-PROD-CODE(WS-XR-I) IS EQUAL TO WS-ENTER-PROD
                      IF WS-SHOWN-COUNT IS EQUAL TO ZERO
                         DISPLAY "T CUST  PART NUMBER / BARCODE"
                      END-IF
                      DISPLAY WX-TYPE(WS-XR-I) " "
                         WX-ID-NUM(WS-XR-I) " "
                         WX-ITEM-ID(WS-XR-I)
                      ADD 1 TO WS-SHOWN-COUNT
                   END-IF
           END-PERFORM
           IF WS-SHOWN-COUNT IS EQUAL TO ZERO
              DISPLAY "LIST: no cross-references for this product"
           END-IF.

      *    A CUSTOMER ROW IS KEYED BY CUSTOMER AND PART NUMBER, A
      *    BARCODE ROW BY THE BARCODE ALONE
       SET-XREF.
           DISPLAY " "
           MOVE ZERO TO WS-ENTER-ID
           IF WS-ENTER-TYPE IS EQUAL TO 'C'
              DISPLAY "SET: Enter Customer ID: " WITH NO ADVANCING
              ACCEPT WS-ENTER-ID
              DISPLAY "SET: Enter Their Part Number: "
                 WITH NO ADVANCING
           ELSE
              DISPLAY "SET: Enter UPC/EAN Digits: " WITH NO ADVANCING
           END-IF
           ACCEPT WS-ENTER-ITEM
           MOVE FUNCTION UPPER-CASE(WS-ENTER-ITEM) TO WS-ENTER-ITEM
           DISPLAY "SET: Enter Our Product Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-PROD
           PERFORM VALIDATE-XREF
           IF WS-XREF-REFUSED IS EQUAL TO 'N'
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-XR-I FROM 1 BY 1
                 UNTIL WS-XR-I > WS-XR-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WX-TYPE(WS-XR-I) IS EQUAL TO WS-ENTER-TYPE
                         AND WX-ID-NUM(WS-XR-I) IS EQUAL TO
                         WS-ENTER-ID AND
                         WX-ITEM-ID(WS-XR-I) IS EQUAL TO
                         WS-ENTER-ITEM
                         MOVE WS-ENTER-PROD TO WX-PROD-CODE(WS-XR-I)
                         MOVE 'Y' TO WS-FOUND
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'N'
                 IF WS-XR-COUNT IS EQUAL TO 5000
                    DISPLAY "SET: cross-reference table is full"
                 ELSE
                    ADD 1 TO WS-XR-COUNT
                    MOVE WS-ENTER-TYPE TO WX-TYPE(WS-XR-COUNT)
                    MOVE WS-ENTER-ID TO WX-ID-NUM(WS-XR-COUNT)
                    MOVE WS-ENTER-ITEM TO WX-ITEM-ID(WS-XR-COUNT)
                    MOVE WS-ENTER-PROD TO WX-PROD-CODE(WS-XR-COUNT)
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-IF
              IF WS-FOUND IS EQUAL TO 'Y'
                 PERFORM SAVE-XREF-TABLE
                 DISPLAY "SET: " FUNCTION TRIM(WS-ENTER-ITEM)
                    " now orders " WS-ENTER-PROD
              END-IF
           END-IF.

      *    BOTH SIDES FILLED IN, THE PRODUCT (AND CUSTOMER) ON FILE,
      *    AND A BARCODE THAT SCANS
       VALIDATE-XREF.
           MOVE 'N' TO WS-XREF-REFUSED
           IF WS-ENTER-ITEM IS EQUAL TO SPACES OR
              WS-ENTER-PROD IS EQUAL TO SPACES
              DISPLAY "SET: part number or barcode and product code "
                 "are required"
              MOVE 'Y' TO WS-XREF-REFUSED
           END-IF
           IF WS-XREF-REFUSED IS EQUAL TO 'N' AND
              WS-ENTER-TYPE IS EQUAL TO 'U'
              PERFORM CHECK-BARCODE
           END-IF
           IF WS-XREF-REFUSED IS EQUAL TO 'N' AND
              WS-ENTER-TYPE IS EQUAL TO 'C'
              MOVE 'Y' TO WS-CUSTOMER-EXISTS
              MOVE WS-ENTER-ID TO ID-NUM
              READ CUSTOMER-FILE
              INVALID KEY
                      MOVE 'N' TO WS-CUSTOMER-EXISTS
              END-READ
              IF WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
                 DISPLAY "SET: customer " WS-ENTER-ID
                    " is not on file"
                 MOVE 'Y' TO WS-XREF-REFUSED
              END-IF
           END-IF
           IF WS-XREF-REFUSED IS EQUAL TO 'N'
              MOVE 'Y' TO WS-PRODUCT-EXISTS
              MOVE WS-ENTER-PROD TO PROD-CODE
              READ PRODUCT-FILE
              INVALID KEY
                      MOVE 'N' TO WS-PRODUCT-EXISTS
              END-READ
              IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
                 DISPLAY "SET: product " WS-ENTER-PROD
                    " is not on product.dat"
                 MOVE 'Y' TO WS-XREF-REFUSED
              END-IF
           END-IF.

      *    GS1 CHECK DIGIT: FROM THE RIGHT, SKIPPING THE CHECK DIGIT
      *    ITSELF, THE DIGITS ARE WEIGHTED 3, 1, 3, 1 ...
       CHECK-BARCODE.
           MOVE ZERO TO WS-CODE-LEN
           PERFORM VARYING WS-CODE-POS FROM 20 BY -1
              UNTIL WS-CODE-POS < 1 OR WS-CODE-LEN > ZERO
                   IF WS-ENTER-ITEM(WS-CODE-POS:1) IS NOT EQUAL TO
                      SPACE
                      MOVE WS-CODE-POS TO WS-CODE-LEN
                   END-IF
           END-PERFORM
           IF WS-CODE-LEN IS NOT EQUAL TO 8 AND
              WS-CODE-LEN IS NOT EQUAL TO 12 AND
              WS-CODE-LEN IS NOT EQUAL TO 13 AND
              WS-CODE-LEN IS NOT EQUAL TO 14
              DISPLAY "SET: a barcode is 8, 12, 13 or 14 digits"
              MOVE 'Y' TO WS-XREF-REFUSED
           ELSE
              IF WS-ENTER-ITEM(1:WS-CODE-LEN) IS NOT NUMERIC
                 DISPLAY "SET: a barcode is digits only"
                 MOVE 'Y' TO WS-XREF-REFUSED
              ELSE
                 MOVE ZERO TO WS-CODE-SUM
                 MOVE 3 TO WS-CODE-WEIGHT
                 PERFORM VARYING WS-CODE-POS FROM WS-CODE-LEN BY -1
                    UNTIL WS-CODE-POS < 2
                         MOVE WS-ENTER-ITEM(WS-CODE-POS - 1:1)
                            TO WS-CODE-DIGIT
                         COMPUTE WS-CODE-SUM = WS-CODE-SUM +
                            WS-CODE-DIGIT * WS-CODE-WEIGHT
                         IF WS-CODE-WEIGHT IS EQUAL TO 3
                            MOVE 1 TO WS-CODE-WEIGHT
                         ELSE
                            MOVE 3 TO WS-CODE-WEIGHT
                         END-IF
                 END-PERFORM
                 COMPUTE WS-CODE-CHECK =
                    10 - FUNCTION MOD(WS-CODE-SUM, 10)
                 IF WS-CODE-CHECK IS EQUAL TO 10
                    MOVE ZERO TO WS-CODE-CHECK
                 END-IF
                 MOVE WS-ENTER-ITEM(WS-CODE-LEN:1) TO WS-CODE-DIGIT
                 IF WS-CODE-DIGIT IS NOT EQUAL TO WS-CODE-CHECK
                    DISPLAY "SET: check digit should be "
                       WS-CODE-CHECK(2:1) " - barcode mis-keyed?"
                    MOVE 'Y' TO WS-XREF-REFUSED
                 END-IF
              END-IF
           END-IF.

       REMOVE-XREF.
           DISPLAY " "
           DISPLAY "DEL: Customer part or Barcode (C/U): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-TYPE
           MOVE FUNCTION UPPER-CASE(WS-ENTER-TYPE) TO WS-ENTER-TYPE
           MOVE ZERO TO WS-ENTER-ID
           IF WS-ENTER-TYPE IS EQUAL TO 'C'
              DISPLAY "DEL: Enter Customer ID: " WITH NO ADVANCING
              ACCEPT WS-ENTER-ID
           END-IF
           DISPLAY "DEL: Enter Part Number or Barcode: "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-ITEM
           MOVE FUNCTION UPPER-CASE(WS-ENTER-ITEM) TO WS-ENTER-ITEM
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-XR-I FROM 1 BY 1
              UNTIL WS-XR-I > WS-XR-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WX-TYPE(WS-XR-I) IS EQUAL TO WS-ENTER-TYPE AND
                      WX-ID-NUM(WS-XR-I) IS EQUAL TO WS-ENTER-ID AND
                      WX-ITEM-ID(WS-XR-I) IS EQUAL TO WS-ENTER-ITEM
                      MOVE 'Y' TO WS-FOUND
                      PERFORM SHIFT-XREFS-DOWN
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM SAVE-XREF-TABLE
              DISPLAY "DEL: cross-reference removed"
           ELSE
              DISPLAY "DEL: no such cross-reference on file"
           END-IF.

       SHIFT-XREFS-DOWN.
           PERFORM UNTIL WS-XR-I IS GREATER THAN OR EQUAL TO
              WS-XR-COUNT
                   MOVE WS-XR-ENTRY(WS-XR-I + 1) TO
                      WS-XR-ENTRY(WS-XR-I)
                   ADD 1 TO WS-XR-I
           END-PERFORM
           SUBTRACT 1 FROM WS-XR-COUNT.
