       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINVENDITEMMAINT.

      *    MAINTENANCE SCREEN FOR THE VENDOR-ITEM CATALOG
      *    vendoritm.dat: ONE ROW PER VENDOR AND PRODUCT WITH THE
      *    VENDOR'S PART NUMBER, QUOTED COST, MINIMUM ORDER QUANTITY,
      *    LEAD TIME IN DAYS AND A PREFERRED-VENDOR FLAG. THE VENDOR
      *    MUST BE ON vendor.dat AND THE PRODUCT ON product.dat.
      *    FLAGGING A VENDOR PREFERRED TAKES THE FLAG OFF ANY OTHER
      *    VENDOR OF THE SAME PRODUCT. THE WHOLE FILE IS HELD IN A
      *    TABLE AND REWRITTEN ON EVERY CHANGE, SAME AS THE KIT
      *    SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-ITEM-FILE ASSIGN TO 'vendoritm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDITM-STATUS.
           SELECT VENDOR-FILE ASSIGN TO 'vendor.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDOR-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE
              FILE STATUS IS WS-PRODUCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VENDOR-ITEM-FILE.
       01 VENDOR-ITEM-DATA.
          COPY VENDOR-ITEM.

       FD VENDOR-FILE.
       01 VENDOR-DATA.
          02 VN-CODE           PIC X(6).
          02 FILLER            PIC X.
          02 VN-NAME           PIC X(25).
          02 FILLER            PIC X.
          02 VN-PHONE          PIC X(15).

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-VENDITM-STATUS    PIC XX.
       01 WS-VENDOR-STATUS     PIC XX.
       01 WS-PRODUCT-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-VI-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-VI-TABLE.
          02 WS-VI-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-VI-COUNT.
             03 WVI-VENDOR-CODE       PIC X(6).
             03 WVI-PROD-CODE         PIC X(10).
             03 WVI-VENDOR-PART       PIC X(15).
             03 WVI-QUOTED-COST       PIC 9(4)V99.
             03 WVI-MIN-ORDER-QTY     PIC 9(5).
             03 WVI-LEAD-DAYS         PIC 9(3).
             03 WVI-PREFERRED         PIC X.
       01 WS-VI-I              PIC 9(4).
       01 WS-VI-SLOT           PIC 9(4).
       01 WS-FOUND             PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-VENDOR-FOUND      PIC X.
       01 WS-ENTRY-REFUSED     PIC X.
       01 WS-ENTER-VENDOR      PIC X(6).
       01 WS-ENTER-PROD        PIC X(10).
       01 WS-ENTER-PART        PIC X(15).
      *    COST IS KEYED AS SIX RAW DIGITS ('000850' = 8.50), THE
      *    SAME WAY PO ENTRY TAKES IT
       01 WS-ENTER-COST-X      PIC X(6).
       01 WS-ENTER-COST REDEFINES WS-ENTER-COST-X
                               PIC 9(4)V99.
       01 WS-ENTER-MIN-QTY     PIC 9(5).
       01 WS-ENTER-LEAD-DAYS   PIC 9(3).
       01 WS-ENTER-PREFERRED   PIC X.
       01 WS-EDIT-COST         PIC Z,ZZ9.99.
       01 WS-VENDOR-COUNT      PIC 9(3)  VALUE ZERO.
       01 WS-VENDOR-TABLE.
          02 WS-VENDOR-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-VENDOR-COUNT.
             03 WV-CODE               PIC X(6).
       01 WS-VENDOR-I          PIC 9(3).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           OPEN INPUT PRODUCT-FILE.
           PERFORM LOAD-VENDOR-TABLE.
           PERFORM LOAD-CATALOG-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Vendor Item Catalog Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Catalog"
                   DISPLAY "2) Set a Catalog Entry"
                   DISPLAY "3) Remove a Catalog Entry"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-CATALOG
                   WHEN '2'
                        PERFORM SET-CATALOG-ENTRY
                   WHEN '3'
                        PERFORM REMOVE-CATALOG-ENTRY
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           STOP RUN.

       LOAD-VENDOR-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-VENDOR-COUNT
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ VENDOR-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-VENDOR-COUNT IS LESS THAN 200
                            ADD 1 TO WS-VENDOR-COUNT
                            MOVE VN-CODE TO
                               WV-CODE(WS-VENDOR-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE VENDOR-FILE
           END-IF.

       LOAD-CATALOG-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-VI-COUNT
           OPEN INPUT VENDOR-ITEM-FILE
           IF WS-VENDITM-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'CATALOG: vendoritm.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ VENDOR-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-VI-COUNT IS LESS THAN 2000
                            ADD 1 TO WS-VI-COUNT
                            MOVE VI-VENDOR-CODE TO
                               WVI-VENDOR-CODE(WS-VI-COUNT)
                            MOVE VI-PROD-CODE TO
                               WVI-PROD-CODE(WS-VI-COUNT)
                            MOVE VI-VENDOR-PART TO
                               WVI-VENDOR-PART(WS-VI-COUNT)
                            MOVE VI-QUOTED-COST TO
                               WVI-QUOTED-COST(WS-VI-COUNT)
                            MOVE VI-MIN-ORDER-QTY TO
                               WVI-MIN-ORDER-QTY(WS-VI-COUNT)
                            MOVE VI-LEAD-DAYS TO
                               WVI-LEAD-DAYS(WS-VI-COUNT)
                            MOVE VI-PREFERRED TO
                               WVI-PREFERRED(WS-VI-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE VENDOR-ITEM-FILE
           END-IF.

       SAVE-CATALOG-TABLE.
           OPEN OUTPUT VENDOR-ITEM-FILE
           PERFORM VARYING WS-VI-I FROM 1 BY 1
              UNTIL WS-VI-I > WS-VI-COUNT
                   MOVE SPACES TO VENDOR-ITEM-DATA
                   MOVE WVI-VENDOR-CODE(WS-VI-I) TO VI-VENDOR-CODE
                   MOVE WVI-PROD-CODE(WS-VI-I) TO VI-PROD-CODE
                   MOVE WVI-VENDOR-PART(WS-VI-I) TO VI-VENDOR-PART
                   MOVE WVI-QUOTED-COST(WS-VI-I) TO VI-QUOTED-COST
                   MOVE WVI-MIN-ORDER-QTY(WS-VI-I) TO
                      VI-MIN-ORDER-QTY
                   MOVE WVI-LEAD-DAYS(WS-VI-I) TO VI-LEAD-DAYS
                   MOVE WVI-PREFERRED(WS-VI-I) TO VI-PREFERRED
                   WRITE VENDOR-ITEM-DATA
           END-PERFORM
           CLOSE VENDOR-ITEM-FILE.

      *    BLANK VENDOR LISTS THE WHOLE CATALOG
       LIST-CATALOG.
           DISPLAY " "
           DISPLAY "LIST: Enter Vendor Code (blank = all): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-VENDOR
           MOVE FUNCTION UPPER-CASE(WS-ENTER-VENDOR)
              TO WS-ENTER-VENDOR
           IF WS-VI-COUNT IS EQUAL TO ZERO
              DISPLAY "CATALOG: no catalog entries on file"
           ELSE
              DISPLAY "VENDOR PRODUCT    VENDOR PART        COST"
                 "   MIN LEAD PREF"
              PERFORM VARYING WS-VI-I FROM 1 BY 1
                 UNTIL WS-VI-I > WS-VI-COUNT
                      IF WS-ENTER-VENDOR IS EQUAL TO SPACES OR
                         WVI-VENDOR-CODE(WS-VI-I) IS EQUAL TO
                         WS-ENTER-VENDOR
                         MOVE WVI-QUOTED-COST(WS-VI-I) TO
                            WS-EDIT-COST
                         DISPLAY WVI-VENDOR-CODE(WS-VI-I) " "
                            WVI-PROD-CODE(WS-VI-I) " "
                            WVI-VENDOR-PART(WS-VI-I) " "
                            WS-EDIT-COST " "
                            WVI-MIN-ORDER-QTY(WS-VI-I) " "
                            WVI-LEAD-DAYS(WS-VI-I) "  "
                            WVI-PREFERRED(WS-VI-I)
                      END-IF
              END-PERFORM
           END-IF.

      *    A ROW IS KEYED BY VENDOR AND PRODUCT - SETTING AN
      *    EXISTING PAIR AGAIN REPLACES ITS TERMS
       SET-CATALOG-ENTRY.
           DISPLAY " "
           DISPLAY "SET: Enter Vendor Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-VENDOR
           MOVE FUNCTION UPPER-CASE(WS-ENTER-VENDOR)
              TO WS-ENTER-VENDOR
           DISPLAY "SET: Enter Product Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-PROD
           PERFORM VALIDATE-CATALOG-KEY
           IF WS-ENTRY-REFUSED IS EQUAL TO 'N'
              DISPLAY "SET: Enter Vendor Part Number: "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-PART
              DISPLAY "SET: Quoted Cost, 6 digits (000850 = 8.50): "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-COST-X
              DISPLAY "SET: Minimum Order Quantity: "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-MIN-QTY
              DISPLAY "SET: Lead Time in Days: " WITH NO ADVANCING
              ACCEPT WS-ENTER-LEAD-DAYS
              DISPLAY "SET: Preferred Vendor for this product? "
                 "(Y/N): " WITH NO ADVANCING
              ACCEPT WS-ENTER-PREFERRED
              MOVE FUNCTION UPPER-CASE(WS-ENTER-PREFERRED)
                 TO WS-ENTER-PREFERRED
              IF WS-ENTER-COST-X IS NOT NUMERIC
                 DISPLAY "SET: quoted cost must be six digits"
              ELSE
                 PERFORM STORE-CATALOG-ENTRY
              END-IF
           END-IF.

       VALIDATE-CATALOG-KEY.
           MOVE 'N' TO WS-ENTRY-REFUSED
           IF WS-ENTER-VENDOR IS EQUAL TO SPACES OR
              WS-ENTER-PROD IS EQUAL TO SPACES
              DISPLAY "SET: vendor and product are required"
              MOVE 'Y' TO WS-ENTRY-REFUSED
           END-IF
           IF WS-ENTRY-REFUSED IS EQUAL TO 'N'
              MOVE 'N' TO WS-VENDOR-FOUND
              PERFORM VARYING WS-VENDOR-I FROM 1 BY 1
                 UNTIL WS-VENDOR-I > WS-VENDOR-COUNT OR
                    WS-VENDOR-FOUND IS EQUAL TO 'Y'
                      IF WV-CODE(WS-VENDOR-I) IS EQUAL TO
                         WS-ENTER-VENDOR
                         MOVE 'Y' TO WS-VENDOR-FOUND
                      END-IF
              END-PERFORM
              IF WS-VENDOR-FOUND IS EQUAL TO 'N'
                 DISPLAY "SET: vendor " WS-ENTER-VENDOR
                    " is not on vendor.dat"
                 MOVE 'Y' TO WS-ENTRY-REFUSED
              END-IF
           END-IF
           IF WS-ENTRY-REFUSED IS EQUAL TO 'N'
              MOVE 'Y' TO WS-PRODUCT-EXISTS
              MOVE WS-ENTER-PROD TO PROD-CODE
              READ PRODUCT-FILE
              INVALID KEY
                      MOVE 'N' TO WS-PRODUCT-EXISTS
              END-READ
              IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
                 DISPLAY "SET: product " WS-ENTER-PROD
                    " is not on product.dat"
                 MOVE 'Y' TO WS-ENTRY-REFUSED
              END-IF
           END-IF.

       STORE-CATALOG-ENTRY.
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-VI-SLOT
           PERFORM VARYING WS-VI-I FROM 1 BY 1
              UNTIL WS-VI-I > WS-VI-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WVI-VENDOR-CODE(WS-VI-I) IS EQUAL TO
                      WS-ENTER-VENDOR AND
                      WVI-PROD-CODE(WS-VI-I) IS EQUAL TO
                      WS-ENTER-PROD
                      MOVE 'Y' TO WS-FOUND
                      MOVE WS-VI-I TO WS-VI-SLOT
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-VI-COUNT IS EQUAL TO 2000
                 DISPLAY "SET: catalog table is full"
              ELSE
                 ADD 1 TO WS-VI-COUNT
                 MOVE WS-VI-COUNT TO WS-VI-SLOT
                 MOVE WS-ENTER-VENDOR TO
                    WVI-VENDOR-CODE(WS-VI-SLOT)
                 MOVE WS-ENTER-PROD TO WVI-PROD-CODE(WS-VI-SLOT)
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-IF
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE WS-ENTER-PART TO WVI-VENDOR-PART(WS-VI-SLOT)
              MOVE WS-ENTER-COST TO WVI-QUOTED-COST(WS-VI-SLOT)
              MOVE WS-ENTER-MIN-QTY TO
                 WVI-MIN-ORDER-QTY(WS-VI-SLOT)
              MOVE WS-ENTER-LEAD-DAYS TO WVI-LEAD-DAYS(WS-VI-SLOT)
              IF WS-ENTER-PREFERRED IS EQUAL TO 'Y'
                 PERFORM VARYING WS-VI-I FROM 1 BY 1
                    UNTIL WS-VI-I > WS-VI-COUNT
                         IF WVI-PROD-CODE(WS-VI-I) IS EQUAL TO
                            WS-ENTER-PROD
                            MOVE 'N' TO WVI-PREFERRED(WS-VI-I)
                         END-IF
                 END-PERFORM
                 MOVE 'Y' TO WVI-PREFERRED(WS-VI-SLOT)
              ELSE
                 MOVE 'N' TO WVI-PREFERRED(WS-VI-SLOT)
              END-IF
              PERFORM SAVE-CATALOG-TABLE
              DISPLAY "SET: " WS-ENTER-VENDOR " / " WS-ENTER-PROD
                 " saved"
           END-IF.

       REMOVE-CATALOG-ENTRY.
           DISPLAY " "
           DISPLAY "DEL: Enter Vendor Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-VENDOR
           MOVE FUNCTION UPPER-CASE(WS-ENTER-VENDOR)
              TO WS-ENTER-VENDOR
           DISPLAY "DEL: Enter Product Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-PROD
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-VI-I FROM 1 BY 1
              UNTIL WS-VI-I > WS-VI-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WVI-VENDOR-CODE(WS-VI-I) IS EQUAL TO
                      WS-ENTER-VENDOR AND
                      WVI-PROD-CODE(WS-VI-I) IS EQUAL TO
                      WS-ENTER-PROD
                      MOVE 'Y' TO WS-FOUND
                      PERFORM SHIFT-CATALOG-DOWN
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM SAVE-CATALOG-TABLE
              DISPLAY "DEL: catalog entry removed"
           ELSE
              DISPLAY "DEL: no such catalog entry on file"
           END-IF.

       SHIFT-CATALOG-DOWN.
           PERFORM UNTIL WS-VI-I IS GREATER THAN OR EQUAL TO
              WS-VI-COUNT
                   MOVE WS-VI-ENTRY(WS-VI-I + 1) TO
                      WS-VI-ENTRY(WS-VI-I)
                   ADD 1 TO WS-VI-I
           END-PERFORM
           SUBTRACT 1 FROM WS-VI-COUNT.
