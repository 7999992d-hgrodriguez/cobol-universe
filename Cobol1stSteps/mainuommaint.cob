       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINUOMMAINT.

      *    MAINTENANCE SCREEN FOR THE UNIT-OF-MEASURE TABLE
      *    produom.dat: THE UNITS EACH PRODUCT IS SOLD OR BOUGHT IN
      *    (DZ, CS AND SO ON) AND HOW MANY EACH ONE HOLDS. EACH - EA
      *    - IS THE BASE UNIT QTY-ON-HAND COUNTS IN AND NEEDS NO ROW.
      *    ONE UNIT PER PRODUCT MAY BE MARKED AS THE UNIT IT SELLS BY
      *    (ORDER ENTRY AND QUOTES WARN ABOUT A QUANTITY THAT IS NOT A
      *    WHOLE NUMBER OF IT) AND ONE AS THE UNIT IT IS BOUGHT BY (A
      *    PO LINE DEFAULTS TO IT); MARKING A NEW ONE CLEARS THE OLD.
      *    THE PRODUCT MUST BE ON product.dat. THE WHOLE FILE IS HELD
      *    IN A TABLE AND REWRITTEN ON EVERY CHANGE, SAME AS THE
      *    SUBSTITUTE SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UOM-FILE ASSIGN TO 'produom.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UOM-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE
              FILE STATUS IS WS-PRODUCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD UOM-FILE.
       01 UOM-DATA.
          COPY PROD-UOM.

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-UOM-STATUS        PIC XX.
       01 WS-PRODUCT-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-UM-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-UM-TABLE.
          02 WS-UM-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-UM-COUNT.
             03 WU-PROD-CODE          PIC X(10).
             03 WU-UOM                PIC X(2).
             03 WU-FACTOR             PIC 9(4).
             03 WU-SELL-BY            PIC X.
             03 WU-BUY-BY             PIC X.
       01 WS-UM-I              PIC 9(4).
       01 WS-UM-AT             PIC 9(4).
       01 WS-SHOWN-COUNT       PIC 9(4).
       01 WS-FOUND             PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-UOM-REFUSED       PIC X.
       01 WS-ENTER-PROD        PIC X(10).
       01 WS-ENTER-UOM         PIC X(2).
       01 WS-ENTER-FACTOR      PIC 9(4).
       01 WS-ENTER-SELL-BY     PIC X.
       01 WS-ENTER-BUY-BY      PIC X.
       01 WS-EDIT-FACTOR       PIC Z,ZZ9.

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           OPEN INPUT PRODUCT-FILE.
           PERFORM LOAD-UOM-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Unit of Measure Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List a Product's Units"
                   DISPLAY "2) Set a Unit"
                   DISPLAY "3) Remove a Unit"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-PRODUCT-UNITS
                   WHEN '2'
                        PERFORM SET-UNIT
                   WHEN '3'
                        PERFORM REMOVE-UNIT
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           STOP RUN.

       LOAD-UOM-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-UM-COUNT
           OPEN INPUT UOM-FILE
           IF WS-UOM-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'UOM: produom.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ UOM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-UM-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-UM-COUNT
                            MOVE PU-PROD-CODE TO
                               WU-PROD-CODE(WS-UM-COUNT)
                            MOVE PU-UOM TO WU-UOM(WS-UM-COUNT)
                            MOVE PU-FACTOR TO WU-FACTOR(WS-UM-COUNT)
                            MOVE PU-SELL-BY TO
                               WU-SELL-BY(WS-UM-COUNT)
                            MOVE PU-BUY-BY TO WU-BUY-BY(WS-UM-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE UOM-FILE
           END-IF.

       SAVE-UOM-TABLE.
           OPEN OUTPUT UOM-FILE
           PERFORM VARYING WS-UM-I FROM 1 BY 1
              UNTIL WS-UM-I > WS-UM-COUNT
                   MOVE SPACES TO UOM-DATA
                   MOVE WU-PROD-CODE(WS-UM-I) TO PU-PROD-CODE
                   MOVE WU-UOM(WS-UM-I) TO PU-UOM
                   MOVE WU-FACTOR(WS-UM-I) TO PU-FACTOR
                   MOVE WU-SELL-BY(WS-UM-I) TO PU-SELL-BY
                   MOVE WU-BUY-BY(WS-UM-I) TO PU-BUY-BY
                   WRITE UOM-DATA
           END-PERFORM
           CLOSE UOM-FILE.

       LIST-PRODUCT-UNITS.
           DISPLAY " "
           DISPLAY "LIST: Enter Product Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-PROD
           MOVE ZERO TO WS-SHOWN-COUNT
           DISPLAY "UNIT     EACH  SELL-BY  BUY-BY"
           DISPLAY "EA          1"
           PERFORM VARYING WS-UM-I FROM 1 BY 1
              UNTIL WS-UM-I > WS-UM-COUNT
                   IF WU-PROD-CODE(WS-UM-I) IS EQUAL TO WS-ENTER-PROD
                      MOVE WU-FACTOR(WS-UM-I) TO WS-EDIT-FACTOR
                      DISPLAY WU-UOM(WS-UM-I) "       "
                         WS-EDIT-FACTOR "     "
                         WU-SELL-BY(WS-UM-I) "        "
                         WU-BUY-BY(WS-UM-I)
                      ADD 1 TO WS-SHOWN-COUNT
                   END-IF
           END-PERFORM
           IF WS-SHOWN-COUNT IS EQUAL TO ZERO
              DISPLAY "LIST: sold and bought by the each only"
           END-IF.

      *    A UNIT ALREADY ON FILE FOR THE PRODUCT IS CHANGED IN
      *    PLACE; A NEW ONE IS ADDED
       SET-UNIT.
           DISPLAY " "
           DISPLAY "SET: Enter Product Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-PROD
           DISPLAY "SET: Enter Unit Code (e.g. DZ, CS): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-UOM
           MOVE FUNCTION UPPER-CASE(WS-ENTER-UOM) TO WS-ENTER-UOM
           DISPLAY "SET: Enter Each per Unit: " WITH NO ADVANCING
           ACCEPT WS-ENTER-FACTOR
           DISPLAY "SET: Sold by this unit? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-ENTER-SELL-BY
           MOVE FUNCTION UPPER-CASE(WS-ENTER-SELL-BY)
              TO WS-ENTER-SELL-BY
           DISPLAY "SET: Bought by this unit? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-BUY-BY
           MOVE FUNCTION UPPER-CASE(WS-ENTER-BUY-BY)
              TO WS-ENTER-BUY-BY
           PERFORM VALIDATE-UNIT
           IF WS-UOM-REFUSED IS EQUAL TO 'N'
              PERFORM STORE-UNIT
           END-IF.

       VALIDATE-UNIT.
           MOVE 'N' TO WS-UOM-REFUSED
           IF WS-ENTER-SELL-BY IS NOT EQUAL TO 'Y'
              MOVE 'N' TO WS-ENTER-SELL-BY
           END-IF
           IF WS-ENTER-BUY-BY IS NOT EQUAL TO 'Y'
              MOVE 'N' TO WS-ENTER-BUY-BY
           END-IF
           EVALUATE TRUE
           WHEN WS-ENTER-UOM IS EQUAL TO SPACES
                DISPLAY "SET: a unit code is required"
                MOVE 'Y' TO WS-UOM-REFUSED
           WHEN WS-ENTER-UOM IS EQUAL TO 'EA'
                DISPLAY "SET: EA is the base unit and is always 1"
                MOVE 'Y' TO WS-UOM-REFUSED
           WHEN WS-ENTER-FACTOR IS NOT NUMERIC OR
                WS-ENTER-FACTOR IS LESS THAN 2
                DISPLAY "SET: a unit must hold 2 or more each"
                MOVE 'Y' TO WS-UOM-REFUSED
           END-EVALUATE
           IF WS-UOM-REFUSED IS EQUAL TO 'N'
              MOVE 'Y' TO WS-PRODUCT-EXISTS
              MOVE WS-ENTER-PROD TO PROD-CODE
              READ PRODUCT-FILE
              INVALID KEY
                      MOVE 'N' TO WS-PRODUCT-EXISTS
              END-READ
              IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
                 DISPLAY "SET: product " WS-ENTER-PROD
                    " is not on product.dat"
                 MOVE 'Y' TO WS-UOM-REFUSED
              END-IF
           END-IF.

      *    ONLY ONE SELL-BY AND ONE BUY-BY UNIT PER PRODUCT - THE NEW
      *    MARK TAKES OVER FROM THE OLD
       STORE-UNIT.
           MOVE ZERO TO WS-UM-AT
           PERFORM VARYING WS-UM-I FROM 1 BY 1
              UNTIL WS-UM-I > WS-UM-COUNT
                   IF WU-PROD-CODE(WS-UM-I) IS EQUAL TO WS-ENTER-PROD
                      IF WU-UOM(WS-UM-I) IS EQUAL TO WS-ENTER-UOM
                         MOVE WS-UM-I TO WS-UM-AT
                      END-IF
                      IF WS-ENTER-SELL-BY IS EQUAL TO 'Y'
                         MOVE 'N' TO WU-SELL-BY(WS-UM-I)
                      END-IF
                      IF WS-ENTER-BUY-BY IS EQUAL TO 'Y'
                         MOVE 'N' TO WU-BUY-BY(WS-UM-I)
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-UM-AT IS EQUAL TO ZERO
              IF WS-UM-COUNT IS EQUAL TO 5000
                 DISPLAY "SET: unit table is full"
              ELSE
                 ADD 1 TO WS-UM-COUNT
                 MOVE WS-UM-COUNT TO WS-UM-AT
                 MOVE WS-ENTER-PROD TO WU-PROD-CODE(WS-UM-AT)
                 MOVE WS-ENTER-UOM TO WU-UOM(WS-UM-AT)
              END-IF
           END-IF
           IF WS-UM-AT IS GREATER THAN ZERO
              MOVE WS-ENTER-FACTOR TO WU-FACTOR(WS-UM-AT)
              MOVE WS-ENTER-SELL-BY TO WU-SELL-BY(WS-UM-AT)
              MOVE WS-ENTER-BUY-BY TO WU-BUY-BY(WS-UM-AT)
              PERFORM SAVE-UOM-TABLE
              MOVE WS-ENTER-FACTOR TO WS-EDIT-FACTOR
              DISPLAY "SET: 1 " WS-ENTER-UOM " of " WS-ENTER-PROD
                 " =" WS-EDIT-FACTOR " EA"
           END-IF.

       REMOVE-UNIT.
           DISPLAY " "
           DISPLAY "DEL: Enter Product Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-PROD
           DISPLAY "DEL: Enter Unit Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-UOM
           MOVE FUNCTION UPPER-CASE(WS-ENTER-UOM) TO WS-ENTER-UOM
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-UM-I FROM 1 BY 1
              UNTIL WS-UM-I > WS-UM-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WU-PROD-CODE(WS-UM-I) IS EQUAL TO WS-ENTER-PROD
                      AND WU-UOM(WS-UM-I) IS EQUAL TO WS-ENTER-UOM
                      MOVE 'Y' TO WS-FOUND
                      PERFORM SHIFT-UNITS-DOWN
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM SAVE-UOM-TABLE
              DISPLAY "DEL: unit removed"
           ELSE
              DISPLAY "DEL: no such unit on file for the product"
           END-IF.

       SHIFT-UNITS-DOWN.
           PERFORM UNTIL WS-UM-I IS GREATER THAN OR EQUAL TO
              WS-UM-COUNT
                   MOVE WS-UM-ENTRY(WS-UM-I + 1) TO
                      WS-UM-ENTRY(WS-UM-I)
                   ADD 1 TO WS-UM-I
           END-PERFORM
           SUBTRACT 1 FROM WS-UM-COUNT.
