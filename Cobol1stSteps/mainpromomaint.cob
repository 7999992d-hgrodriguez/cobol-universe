       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINPROMOMAINT.

      *    MAINTENANCE SCREEN OVER THE promo.dat FILE OF PROMOTION
      *    CODES (CODE, DESCRIPTION, START AND END DATE, THE CATEGORY
      *    OR PRODUCT THAT QUALIFIES, PERCENT OR FIXED AMOUNT OFF,
      *    MINIMUM ORDER VALUE). MARKETING PRINTS THE CODE ON THE
      *    REGIONAL MAILING; ORDER ENTRY, THE BATCH INTAKE AND THE
      *    QUOTE SCREEN HONOUR IT THROUGH PROMOCALC. SAME WHOLE-
      *    FILE-IN-A-TABLE SHAPE AS MAINCONTRACTMAINT, WITH THE
      *    QUALIFYING CODE CHECKED AGAINST product.dat OR
      *    category.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-FILE ASSIGN TO 'promo.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROMO-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT CATEGORY-FILE ASSIGN TO 'category.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATEGORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROMOTION-FILE.
       01 PROMOTION-DATA.
          COPY PROMOTION.

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD CATEGORY-FILE.
       01 CATEGORY-DATA.
          02 CAT-CODE          PIC X(4).
          02 CAT-DESC          PIC X(20).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-PROMO-STATUS      PIC XX.
       01 WS-CATEGORY-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-REFUSED           PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-ENTER-CODE        PIC X(8).
       01 WS-ENTER-DESC        PIC X(20).
       01 WS-ENTER-START       PIC 9(8).
       01 WS-ENTER-END         PIC 9(8).
       01 WS-ENTER-ELIG-TYPE   PIC X.
       01 WS-ENTER-ELIG-CODE   PIC X(10).
       01 WS-ENTER-DISC-TYPE   PIC X.
      *    VALUE IS KEYED AS SIX RAW DIGITS ('001500' = 15.00 PERCENT
      *    OR 15.00 OFF) AND THE MINIMUM AS EIGHT ('00010000' =
      *    100.00), PICKED UP THROUGH THE REDEFINES
       01 WS-ENTER-VALUE-X     PIC X(6).
       01 WS-ENTER-VALUE REDEFINES WS-ENTER-VALUE-X
                               PIC 9(4)V99.
       01 WS-ENTER-MIN-X       PIC X(8).
       01 WS-ENTER-MIN REDEFINES WS-ENTER-MIN-X
                               PIC 9(6)V99.
       01 WS-EDIT-VALUE        PIC Z,ZZ9.99.
       01 WS-EDIT-MIN          PIC ZZZ,ZZ9.99.

       01 WS-PM-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-PM-TABLE.
          02 WS-PM-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-PM-COUNT.
             03 WPM-CODE              PIC X(8).
             03 WPM-DESC              PIC X(20).
             03 WPM-START-DATE        PIC 9(8).
             03 WPM-END-DATE          PIC 9(8).
             03 WPM-ELIG-TYPE         PIC X.
             03 WPM-ELIG-CODE         PIC X(10).
             03 WPM-DISC-TYPE         PIC X.
             03 WPM-DISC-VALUE        PIC 9(4)V99.
             03 WPM-MIN-ORDER         PIC 9(6)V99.
       01 WS-PM-I              PIC 9(3).

       01 WS-CAT-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-CAT-TABLE.
          02 WS-CAT-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-CAT-COUNT.
             03 WCT-CODE              PIC X(4).
       01 WS-CAT-I             PIC 9(3).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           OPEN INPUT PRODUCT-FILE.
           PERFORM LOAD-CATEGORY-TABLE.
           PERFORM LOAD-PROMOTION-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Promotion Code Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Promotions"
                   DISPLAY "2) Set a Promotion"
                   DISPLAY "3) Remove a Promotion"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-PROMOTIONS
                   WHEN '2'
                        PERFORM SET-PROMOTION
                   WHEN '3'
                        PERFORM REMOVE-PROMOTION
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           STOP RUN.

       LOAD-PROMOTION-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-PM-COUNT
           OPEN INPUT PROMOTION-FILE
           IF WS-PROMO-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'PROMO: promo.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROMOTION-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-PM-COUNT
                         MOVE PM-CODE TO WPM-CODE(WS-PM-COUNT)
                         MOVE PM-DESC TO WPM-DESC(WS-PM-COUNT)
                         MOVE PM-START-DATE TO
                            WPM-START-DATE(WS-PM-COUNT)
                         MOVE PM-END-DATE TO
                            WPM-END-DATE(WS-PM-COUNT)
                         MOVE PM-ELIG-TYPE TO
                            WPM-ELIG-TYPE(WS-PM-COUNT)
                         MOVE PM-ELIG-CODE TO
                            WPM-ELIG-CODE(WS-PM-COUNT)
                         MOVE PM-DISC-TYPE TO
                            WPM-DISC-TYPE(WS-PM-COUNT)
                         MOVE PM-DISC-VALUE TO
                            WPM-DISC-VALUE(WS-PM-COUNT)
                         MOVE PM-MIN-ORDER TO
                            WPM-MIN-ORDER(WS-PM-COUNT)
                      END-READ
              END-PERFORM
              CLOSE PROMOTION-FILE
           END-IF.

       SAVE-PROMOTION-TABLE.
           OPEN OUTPUT PROMOTION-FILE
           PERFORM VARYING WS-PM-I FROM 1 BY 1
              UNTIL WS-PM-I > WS-PM-COUNT
                   MOVE SPACES TO PROMOTION-DATA
                   MOVE WPM-CODE(WS-PM-I) TO PM-CODE
                   MOVE WPM-DESC(WS-PM-I) TO PM-DESC
                   MOVE WPM-START-DATE(WS-PM-I) TO PM-START-DATE
                   MOVE WPM-END-DATE(WS-PM-I) TO PM-END-DATE
                   MOVE WPM-ELIG-TYPE(WS-PM-I) TO PM-ELIG-TYPE
                   MOVE WPM-ELIG-CODE(WS-PM-I) TO PM-ELIG-CODE
                   MOVE WPM-DISC-TYPE(WS-PM-I) TO PM-DISC-TYPE
                   MOVE WPM-DISC-VALUE(WS-PM-I) TO PM-DISC-VALUE
                   MOVE WPM-MIN-ORDER(WS-PM-I) TO PM-MIN-ORDER
                   WRITE PROMOTION-DATA
           END-PERFORM
           CLOSE PROMOTION-FILE.

       LOAD-CATEGORY-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-CAT-COUNT
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CATEGORY-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-CAT-COUNT
                         MOVE CAT-CODE TO WCT-CODE(WS-CAT-COUNT)
                      END-READ
              END-PERFORM
              CLOSE CATEGORY-FILE
           END-IF.

       LIST-PROMOTIONS.
           DISPLAY " "
           IF WS-PM-COUNT IS EQUAL TO ZERO
              DISPLAY "PROMO: no promotions on file"
           ELSE
              DISPLAY "CODE     DESCRIPTION          START    END"
                 "      ON QUALIFIES  OFF       VALUE   MIN ORDER"
              PERFORM VARYING WS-PM-I FROM 1 BY 1
                 UNTIL WS-PM-I > WS-PM-COUNT
                      MOVE WPM-DISC-VALUE(WS-PM-I) TO WS-EDIT-VALUE
                      MOVE WPM-MIN-ORDER(WS-PM-I) TO WS-EDIT-MIN
                      DISPLAY WPM-CODE(WS-PM-I) " "
                         WPM-DESC(WS-PM-I) " "
                         WPM-START-DATE(WS-PM-I) " "
                         WPM-END-DATE(WS-PM-I) " "
                         WPM-ELIG-TYPE(WS-PM-I) "  "
                         WPM-ELIG-CODE(WS-PM-I) " "
                         WPM-DISC-TYPE(WS-PM-I) "  "
                         WS-EDIT-VALUE " "
                         WS-EDIT-MIN
              END-PERFORM
           END-IF.

       SET-PROMOTION.
           DISPLAY " "
           DISPLAY "SET: Enter Promotion Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-CODE
           MOVE FUNCTION UPPER-CASE(WS-ENTER-CODE) TO WS-ENTER-CODE
           IF WS-ENTER-CODE IS EQUAL TO SPACES
              DISPLAY "SET: code must not be blank"
           ELSE
              DISPLAY "SET: Description: " WITH NO ADVANCING
              ACCEPT WS-ENTER-DESC
              DISPLAY "SET: Start Date (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-START
              DISPLAY "SET: End Date (YYYYMMDD): "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-END
              DISPLAY "SET: Qualifies by C)ategory, P)roduct or "
                 "A)ny line: " WITH NO ADVANCING
              ACCEPT WS-ENTER-ELIG-TYPE
              MOVE FUNCTION UPPER-CASE(WS-ENTER-ELIG-TYPE) TO
                 WS-ENTER-ELIG-TYPE
              MOVE SPACES TO WS-ENTER-ELIG-CODE
              IF WS-ENTER-ELIG-TYPE IS EQUAL TO 'C' OR
                 WS-ENTER-ELIG-TYPE IS EQUAL TO 'P'
                 DISPLAY "SET: Category or Product Code: "
                    WITH NO ADVANCING
                 ACCEPT WS-ENTER-ELIG-CODE
                 MOVE FUNCTION UPPER-CASE(WS-ENTER-ELIG-CODE) TO
                    WS-ENTER-ELIG-CODE
              END-IF
              DISPLAY "SET: P)ercent or fixed A)mount off: "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-DISC-TYPE
              MOVE FUNCTION UPPER-CASE(WS-ENTER-DISC-TYPE) TO
                 WS-ENTER-DISC-TYPE
              DISPLAY "SET: Value as 6 digits (001500 = 15.00): "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-VALUE-X
              DISPLAY "SET: Minimum order as 8 digits "
                 "(00010000 = 100.00, blank = none): "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-MIN-X
              IF WS-ENTER-MIN-X IS EQUAL TO SPACES
                 MOVE ZERO TO WS-ENTER-MIN
              END-IF
              PERFORM VALIDATE-PROMOTION
              IF WS-REFUSED IS EQUAL TO 'N'
                 PERFORM STORE-PROMOTION
              END-IF
           END-IF.

       VALIDATE-PROMOTION.
           MOVE 'N' TO WS-REFUSED
           EVALUATE TRUE
           WHEN WS-ENTER-END IS LESS THAN WS-ENTER-START
                DISPLAY "SET: end date before start date, "
                   "nothing recorded"
                MOVE 'Y' TO WS-REFUSED
           WHEN WS-ENTER-VALUE-X IS NOT NUMERIC
                DISPLAY "SET: value must be 6 digits, nothing "
                   "recorded"
                MOVE 'Y' TO WS-REFUSED
           WHEN WS-ENTER-MIN-X IS NOT NUMERIC
                DISPLAY "SET: minimum must be 8 digits, nothing "
                   "recorded"
                MOVE 'Y' TO WS-REFUSED
           WHEN WS-ENTER-DISC-TYPE IS NOT EQUAL TO 'P' AND
                WS-ENTER-DISC-TYPE IS NOT EQUAL TO 'A'
                DISPLAY "SET: discount must be P or A, nothing "
                   "recorded"
                MOVE 'Y' TO WS-REFUSED
           WHEN WS-ENTER-DISC-TYPE IS EQUAL TO 'P' AND
                WS-ENTER-VALUE IS GREATER THAN 100
                DISPLAY "SET: percent over 100, nothing recorded"
                MOVE 'Y' TO WS-REFUSED
           WHEN WS-ENTER-ELIG-TYPE IS EQUAL TO 'A'
                CONTINUE
           WHEN WS-ENTER-ELIG-TYPE IS EQUAL TO 'P'
                MOVE 'Y' TO WS-PRODUCT-EXISTS
                MOVE WS-ENTER-ELIG-CODE TO PROD-CODE
                READ PRODUCT-FILE
                INVALID KEY
                        MOVE 'N' TO WS-PRODUCT-EXISTS
                END-READ
                IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
                   DISPLAY "SET: no such product, nothing recorded"
                   MOVE 'Y' TO WS-REFUSED
                END-IF
           WHEN WS-ENTER-ELIG-TYPE IS EQUAL TO 'C'
                MOVE 'N' TO WS-FOUND
                PERFORM VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I > WS-CAT-COUNT OR
                      WS-FOUND IS EQUAL TO 'Y'
                        IF WCT-CODE(WS-CAT-I) IS EQUAL TO
                           WS-ENTER-ELIG-CODE
                           MOVE 'Y' TO WS-FOUND
                        END-IF
                END-PERFORM
                IF WS-FOUND IS EQUAL TO 'N'
                   DISPLAY "SET: no such category, nothing recorded"
                   MOVE 'Y' TO WS-REFUSED
                END-IF
           WHEN OTHER
                DISPLAY "SET: qualifies by must be C, P or A, "
                   "nothing recorded"
                MOVE 'Y' TO WS-REFUSED
           END-EVALUATE.

       STORE-PROMOTION.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PM-I FROM 1 BY 1
              UNTIL WS-PM-I > WS-PM-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WPM-CODE(WS-PM-I) IS EQUAL TO WS-ENTER-CODE
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-PM-I
           ELSE
              IF WS-PM-COUNT IS EQUAL TO 500
                 DISPLAY "SET: promotion table is full"
              ELSE
                 ADD 1 TO WS-PM-COUNT
                 MOVE WS-PM-COUNT TO WS-PM-I
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-IF
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE WS-ENTER-CODE TO WPM-CODE(WS-PM-I)
              MOVE WS-ENTER-DESC TO WPM-DESC(WS-PM-I)
              MOVE WS-ENTER-START TO WPM-START-DATE(WS-PM-I)
              MOVE WS-ENTER-END TO WPM-END-DATE(WS-PM-I)
              MOVE WS-ENTER-ELIG-TYPE TO WPM-ELIG-TYPE(WS-PM-I)
              MOVE WS-ENTER-ELIG-CODE TO WPM-ELIG-CODE(WS-PM-I)
              MOVE WS-ENTER-DISC-TYPE TO WPM-DISC-TYPE(WS-PM-I)
              MOVE WS-ENTER-VALUE TO WPM-DISC-VALUE(WS-PM-I)
              MOVE WS-ENTER-MIN TO WPM-MIN-ORDER(WS-PM-I)
              PERFORM SAVE-PROMOTION-TABLE
              DISPLAY "SET: " WS-ENTER-CODE " saved"
           END-IF.

       REMOVE-PROMOTION.
           DISPLAY " "
           DISPLAY "DEL: Enter Promotion Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-CODE
           MOVE FUNCTION UPPER-CASE(WS-ENTER-CODE) TO WS-ENTER-CODE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PM-I FROM 1 BY 1
              UNTIL WS-PM-I > WS-PM-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WPM-CODE(WS-PM-I) IS EQUAL TO WS-ENTER-CODE
                      MOVE 'Y' TO WS-FOUND
                      PERFORM SHIFT-PROMOTIONS-DOWN
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM SAVE-PROMOTION-TABLE
              DISPLAY "DEL: promotion removed"
           ELSE
              DISPLAY "DEL: no such promotion on file"
           END-IF.

       SHIFT-PROMOTIONS-DOWN.
           PERFORM UNTIL WS-PM-I IS GREATER THAN OR EQUAL TO
              WS-PM-COUNT
                   MOVE WS-PM-ENTRY(WS-PM-I + 1) TO
                      WS-PM-ENTRY(WS-PM-I)
                   ADD 1 TO WS-PM-I
           END-PERFORM
           SUBTRACT 1 FROM WS-PM-COUNT.
