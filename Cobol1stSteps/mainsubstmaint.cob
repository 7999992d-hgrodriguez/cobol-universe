       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINSUBSTMAINT.

      *    MAINTENANCE SCREEN FOR THE PRODUCT SUBSTITUTE CROSS-
      *    REFERENCE subst.dat: EACH ROW SAYS 'WHEN THIS PRODUCT IS
      *    SHORT, THAT ONE MAY BE SOLD INSTEAD', WITH A RANK AMONG
      *    THE PRODUCT'S ALTERNATES AND A ONE-WAY OR TWO-WAY FLAG.
      *    BOTH CODES MUST BE ON product.dat AND MAY NOT BE THE SAME
      *    CODE. ORDER ENTRY OFFERS THE ALTERNATES ON A SHORT LINE
      *    AND MAINORDERBATCH TAKES THE FIRST ONE IN STOCK FOR A
      *    CUSTOMER WHO HAS AGREED TO SUBSTITUTION. THE WHOLE FILE
      *    IS HELD IN A TABLE AND REWRITTEN ON EVERY CHANGE, SAME AS
      *    THE KIT SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSTITUTE-FILE ASSIGN TO 'subst.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBST-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE
              FILE STATUS IS WS-PRODUCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SUBSTITUTE-FILE.
       01 SUBSTITUTE-DATA.
          COPY PRODUCT-SUBSTITUTE.

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-SUBST-STATUS      PIC XX.
       01 WS-PRODUCT-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-SB-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-SB-TABLE.
          02 WS-SB-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-SB-COUNT.
             03 WSB-PROD-CODE         PIC X(10).
             03 WSB-RANK              PIC 9(2).
             03 WSB-ALT-CODE          PIC X(10).
             03 WSB-DIRECTION         PIC X.
       01 WS-SB-I              PIC 9(3).
       01 WS-FOUND             PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-SUBST-REFUSED     PIC X.
       01 WS-ENTER-PROD        PIC X(10).
       01 WS-ENTER-ALT         PIC X(10).
       01 WS-ENTER-RANK        PIC 9(2).
       01 WS-ENTER-DIRECTION   PIC X.

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           OPEN INPUT PRODUCT-FILE.
           PERFORM LOAD-SUBSTITUTE-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Product Substitute Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Substitutes"
                   DISPLAY "2) Set a Substitute"
                   DISPLAY "3) Remove a Substitute"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-SUBSTITUTES
                   WHEN '2'
                        PERFORM SET-SUBSTITUTE
                   WHEN '3'
                        PERFORM REMOVE-SUBSTITUTE
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           STOP RUN.

       LOAD-SUBSTITUTE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-SB-COUNT
           OPEN INPUT SUBSTITUTE-FILE
           IF WS-SUBST-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'SUBST: subst.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SUBSTITUTE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-SB-COUNT IS LESS THAN 500
                            ADD 1 TO WS-SB-COUNT
                            MOVE SB-PROD-CODE TO
                               WSB-PROD-CODE(WS-SB-COUNT)
                            MOVE SB-RANK TO WSB-RANK(WS-SB-COUNT)
                            MOVE SB-ALT-CODE TO
                               WSB-ALT-CODE(WS-SB-COUNT)
                            MOVE SB-DIRECTION TO
                               WSB-DIRECTION(WS-SB-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SUBSTITUTE-FILE
           END-IF.

       SAVE-SUBSTITUTE-TABLE.
           OPEN OUTPUT SUBSTITUTE-FILE
           PERFORM VARYING WS-SB-I FROM 1 BY 1
              UNTIL WS-SB-I > WS-SB-COUNT
                   MOVE SPACES TO SUBSTITUTE-DATA
                   MOVE WSB-PROD-CODE(WS-SB-I) TO SB-PROD-CODE
                   MOVE WSB-RANK(WS-SB-I) TO SB-RANK
                   MOVE WSB-ALT-CODE(WS-SB-I) TO SB-ALT-CODE
                   MOVE WSB-DIRECTION(WS-SB-I) TO SB-DIRECTION
                   WRITE SUBSTITUTE-DATA
           END-PERFORM
           CLOSE SUBSTITUTE-FILE.

       LIST-SUBSTITUTES.
           DISPLAY " "
           IF WS-SB-COUNT IS EQUAL TO ZERO
              DISPLAY "SUBST: no substitutes on file"
           ELSE
              DISPLAY "PRODUCT    RK ALTERNATE  WAY"
              PERFORM VARYING WS-SB-I FROM 1 BY 1
                 UNTIL WS-SB-I > WS-SB-COUNT
                      DISPLAY WSB-PROD-CODE(WS-SB-I) " "
                         WSB-RANK(WS-SB-I) " "
                         WSB-ALT-CODE(WS-SB-I) " "
                         WSB-DIRECTION(WS-SB-I)
              END-PERFORM
           END-IF.

      *    A ROW IS KEYED BY PRODUCT AND ALTERNATE - SETTING AN
      *    EXISTING PAIR AGAIN CHANGES ITS RANK AND DIRECTION
       SET-SUBSTITUTE.
           DISPLAY " "
           DISPLAY "SET: Enter Product Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-PROD
           DISPLAY "SET: Enter Substitute Product Code: "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-ALT
           DISPLAY "SET: Enter Rank (1 = first choice): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-RANK
           DISPLAY "SET: One-way or Two-way (O/T): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-DIRECTION
           MOVE FUNCTION UPPER-CASE(WS-ENTER-DIRECTION) TO
              WS-ENTER-DIRECTION
           PERFORM VALIDATE-SUBSTITUTE
           IF WS-SUBST-REFUSED IS EQUAL TO 'N'
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-SB-I FROM 1 BY 1
                 UNTIL WS-SB-I > WS-SB-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WSB-PROD-CODE(WS-SB-I) IS EQUAL TO
                         WS-ENTER-PROD AND
                         WSB-ALT-CODE(WS-SB-I) IS EQUAL TO
                         WS-ENTER-ALT
                         MOVE WS-ENTER-RANK TO WSB-RANK(WS-SB-I)
                         MOVE WS-ENTER-DIRECTION TO
                            WSB-DIRECTION(WS-SB-I)
                         MOVE 'Y' TO WS-FOUND
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'N'
                 IF WS-SB-COUNT IS EQUAL TO 500
                    DISPLAY "SET: substitute table is full"
                 ELSE
                    ADD 1 TO WS-SB-COUNT
                    MOVE WS-ENTER-PROD TO WSB-PROD-CODE(WS-SB-COUNT)
                    MOVE WS-ENTER-RANK TO WSB-RANK(WS-SB-COUNT)
                    MOVE WS-ENTER-ALT TO WSB-ALT-CODE(WS-SB-COUNT)
                    MOVE WS-ENTER-DIRECTION TO
                       WSB-DIRECTION(WS-SB-COUNT)
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-IF
              IF WS-FOUND IS EQUAL TO 'Y'
                 PERFORM SAVE-SUBSTITUTE-TABLE
                 DISPLAY "SET: " WS-ENTER-ALT " is substitute "
                    WS-ENTER-RANK " for " WS-ENTER-PROD
              END-IF
           END-IF.

      *    BOTH CODES ON FILE, NOT THE SAME CODE, A RANK, AND A
      *    DIRECTION OF O OR T
       VALIDATE-SUBSTITUTE.
           MOVE 'N' TO WS-SUBST-REFUSED
           IF WS-ENTER-PROD IS EQUAL TO SPACES OR
              WS-ENTER-ALT IS EQUAL TO SPACES OR
              WS-ENTER-RANK IS EQUAL TO ZERO
              DISPLAY "SET: product, substitute and rank are "
                 "required"
              MOVE 'Y' TO WS-SUBST-REFUSED
           END-IF
           IF WS-SUBST-REFUSED IS EQUAL TO 'N' AND
              WS-ENTER-DIRECTION IS NOT EQUAL TO 'O' AND
              WS-ENTER-DIRECTION IS NOT EQUAL TO 'T'
              DISPLAY "SET: direction must be O or T"
              MOVE 'Y' TO WS-SUBST-REFUSED
           END-IF
           IF WS-SUBST-REFUSED IS EQUAL TO 'N' AND
              WS-ENTER-PROD IS EQUAL TO WS-ENTER-ALT
              DISPLAY "SET: a product cannot substitute for itself"
              MOVE 'Y' TO WS-SUBST-REFUSED
           END-IF
           IF WS-SUBST-REFUSED IS EQUAL TO 'N'
              MOVE WS-ENTER-PROD TO PROD-CODE
              PERFORM READ-PRODUCT
              IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
                 DISPLAY "SET: product " WS-ENTER-PROD
                    " is not on product.dat"
                 MOVE 'Y' TO WS-SUBST-REFUSED
              END-IF
           END-IF
           IF WS-SUBST-REFUSED IS EQUAL TO 'N'
              MOVE WS-ENTER-ALT TO PROD-CODE
              PERFORM READ-PRODUCT
              IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
                 DISPLAY "SET: substitute " WS-ENTER-ALT
                    " is not on product.dat"
                 MOVE 'Y' TO WS-SUBST-REFUSED
              END-IF
           END-IF.

       READ-PRODUCT.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ.

       REMOVE-SUBSTITUTE.
           DISPLAY " "
           DISPLAY "DEL: Enter Product Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-PROD
           DISPLAY "DEL: Enter Substitute Product Code: "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-ALT
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SB-I FROM 1 BY 1
              UNTIL WS-SB-I > WS-SB-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WSB-PROD-CODE(WS-SB-I) IS EQUAL TO
                      WS-ENTER-PROD AND
                      WSB-ALT-CODE(WS-SB-I) IS EQUAL TO
                      WS-ENTER-ALT
                      MOVE 'Y' TO WS-FOUND
                      PERFORM SHIFT-SUBSTITUTES-DOWN
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM SAVE-SUBSTITUTE-TABLE
              DISPLAY "DEL: substitute removed"
           ELSE
              DISPLAY "DEL: no such substitute on file"
           END-IF.

       SHIFT-SUBSTITUTES-DOWN.
           PERFORM UNTIL WS-SB-I IS GREATER THAN OR EQUAL TO
              WS-SB-COUNT
                   MOVE WS-SB-ENTRY(WS-SB-I + 1) TO
                      WS-SB-ENTRY(WS-SB-I)
                   ADD 1 TO WS-SB-I
           END-PERFORM
           SUBTRACT 1 FROM WS-SB-COUNT.
