       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINKITMAINT.

      *    MAINTENANCE SCREEN FOR THE KIT COMPONENT FILE kit.dat:
      *    EACH ROW SAYS 'ONE OF THIS KIT IS MADE UP OF THIS MANY OF
      *    THAT PRODUCT'. BOTH CODES MUST BE ON product.dat, AND A
      *    KIT MAY NOT CONTAIN ANOTHER KIT - ORDER ENTRY DRAWS ONE
      *    LEVEL OF COMPONENTS ONLY. THE WHOLE FILE IS HELD IN A
      *    TABLE AND REWRITTEN ON EVERY CHANGE, SAME AS THE
      *    DISCOUNT SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-FILE ASSIGN TO 'kit.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE
              FILE STATUS IS WS-PRODUCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD KIT-FILE.
       01 KIT-DATA.
          COPY KIT-COMPONENT.

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-KIT-STATUS        PIC XX.
       01 WS-PRODUCT-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-KIT-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-KIT-TABLE.
          02 WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-KIT-COUNT.
             03 WKT-PARENT-CODE       PIC X(10).
             03 WKT-COMP-CODE         PIC X(10).
             03 WKT-COMP-QTY          PIC 9(3).
       01 WS-KIT-I             PIC 9(3).
       01 WS-FOUND             PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-KIT-REFUSED       PIC X.
       01 WS-ENTER-PARENT      PIC X(10).
       01 WS-ENTER-COMP        PIC X(10).
       01 WS-ENTER-QTY         PIC 9(3).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           OPEN INPUT PRODUCT-FILE.
           PERFORM LOAD-KIT-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Kit Component Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Kits"
                   DISPLAY "2) Set a Component"
                   DISPLAY "3) Remove a Component"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-KITS
                   WHEN '2'
                        PERFORM SET-COMPONENT
                   WHEN '3'
                        PERFORM REMOVE-COMPONENT
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           STOP RUN.

       LOAD-KIT-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-KIT-COUNT
           OPEN INPUT KIT-FILE
           IF WS-KIT-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'KIT: kit.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ KIT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
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

       SAVE-KIT-TABLE.
           OPEN OUTPUT KIT-FILE
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT
                   MOVE SPACES TO KIT-DATA
                   MOVE WKT-PARENT-CODE(WS-KIT-I) TO KC-PARENT-CODE
                   MOVE WKT-COMP-CODE(WS-KIT-I) TO KC-COMP-CODE
                   MOVE WKT-COMP-QTY(WS-KIT-I) TO KC-COMP-QTY
                   WRITE KIT-DATA
           END-PERFORM
           CLOSE KIT-FILE.

       LIST-KITS.
           DISPLAY " "
           IF WS-KIT-COUNT IS EQUAL TO ZERO
              DISPLAY "KIT: no kits on file"
           ELSE
              DISPLAY "KIT        COMPONENT  QTY"
              PERFORM VARYING WS-KIT-I FROM 1 BY 1
                 UNTIL WS-KIT-I > WS-KIT-COUNT
                      DISPLAY WKT-PARENT-CODE(WS-KIT-I) " "
                         WKT-COMP-CODE(WS-KIT-I) " "
                         WKT-COMP-QTY(WS-KIT-I)
              END-PERFORM
           END-IF.

      *    A ROW IS KEYED BY KIT AND COMPONENT - SETTING AN
      *    EXISTING PAIR AGAIN CHANGES ITS QUANTITY
       SET-COMPONENT.
           DISPLAY " "
           DISPLAY "SET: Enter Kit Product Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-PARENT
           DISPLAY "SET: Enter Component Product Code: "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-COMP
           DISPLAY "SET: Enter Quantity per Kit: "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-QTY
           PERFORM VALIDATE-COMPONENT
           IF WS-KIT-REFUSED IS EQUAL TO 'N'
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-KIT-I FROM 1 BY 1
                 UNTIL WS-KIT-I > WS-KIT-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                         WS-ENTER-PARENT AND
                         WKT-COMP-CODE(WS-KIT-I) IS EQUAL TO
                         WS-ENTER-COMP
                         MOVE WS-ENTER-QTY TO WKT-COMP-QTY(WS-KIT-I)
                         MOVE 'Y' TO WS-FOUND
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'N'
                 IF WS-KIT-COUNT IS EQUAL TO 500
                    DISPLAY "SET: kit table is full"
                 ELSE
                    ADD 1 TO WS-KIT-COUNT
                    MOVE WS-ENTER-PARENT TO
                       WKT-PARENT-CODE(WS-KIT-COUNT)
                    MOVE WS-ENTER-COMP TO
                       WKT-COMP-CODE(WS-KIT-COUNT)
                    MOVE WS-ENTER-QTY TO WKT-COMP-QTY(WS-KIT-COUNT)
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-IF
              IF WS-FOUND IS EQUAL TO 'Y'
                 PERFORM SAVE-KIT-TABLE
                 DISPLAY "SET: kit " WS-ENTER-PARENT " now takes "
                    WS-ENTER-QTY " of " WS-ENTER-COMP
              END-IF
           END-IF.

      *    BOTH CODES ON FILE, NOT THE SAME CODE, AND ONE LEVEL
      *    ONLY - THE COMPONENT MAY NOT ITSELF BE A KIT, AND THE
      *    KIT MAY NOT ALREADY BE SOMEBODY ELSE'S COMPONENT
       VALIDATE-COMPONENT.
           MOVE 'N' TO WS-KIT-REFUSED
           IF WS-ENTER-PARENT IS EQUAL TO SPACES OR
              WS-ENTER-COMP IS EQUAL TO SPACES OR
              WS-ENTER-QTY IS EQUAL TO ZERO
              DISPLAY "SET: kit, component and quantity are "
                 "required"
              MOVE 'Y' TO WS-KIT-REFUSED
           END-IF
           IF WS-KIT-REFUSED IS EQUAL TO 'N' AND
              WS-ENTER-PARENT IS EQUAL TO WS-ENTER-COMP
              DISPLAY "SET: a kit cannot contain itself"
              MOVE 'Y' TO WS-KIT-REFUSED
           END-IF
           IF WS-KIT-REFUSED IS EQUAL TO 'N'
              MOVE WS-ENTER-PARENT TO PROD-CODE
              PERFORM READ-PRODUCT
              IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
                 DISPLAY "SET: kit " WS-ENTER-PARENT
                    " is not on product.dat"
                 MOVE 'Y' TO WS-KIT-REFUSED
              END-IF
           END-IF
           IF WS-KIT-REFUSED IS EQUAL TO 'N'
              MOVE WS-ENTER-COMP TO PROD-CODE
              PERFORM READ-PRODUCT
              IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
                 DISPLAY "SET: component " WS-ENTER-COMP
                    " is not on product.dat"
                 MOVE 'Y' TO WS-KIT-REFUSED
              END-IF
           END-IF
           IF WS-KIT-REFUSED IS EQUAL TO 'N'
              PERFORM VARYING WS-KIT-I FROM 1 BY 1
                 UNTIL WS-KIT-I > WS-KIT-COUNT
                      IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                         WS-ENTER-COMP OR
                         WKT-COMP-CODE(WS-KIT-I) IS EQUAL TO
                         WS-ENTER-PARENT
                         MOVE 'Y' TO WS-KIT-REFUSED
                      END-IF
              END-PERFORM
              IF WS-KIT-REFUSED IS EQUAL TO 'Y'
                 DISPLAY "SET: kits may not be nested inside "
                    "other kits"
              END-IF
           END-IF.

       READ-PRODUCT.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ.

       REMOVE-COMPONENT.
           DISPLAY " "
           DISPLAY "DEL: Enter Kit Product Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-PARENT
           DISPLAY "DEL: Enter Component Product Code: "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-COMP
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      WS-ENTER-PARENT AND
                      WKT-COMP-CODE(WS-KIT-I) IS EQUAL TO
                      WS-ENTER-COMP
                      MOVE 'Y' TO WS-FOUND
                      PERFORM SHIFT-KITS-DOWN
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM SAVE-KIT-TABLE
              DISPLAY "DEL: component removed"
           ELSE
              DISPLAY "DEL: no such component on file"
           END-IF.

       SHIFT-KITS-DOWN.
           PERFORM UNTIL WS-KIT-I IS GREATER THAN OR EQUAL TO
              WS-KIT-COUNT
                   MOVE WS-KIT-ENTRY(WS-KIT-I + 1) TO
                      WS-KIT-ENTRY(WS-KIT-I)
                   ADD 1 TO WS-KIT-I
           END-PERFORM
           SUBTRACT 1 FROM WS-KIT-COUNT.
