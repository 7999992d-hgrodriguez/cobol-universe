       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINBINMAINT.

      *    MAINTENANCE SCREEN OVER THE bins.dat BIN MASTER - THE
      *    STORAGE BINS (AISLE, SHELF AND BIN) INSIDE EACH STOCK
      *    LOCATION AND THE WALK SEQUENCE A PICKER PASSES THEM IN.
      *    RECEIVING PUTS STOCK AWAY INTO THESE BINS THROUGH
      *    BINSTOCK AND MAINORDERSHIP PRINTS THE PICKING LIST IN
      *    THEIR WALK ORDER. A BIN STILL HOLDING STOCK ON
      *    binstock.dat CANNOT BE REMOVED - TAKE IT OUT OF USE
      *    INSTEAD, OR MOVE THE STOCK WITH MAINBINMOVE FIRST. SAME
      *    WHOLE-FILE-IN-A-TABLE SHAPE AS MAINCARRIERMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIN-FILE ASSIGN TO 'bins.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BIN-STATUS.
           SELECT BIN-STOCK-FILE ASSIGN TO 'binstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BINSTOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BIN-FILE.
       01 BIN-DATA.
          COPY BIN-MASTER.

       FD BIN-STOCK-FILE.
       01 BIN-STOCK-DATA.
          COPY BIN-STOCK.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-BIN-STATUS        PIC XX.
       01 WS-BINSTOCK-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-BIN-IN-USE        PIC X.
       01 WS-ENTER-LOCATION    PIC X(4).
       01 WS-ENTER-BIN.
          02 WS-ENTER-AISLE       PIC X(3).
          02 WS-ENTER-SHELF       PIC X(2).
          02 WS-ENTER-BIN-NO      PIC X(3).
       01 WS-ENTER-WALK-SEQ    PIC 9(5).
       01 WS-ENTER-STATUS      PIC X.

       01 WS-BN-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-BN-TABLE.
          02 WS-BN-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-BN-COUNT.
             03 WB-LOCATION           PIC X(4).
             03 WB-BIN-CODE           PIC X(8).
             03 WB-WALK-SEQ           PIC 9(5).
             03 WB-STATUS             PIC X.
       01 WS-BN-I              PIC 9(4).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM LOAD-BIN-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Bin Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Bins"
                   DISPLAY "2) Set a Bin"
                   DISPLAY "3) Remove a Bin"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-BINS
                   WHEN '2'
                        PERFORM SET-BIN
                   WHEN '3'
                        PERFORM REMOVE-BIN
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-BIN-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-BN-COUNT
           OPEN INPUT BIN-FILE
           IF WS-BIN-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'BIN: bins.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ BIN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-BN-COUNT IS EQUAL TO 2000
                            DISPLAY 'BIN: bin table full, run '
                               'aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-BN-COUNT
                         MOVE BN-LOCATION TO WB-LOCATION(WS-BN-COUNT)
                         MOVE BN-BIN-CODE TO WB-BIN-CODE(WS-BN-COUNT)
                         MOVE BN-WALK-SEQ TO WB-WALK-SEQ(WS-BN-COUNT)
                         MOVE BN-STATUS TO WB-STATUS(WS-BN-COUNT)
                      END-READ
              END-PERFORM
              CLOSE BIN-FILE
           END-IF.

       SAVE-BIN-TABLE.
           OPEN OUTPUT BIN-FILE
           PERFORM VARYING WS-BN-I FROM 1 BY 1
              UNTIL WS-BN-I > WS-BN-COUNT
                   MOVE SPACES TO BIN-DATA
                   MOVE WB-LOCATION(WS-BN-I) TO BN-LOCATION
                   MOVE WB-BIN-CODE(WS-BN-I) TO BN-BIN-CODE
                   MOVE WB-WALK-SEQ(WS-BN-I) TO BN-WALK-SEQ
                   MOVE WB-STATUS(WS-BN-I) TO BN-STATUS
                   WRITE BIN-DATA
           END-PERFORM
           CLOSE BIN-FILE.

       LIST-BINS.
           DISPLAY " "
           IF WS-BN-COUNT IS EQUAL TO ZERO
              DISPLAY "BIN: no bins on file"
           ELSE
              DISPLAY "LOC  AIS SH BIN  WALK STATUS"
              PERFORM VARYING WS-BN-I FROM 1 BY 1
                 UNTIL WS-BN-I > WS-BN-COUNT
                      DISPLAY WB-LOCATION(WS-BN-I) " "
                         WB-BIN-CODE(WS-BN-I)(1:3) " "
                         WB-BIN-CODE(WS-BN-I)(4:2) " "
                         WB-BIN-CODE(WS-BN-I)(6:3) " "
                         WB-WALK-SEQ(WS-BN-I) " "
                         WB-STATUS(WS-BN-I)
              END-PERFORM
           END-IF.

       TAKE-BIN-KEY.
           DISPLAY "Enter Location (blank = MAIN): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-LOCATION
           IF WS-ENTER-LOCATION IS EQUAL TO SPACES
              MOVE 'MAIN' TO WS-ENTER-LOCATION
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-ENTER-LOCATION)
              TO WS-ENTER-LOCATION
           DISPLAY "Enter Aisle (3): " WITH NO ADVANCING
           ACCEPT WS-ENTER-AISLE
           DISPLAY "Enter Shelf (2): " WITH NO ADVANCING
           ACCEPT WS-ENTER-SHELF
           DISPLAY "Enter Bin (3): " WITH NO ADVANCING
           ACCEPT WS-ENTER-BIN-NO
           MOVE FUNCTION UPPER-CASE(WS-ENTER-BIN) TO WS-ENTER-BIN.

       SET-BIN.
           DISPLAY " "
           DISPLAY "SET: " WITH NO ADVANCING
           PERFORM TAKE-BIN-KEY
           IF WS-ENTER-AISLE IS EQUAL TO SPACES
              DISPLAY "SET: aisle must not be blank"
           ELSE
              DISPLAY "SET: Enter Walk Sequence: " WITH NO ADVANCING
              ACCEPT WS-ENTER-WALK-SEQ
              DISPLAY "SET: Status (A = in use, I = out of use): "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-STATUS
              MOVE FUNCTION UPPER-CASE(WS-ENTER-STATUS)
                 TO WS-ENTER-STATUS
              IF WS-ENTER-STATUS IS NOT EQUAL TO 'I'
                 MOVE 'A' TO WS-ENTER-STATUS
              END-IF
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-BN-I FROM 1 BY 1
                 UNTIL WS-BN-I > WS-BN-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WB-LOCATION(WS-BN-I) IS EQUAL TO
                         WS-ENTER-LOCATION AND
                         WB-BIN-CODE(WS-BN-I) IS EQUAL TO
                         WS-ENTER-BIN
                         MOVE WS-ENTER-WALK-SEQ TO
                            WB-WALK-SEQ(WS-BN-I)
                         MOVE WS-ENTER-STATUS TO WB-STATUS(WS-BN-I)
                         MOVE 'Y' TO WS-FOUND
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'N'
                 IF WS-BN-COUNT IS EQUAL TO 2000
                    DISPLAY "SET: bin table is full"
                 ELSE
                    ADD 1 TO WS-BN-COUNT
                    MOVE WS-ENTER-LOCATION TO
                       WB-LOCATION(WS-BN-COUNT)
                    MOVE WS-ENTER-BIN TO WB-BIN-CODE(WS-BN-COUNT)
                    MOVE WS-ENTER-WALK-SEQ TO
                       WB-WALK-SEQ(WS-BN-COUNT)
                    MOVE WS-ENTER-STATUS TO WB-STATUS(WS-BN-COUNT)
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-IF
              IF WS-FOUND IS EQUAL TO 'Y'
                 PERFORM SAVE-BIN-TABLE
                 DISPLAY "SET: " WS-ENTER-LOCATION " "
                    WS-ENTER-BIN " saved"
              END-IF
           END-IF.

       REMOVE-BIN.
           DISPLAY " "
           DISPLAY "DEL: " WITH NO ADVANCING
           PERFORM TAKE-BIN-KEY
           PERFORM CHECK-BIN-IN-USE
           IF WS-BIN-IN-USE IS EQUAL TO 'Y'
              DISPLAY "DEL: bin still holds stock - move it out "
                 "or set the bin out of use"
           ELSE
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-BN-I FROM 1 BY 1
                 UNTIL WS-BN-I > WS-BN-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WB-LOCATION(WS-BN-I) IS EQUAL TO
                         WS-ENTER-LOCATION AND
                         WB-BIN-CODE(WS-BN-I) IS EQUAL TO
                         WS-ENTER-BIN
                         MOVE 'Y' TO WS-FOUND
                         PERFORM SHIFT-BINS-DOWN
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'Y'
                 PERFORM SAVE-BIN-TABLE
                 DISPLAY "DEL: bin removed"
              ELSE
                 DISPLAY "DEL: no such bin on file"
              END-IF
           END-IF.

      *    ANY binstock.dat ROW FOR THE KEYED BIN MEANS STOCK IS
      *    STILL SITTING IN IT - EMPTIED BINS DROP OFF THAT FILE
       CHECK-BIN-IN-USE.
           MOVE 'N' TO WS-BIN-IN-USE
           MOVE 'N' TO WS-EOF
           OPEN INPUT BIN-STOCK-FILE
           IF WS-BINSTOCK-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ BIN-STOCK-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF BS-LOCATION IS EQUAL TO
                            WS-ENTER-LOCATION AND
                            BS-BIN-CODE IS EQUAL TO WS-ENTER-BIN
                            AND BS-QTY IS GREATER THAN ZERO
                            MOVE 'Y' TO WS-BIN-IN-USE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE BIN-STOCK-FILE
           END-IF.

       SHIFT-BINS-DOWN.
           PERFORM UNTIL WS-BN-I IS GREATER THAN OR EQUAL TO
              WS-BN-COUNT
                   MOVE WS-BN-ENTRY(WS-BN-I + 1) TO
                      WS-BN-ENTRY(WS-BN-I)
                   ADD 1 TO WS-BN-I
           END-PERFORM
           SUBTRACT 1 FROM WS-BN-COUNT.
