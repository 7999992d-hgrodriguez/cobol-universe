       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINCARRIERMAINT.

      *    MAINTENANCE SCREEN OVER THE carrier.dat REFERENCE FILE OF
      *    THE CARRIERS WE SHIP WITH (CODE, NAME, OUR SHIPPER ACCOUNT
      *    NUMBER). MAINORDERSHIP VALIDATES THE CARRIER KEYED AT SHIP
      *    CONFIRMATION AGAINST THIS FILE AND MAINMANIFEST PRINTS THE
      *    NAME AND ACCOUNT ON THE DRIVER MANIFEST. SAME WHOLE-FILE-
      *    IN-A-TABLE SHAPE AS MAINCHARGEMAINT, WITH A SEED OPTION
      *    FROM carrier.ctl.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-FILE ASSIGN TO 'carrier.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARRIER-STATUS.
           SELECT SEED-CONTROL-FILE ASSIGN TO 'carrier.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CARRIER-FILE.
       01 CARRIER-DATA.
          COPY CARRIER-RECORD.

       FD SEED-CONTROL-FILE.
       01 SEED-RECORD.
          02 SEED-CR-CODE      PIC X(4).
          02 SEED-CR-NAME      PIC X(20).
          02 SEED-CR-ACCOUNT   PIC X(10).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-CARRIER-STATUS    PIC XX.
       01 WS-SEED-STATUS       PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-ENTER-CODE        PIC X(4).
       01 WS-ENTER-NAME        PIC X(20).
       01 WS-ENTER-ACCOUNT     PIC X(10).

       01 WS-CR-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-CR-TABLE.
          02 WS-CR-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-CR-COUNT.
             03 WC-CODE               PIC X(4).
             03 WC-NAME               PIC X(20).
             03 WC-ACCOUNT            PIC X(10).
       01 WS-CR-I              PIC 9(3).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM LOAD-CARRIER-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Carrier Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Carriers"
                   DISPLAY "2) Set a Carrier"
                   DISPLAY "3) Remove a Carrier"
                   DISPLAY "4) Seed from carrier.ctl"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-CARRIERS
                   WHEN '2'
                        PERFORM SET-CARRIER
                   WHEN '3'
                        PERFORM REMOVE-CARRIER
                   WHEN '4'
                        PERFORM SEED-FROM-CONTROL-FILE
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-CARRIER-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-CR-COUNT
           OPEN INPUT CARRIER-FILE
           IF WS-CARRIER-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'CARRIER: carrier.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CARRIER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-CR-COUNT
                         MOVE CR-CODE TO WC-CODE(WS-CR-COUNT)
                         MOVE CR-NAME TO WC-NAME(WS-CR-COUNT)
                         MOVE CR-ACCOUNT TO
                            WC-ACCOUNT(WS-CR-COUNT)
                      END-READ
              END-PERFORM
              CLOSE CARRIER-FILE
           END-IF.

       SAVE-CARRIER-TABLE.
           OPEN OUTPUT CARRIER-FILE
           PERFORM VARYING WS-CR-I FROM 1 BY 1
              UNTIL WS-CR-I > WS-CR-COUNT
                   MOVE SPACES TO CARRIER-DATA
                   MOVE WC-CODE(WS-CR-I) TO CR-CODE
                   MOVE WC-NAME(WS-CR-I) TO CR-NAME
                   MOVE WC-ACCOUNT(WS-CR-I) TO CR-ACCOUNT
                   WRITE CARRIER-DATA
           END-PERFORM
           CLOSE CARRIER-FILE.

       LIST-CARRIERS.
           DISPLAY " "
           IF WS-CR-COUNT IS EQUAL TO ZERO
              DISPLAY "CARRIER: no carriers on file"
           ELSE
              DISPLAY "CODE NAME                 ACCOUNT"
              PERFORM VARYING WS-CR-I FROM 1 BY 1
                 UNTIL WS-CR-I > WS-CR-COUNT
                      DISPLAY WC-CODE(WS-CR-I) " "
                         WC-NAME(WS-CR-I) " "
                         WC-ACCOUNT(WS-CR-I)
              END-PERFORM
           END-IF.

       SET-CARRIER.
           DISPLAY " "
           DISPLAY "SET: Enter Carrier Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-CODE
           MOVE FUNCTION UPPER-CASE(WS-ENTER-CODE) TO WS-ENTER-CODE
           IF WS-ENTER-CODE IS EQUAL TO SPACES
              DISPLAY "SET: code must not be blank"
           ELSE
              DISPLAY "SET: Enter Carrier Name: " WITH NO ADVANCING
              ACCEPT WS-ENTER-NAME
              DISPLAY "SET: Enter Our Account Number: "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-ACCOUNT
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-CR-I FROM 1 BY 1
                 UNTIL WS-CR-I > WS-CR-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WC-CODE(WS-CR-I) IS EQUAL TO
                         WS-ENTER-CODE
                         MOVE WS-ENTER-NAME TO WC-NAME(WS-CR-I)
                         MOVE WS-ENTER-ACCOUNT TO
                            WC-ACCOUNT(WS-CR-I)
                         MOVE 'Y' TO WS-FOUND
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'N'
                 IF WS-CR-COUNT IS EQUAL TO 100
                    DISPLAY "SET: carrier table is full"
                 ELSE
                    ADD 1 TO WS-CR-COUNT
                    MOVE WS-ENTER-CODE TO WC-CODE(WS-CR-COUNT)
                    MOVE WS-ENTER-NAME TO WC-NAME(WS-CR-COUNT)
                    MOVE WS-ENTER-ACCOUNT TO
                       WC-ACCOUNT(WS-CR-COUNT)
                    MOVE 'Y' TO WS-FOUND
                 END-IF
              END-IF
              IF WS-FOUND IS EQUAL TO 'Y'
                 PERFORM SAVE-CARRIER-TABLE
                 DISPLAY "SET: " WS-ENTER-CODE " saved"
              END-IF
           END-IF.

       REMOVE-CARRIER.
           DISPLAY " "
           DISPLAY "DEL: Enter Carrier Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-CODE
           MOVE FUNCTION UPPER-CASE(WS-ENTER-CODE) TO WS-ENTER-CODE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CR-I FROM 1 BY 1
              UNTIL WS-CR-I > WS-CR-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WC-CODE(WS-CR-I) IS EQUAL TO WS-ENTER-CODE
                      MOVE 'Y' TO WS-FOUND
                      PERFORM SHIFT-CARRIERS-DOWN
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM SAVE-CARRIER-TABLE
              DISPLAY "DEL: carrier removed"
           ELSE
              DISPLAY "DEL: no such carrier on file"
           END-IF.

       SHIFT-CARRIERS-DOWN.
           PERFORM UNTIL WS-CR-I IS GREATER THAN OR EQUAL TO
              WS-CR-COUNT
                   MOVE WS-CR-ENTRY(WS-CR-I + 1) TO
                      WS-CR-ENTRY(WS-CR-I)
                   ADD 1 TO WS-CR-I
           END-PERFORM
           SUBTRACT 1 FROM WS-CR-COUNT.

       SEED-FROM-CONTROL-FILE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-CR-COUNT
           OPEN INPUT SEED-CONTROL-FILE
           IF WS-SEED-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'CARRIER: carrier.ctl not found'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SEED-CONTROL-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-CR-COUNT IS LESS THAN 100
                            ADD 1 TO WS-CR-COUNT
                            MOVE SEED-CR-CODE TO
                               WC-CODE(WS-CR-COUNT)
                            MOVE SEED-CR-NAME TO
                               WC-NAME(WS-CR-COUNT)
                            MOVE SEED-CR-ACCOUNT TO
                               WC-ACCOUNT(WS-CR-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SEED-CONTROL-FILE
              PERFORM SAVE-CARRIER-TABLE
              DISPLAY 'CARRIER: seeded ' WS-CR-COUNT
                 ' carrier(s)'
           END-IF.
