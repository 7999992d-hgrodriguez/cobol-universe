       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTERMSMAINT.

      *    SMALL MAINTENANCE SCREEN OVER THE terms.dat REFERENCE
      *    FILE OF PAYMENT TERMS (CODE, NET DAYS, EARLY-PAY DISCOUNT
      *    PERCENT AND DAYS, DESCRIPTION) THAT A CUSTOMER'S TERMS
      *    CODE ON custprof.dat POINTS INTO. THE WHOLE FILE IS HELD
      *    IN A TABLE AND REWRITTEN ON EVERY CHANGE, SAME AS THE
      *    CATEGORY SCREEN, AND CAN BE SEEDED FROM terms.ctl (NET30,
      *    NET60, 2/10NET30, COD) WITH OPTION 4 ON FIRST SET-UP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-FILE ASSIGN TO 'terms.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERMS-STATUS.
           SELECT SEED-CONTROL-FILE ASSIGN TO 'terms.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEED-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TERMS-FILE.
       01 TERMS-DATA.
          COPY TERMS-CODE.

       FD SEED-CONTROL-FILE.
       01 SEED-RECORD.
          02 SEED-CODE         PIC X(10).
          02 FILLER            PIC X.
          02 SEED-NET-DAYS     PIC 9(3).
          02 FILLER            PIC X.
          02 SEED-DISC-PCT     PIC 9(2)V99.
          02 FILLER            PIC X.
          02 SEED-DISC-DAYS    PIC 9(3).
          02 FILLER            PIC X.
          02 SEED-DESC         PIC X(20).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-TERMS-STATUS      PIC XX.
       01 WS-SEED-STATUS       PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TERMS-COUNT       PIC 9(3)  VALUE ZERO.
       01 WS-TERMS-TABLE.
          02 WS-TERMS-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-TERMS-COUNT.
             03 WT-CODE               PIC X(10).
             03 WT-NET-DAYS           PIC 9(3).
             03 WT-DISC-PCT           PIC 9(2)V99.
             03 WT-DISC-DAYS          PIC 9(3).
             03 WT-DESC               PIC X(20).
       01 WS-TERMS-I           PIC 9(3).
       01 WS-FOUND             PIC X.
       01 WS-ENTER-CODE        PIC X(10).
       01 WS-ENTER-NET-DAYS    PIC 9(3).
       01 WS-ENTER-DISC-PCT    PIC 9(2)V99.
       01 WS-ENTER-DISC-DAYS   PIC 9(3).
       01 WS-ENTER-DESC        PIC X(20).
       01 WS-EDIT-PCT          PIC Z9.99.

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM LOAD-TERMS-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Payment Terms Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Terms"
                   DISPLAY "2) Set a Terms Code"
                   DISPLAY "3) Remove a Terms Code"
                   DISPLAY "4) Seed from terms.ctl"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-TERMS
                   WHEN '2'
                        PERFORM SET-TERMS
                   WHEN '3'
                        PERFORM REMOVE-TERMS
                   WHEN '4'
                        PERFORM SEED-FROM-CONTROL-FILE
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-TERMS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-TERMS-COUNT
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'TERMS: terms.dat not found - starting with '
                 'an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ TERMS-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM TAKE-ONE-TERMS-ROW
                      END-READ
              END-PERFORM
              CLOSE TERMS-FILE
           END-IF.

       TAKE-ONE-TERMS-ROW.
           IF WS-TERMS-COUNT IS LESS THAN 100
              ADD 1 TO WS-TERMS-COUNT
              MOVE TM-CODE TO WT-CODE(WS-TERMS-COUNT)
              MOVE TM-NET-DAYS TO WT-NET-DAYS(WS-TERMS-COUNT)
              MOVE TM-DISC-PCT TO WT-DISC-PCT(WS-TERMS-COUNT)
              MOVE TM-DISC-DAYS TO WT-DISC-DAYS(WS-TERMS-COUNT)
              MOVE TM-DESC TO WT-DESC(WS-TERMS-COUNT)
           END-IF.

       SAVE-TERMS-TABLE.
           OPEN OUTPUT TERMS-FILE
           PERFORM VARYING WS-TERMS-I FROM 1 BY 1
              UNTIL WS-TERMS-I > WS-TERMS-COUNT
                   MOVE SPACES TO TERMS-DATA
                   MOVE WT-CODE(WS-TERMS-I) TO TM-CODE
                   MOVE WT-NET-DAYS(WS-TERMS-I) TO TM-NET-DAYS
                   MOVE WT-DISC-PCT(WS-TERMS-I) TO TM-DISC-PCT
                   MOVE WT-DISC-DAYS(WS-TERMS-I) TO TM-DISC-DAYS
                   MOVE WT-DESC(WS-TERMS-I) TO TM-DESC
                   WRITE TERMS-DATA
           END-PERFORM
           CLOSE TERMS-FILE.

       LIST-TERMS.
           DISPLAY " "
           IF WS-TERMS-COUNT IS EQUAL TO ZERO
              DISPLAY "TERMS: no terms codes on file"
           ELSE
              DISPLAY "CODE       NET  DISC% DAYS DESCRIPTION"
              PERFORM VARYING WS-TERMS-I FROM 1 BY 1
                 UNTIL WS-TERMS-I > WS-TERMS-COUNT
                      MOVE WT-DISC-PCT(WS-TERMS-I) TO WS-EDIT-PCT
                      DISPLAY WT-CODE(WS-TERMS-I) " "
                         WT-NET-DAYS(WS-TERMS-I) "  "
                         WS-EDIT-PCT " "
                         WT-DISC-DAYS(WS-TERMS-I) "  "
                         WT-DESC(WS-TERMS-I)
              END-PERFORM
           END-IF.

       SET-TERMS.
           DISPLAY " "
           DISPLAY "SET: Enter Terms Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-CODE
           MOVE FUNCTION UPPER-CASE(WS-ENTER-CODE) TO WS-ENTER-CODE
           IF WS-ENTER-CODE IS EQUAL TO SPACES
              DISPLAY "SET: code must not be blank"
           ELSE
              DISPLAY "SET: Net Days (0 = cash on delivery): "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-NET-DAYS
              DISPLAY "SET: Early-Pay Discount % (0 = none): "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-DISC-PCT
              MOVE ZERO TO WS-ENTER-DISC-DAYS
              IF WS-ENTER-DISC-PCT IS GREATER THAN ZERO
                 DISPLAY "SET: Discount Days: " WITH NO ADVANCING
                 ACCEPT WS-ENTER-DISC-DAYS
              END-IF
              DISPLAY "SET: Enter Description: " WITH NO ADVANCING
              ACCEPT WS-ENTER-DESC
              IF WS-ENTER-DISC-DAYS IS GREATER THAN
                 WS-ENTER-NET-DAYS
                 DISPLAY "SET: discount days must not exceed the "
                    "net days, nothing saved"
              ELSE
                 PERFORM STORE-TERMS
              END-IF
           END-IF.

       STORE-TERMS.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TERMS-I FROM 1 BY 1
              UNTIL WS-TERMS-I > WS-TERMS-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WT-CODE(WS-TERMS-I) IS EQUAL TO WS-ENTER-CODE
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-TERMS-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-TERMS-COUNT IS EQUAL TO 100
                 DISPLAY "SET: terms table is full"
              ELSE
                 ADD 1 TO WS-TERMS-COUNT
                 MOVE WS-TERMS-COUNT TO WS-TERMS-I
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-IF
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE WS-ENTER-CODE TO WT-CODE(WS-TERMS-I)
              MOVE WS-ENTER-NET-DAYS TO WT-NET-DAYS(WS-TERMS-I)
              MOVE WS-ENTER-DISC-PCT TO WT-DISC-PCT(WS-TERMS-I)
              MOVE WS-ENTER-DISC-DAYS TO WT-DISC-DAYS(WS-TERMS-I)
              MOVE WS-ENTER-DESC TO WT-DESC(WS-TERMS-I)
              PERFORM SAVE-TERMS-TABLE
              DISPLAY "SET: " WS-ENTER-CODE " saved"
           END-IF.

      *    CUSTOMERS STILL POINTING AT A REMOVED CODE SIMPLY FALL
      *    BACK TO DUE-ON-INVOICE-DATE UNTIL THEY ARE RE-ASSIGNED
       REMOVE-TERMS.
           DISPLAY " "
           DISPLAY "DEL: Enter Terms Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-CODE
           MOVE FUNCTION UPPER-CASE(WS-ENTER-CODE) TO WS-ENTER-CODE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TERMS-I FROM 1 BY 1
              UNTIL WS-TERMS-I > WS-TERMS-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WT-CODE(WS-TERMS-I) IS EQUAL TO WS-ENTER-CODE
                      MOVE 'Y' TO WS-FOUND
                      PERFORM SHIFT-TERMS-DOWN
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM SAVE-TERMS-TABLE
              DISPLAY "DEL: terms code removed"
           ELSE
              DISPLAY "DEL: no such terms code on file"
           END-IF.

       SHIFT-TERMS-DOWN.
           PERFORM UNTIL WS-TERMS-I IS GREATER THAN OR EQUAL TO
              WS-TERMS-COUNT
                   MOVE WS-TERMS-ENTRY(WS-TERMS-I + 1) TO
                      WS-TERMS-ENTRY(WS-TERMS-I)
                   ADD 1 TO WS-TERMS-I
           END-PERFORM
           SUBTRACT 1 FROM WS-TERMS-COUNT.

       SEED-FROM-CONTROL-FILE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-TERMS-COUNT
           OPEN INPUT SEED-CONTROL-FILE
           IF WS-SEED-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'TERMS: terms.ctl not found'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SEED-CONTROL-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM TAKE-ONE-SEED-ROW
                      END-READ
              END-PERFORM
              CLOSE SEED-CONTROL-FILE
              PERFORM SAVE-TERMS-TABLE
              DISPLAY 'TERMS: seeded ' WS-TERMS-COUNT
                 ' terms code(s)'
           END-IF.

       TAKE-ONE-SEED-ROW.
           IF WS-TERMS-COUNT IS LESS THAN 100
              ADD 1 TO WS-TERMS-COUNT
              MOVE SEED-CODE TO WT-CODE(WS-TERMS-COUNT)
              MOVE SEED-NET-DAYS TO WT-NET-DAYS(WS-TERMS-COUNT)
              MOVE SEED-DISC-PCT TO WT-DISC-PCT(WS-TERMS-COUNT)
              MOVE SEED-DISC-DAYS TO WT-DISC-DAYS(WS-TERMS-COUNT)
              MOVE SEED-DESC TO WT-DESC(WS-TERMS-COUNT)
           END-IF.
