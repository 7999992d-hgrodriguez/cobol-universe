       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINREBATEMAINT.

      *    MAINTENANCE SCREEN OVER THE rebate.dat FILE OF CUSTOMER
      *    VOLUME REBATE AGREEMENTS (CUSTOMER, AGREEMENT YEAR START
      *    AND END, UP TO THREE THRESHOLD/PERCENT TIERS). AN
      *    AGREEMENT IS KEYED BY CUSTOMER AND START DATE, SO NEXT
      *    YEAR'S TERMS ARE A NEW AGREEMENT; TWO AGREEMENTS OF ONE
      *    CUSTOMER MAY NOT OVERLAP, OR THE SAME SALES WOULD EARN
      *    TWICE. ONCE MAINREBATERUN HAS SETTLED AN AGREEMENT IT MAY
      *    NOT BE CHANGED OR REMOVED. SAME WHOLE-FILE-IN-A-TABLE
      *    SHAPE AS MAINCONTRACTMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN TO 'rebate.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REBATE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD REBATE-FILE.
       01 REBATE-DATA.
          COPY REBATE-AGREEMENT.

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
       01 WS-REBATE-STATUS     PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-REFUSED           PIC X.
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-ENTER-ID          PIC 9(5).
       01 WS-ENTER-START       PIC 9(8).
       01 WS-ENTER-END         PIC 9(8).
      *    THRESHOLDS ARE KEYED AS NINE RAW DIGITS ('005000000' =
      *    50,000.00) AND PERCENTS AS FOUR ('0200' = 2.00%), PICKED
      *    UP THROUGH THE REDEFINES. A BLANK THRESHOLD ENDS THE TIERS
       01 WS-ENTER-THRESH-X    PIC X(9).
       01 WS-ENTER-THRESH REDEFINES WS-ENTER-THRESH-X
                               PIC 9(7)V99.
       01 WS-ENTER-PCT-X       PIC X(4).
       01 WS-ENTER-PCT REDEFINES WS-ENTER-PCT-X
                               PIC 9(2)V99.
       01 WS-ENTER-TIERS.
          02 WS-ENTER-TIER OCCURS 3 TIMES.
             03 WET-THRESHOLD         PIC 9(7)V99.
             03 WET-PCT               PIC 9(2)V99.
       01 WS-TIER-I            PIC 9.
       01 WS-TIER-COUNT        PIC 9.
       01 WS-TIERS-DONE        PIC X.
       01 WS-EDIT-THRESH       PIC Z,ZZZ,ZZ9.99.
       01 WS-EDIT-PCT          PIC Z9.99.
       01 WS-EDIT-REBATE       PIC Z,ZZZ,ZZ9.99.

       01 WS-RA-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-RA-TABLE.
          02 WS-RA-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-RA-COUNT.
             03 WRA-ID-NUM            PIC 9(5).
             03 WRA-START-DATE        PIC 9(8).
             03 WRA-END-DATE          PIC 9(8).
             03 WRA-TIER OCCURS 3 TIMES.
                04 WRA-THRESHOLD      PIC 9(7)V99.
                04 WRA-PCT            PIC 9(2)V99.
             03 WRA-STATUS            PIC X.
             03 WRA-SETTLED-DATE      PIC 9(8).
             03 WRA-REBATE-AMT        PIC 9(7)V99.
       01 WS-RA-I              PIC 9(4).
       01 WS-RA-SLOT           PIC 9(4).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM LOAD-REBATE-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Rebate Agreement Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Agreements"
                   DISPLAY "2) Set an Agreement"
                   DISPLAY "3) Remove an Agreement"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-AGREEMENTS
                   WHEN '2'
                        PERFORM SET-AGREEMENT
                   WHEN '3'
                        PERFORM REMOVE-AGREEMENT
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           CLOSE CUSTOMER-FILE.
           STOP RUN.

       LOAD-REBATE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-RA-COUNT
           OPEN INPUT REBATE-FILE
           IF WS-REBATE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'REBATE: rebate.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ REBATE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-RA-COUNT
                         MOVE RA-ID-NUM TO WRA-ID-NUM(WS-RA-COUNT)
                         MOVE RA-START-DATE TO
                            WRA-START-DATE(WS-RA-COUNT)
                         MOVE RA-END-DATE TO
                            WRA-END-DATE(WS-RA-COUNT)
                         PERFORM VARYING WS-TIER-I FROM 1 BY 1
                            UNTIL WS-TIER-I > 3
                                 MOVE RA-THRESHOLD(WS-TIER-I) TO
                                    WRA-THRESHOLD(WS-RA-COUNT,
                                    WS-TIER-I)
                                 MOVE RA-PCT(WS-TIER-I) TO
                                    WRA-PCT(WS-RA-COUNT, WS-TIER-I)
                         END-PERFORM
                         MOVE RA-STATUS TO WRA-STATUS(WS-RA-COUNT)
                         MOVE RA-SETTLED-DATE TO
                            WRA-SETTLED-DATE(WS-RA-COUNT)
                         MOVE RA-REBATE-AMT TO
                            WRA-REBATE-AMT(WS-RA-COUNT)
                      END-READ
              END-PERFORM
              CLOSE REBATE-FILE
           END-IF.

       SAVE-REBATE-TABLE.
           OPEN OUTPUT REBATE-FILE
           PERFORM VARYING WS-RA-I FROM 1 BY 1
              UNTIL WS-RA-I > WS-RA-COUNT
                   MOVE SPACES TO REBATE-DATA
                   MOVE WRA-ID-NUM(WS-RA-I) TO RA-ID-NUM
                   MOVE WRA-START-DATE(WS-RA-I) TO RA-START-DATE
                   MOVE WRA-END-DATE(WS-RA-I) TO RA-END-DATE
                   PERFORM VARYING WS-TIER-I FROM 1 BY 1
                      UNTIL WS-TIER-I > 3
                           MOVE WRA-THRESHOLD(WS-RA-I, WS-TIER-I) TO
                              RA-THRESHOLD(WS-TIER-I)
                           MOVE WRA-PCT(WS-RA-I, WS-TIER-I) TO
                              RA-PCT(WS-TIER-I)
                   END-PERFORM
                   MOVE WRA-STATUS(WS-RA-I) TO RA-STATUS
                   MOVE WRA-SETTLED-DATE(WS-RA-I) TO RA-SETTLED-DATE
                   MOVE WRA-REBATE-AMT(WS-RA-I) TO RA-REBATE-AMT
                   WRITE REBATE-DATA
           END-PERFORM
           CLOSE REBATE-FILE.

       LIST-AGREEMENTS.
           DISPLAY " "
           IF WS-RA-COUNT IS EQUAL TO ZERO
              DISPLAY "REBATE: no agreements on file"
           ELSE
              DISPLAY "ID    START    END      ST SETTLED   "
                 "   REBATE"
              PERFORM VARYING WS-RA-I FROM 1 BY 1
                 UNTIL WS-RA-I > WS-RA-COUNT
                      MOVE WRA-REBATE-AMT(WS-RA-I) TO WS-EDIT-REBATE
                      DISPLAY WRA-ID-NUM(WS-RA-I) " "
                         WRA-START-DATE(WS-RA-I) " "
                         WRA-END-DATE(WS-RA-I) " "
                         WRA-STATUS(WS-RA-I) "  "
                         WRA-SETTLED-DATE(WS-RA-I) " "
                         WS-EDIT-REBATE
                      PERFORM VARYING WS-TIER-I FROM 1 BY 1
                         UNTIL WS-TIER-I > 3
                              IF WRA-PCT(WS-RA-I, WS-TIER-I) IS
                                 GREATER THAN ZERO
                                 MOVE WRA-THRESHOLD(WS-RA-I,
                                    WS-TIER-I) TO WS-EDIT-THRESH
                                 MOVE WRA-PCT(WS-RA-I, WS-TIER-I)
                                    TO WS-EDIT-PCT
                                 DISPLAY "      OVER "
                                    WS-EDIT-THRESH " "
                                    WS-EDIT-PCT "%"
                              END-IF
                      END-PERFORM
              END-PERFORM
           END-IF.

       SET-AGREEMENT.
           DISPLAY " "
           DISPLAY "SET: Enter Customer ID: " WITH NO ADVANCING
           ACCEPT WS-ENTER-ID
           DISPLAY "SET: Agreement Start Date (YYYYMMDD): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-START
           DISPLAY "SET: Agreement End Date (YYYYMMDD): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-END
           MOVE ZERO TO WS-ENTER-TIERS
           MOVE ZERO TO WS-TIER-COUNT
           MOVE 'N' TO WS-TIERS-DONE
           MOVE 'N' TO WS-REFUSED
           PERFORM VARYING WS-TIER-I FROM 1 BY 1
              UNTIL WS-TIER-I > 3 OR WS-TIERS-DONE IS EQUAL TO 'Y'
                   PERFORM TAKE-ONE-TIER
           END-PERFORM
           IF WS-REFUSED IS EQUAL TO 'N'
              PERFORM VALIDATE-AGREEMENT
           END-IF
           IF WS-REFUSED IS EQUAL TO 'N'
              PERFORM STORE-AGREEMENT
           END-IF.

       TAKE-ONE-TIER.
           DISPLAY "SET: Tier " WS-TIER-I " threshold as 9 digits "
              "(005000000 = 50,000.00, blank = no more): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-THRESH-X
           IF WS-ENTER-THRESH-X IS EQUAL TO SPACES
              MOVE 'Y' TO WS-TIERS-DONE
           ELSE
              DISPLAY "SET: Tier " WS-TIER-I " percent as 4 digits "
                 "(0200 = 2.00%): " WITH NO ADVANCING
              ACCEPT WS-ENTER-PCT-X
              IF WS-ENTER-THRESH-X IS NOT NUMERIC OR
                 WS-ENTER-PCT-X IS NOT NUMERIC
                 DISPLAY "SET: threshold and percent must be "
                    "digits, nothing recorded"
                 MOVE 'Y' TO WS-REFUSED
                 MOVE 'Y' TO WS-TIERS-DONE
              ELSE
                 MOVE WS-ENTER-THRESH TO WET-THRESHOLD(WS-TIER-I)
                 MOVE WS-ENTER-PCT TO WET-PCT(WS-TIER-I)
                 MOVE WS-TIER-I TO WS-TIER-COUNT
              END-IF
           END-IF.

       VALIDATE-AGREEMENT.
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE WS-ENTER-ID TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           EVALUATE TRUE
           WHEN WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
                DISPLAY "SET: no such customer, nothing recorded"
                MOVE 'Y' TO WS-REFUSED
           WHEN WS-ENTER-END IS NOT GREATER THAN WS-ENTER-START
                DISPLAY "SET: end date must follow start date, "
                   "nothing recorded"
                MOVE 'Y' TO WS-REFUSED
           WHEN WS-TIER-COUNT IS EQUAL TO ZERO
                DISPLAY "SET: at least one tier is needed, "
                   "nothing recorded"
                MOVE 'Y' TO WS-REFUSED
           WHEN WS-TIER-COUNT IS GREATER THAN 1 AND
                WET-THRESHOLD(2) IS NOT GREATER THAN
                WET-THRESHOLD(1)
                DISPLAY "SET: thresholds must rise tier by tier, "
                   "nothing recorded"
                MOVE 'Y' TO WS-REFUSED
           WHEN WS-TIER-COUNT IS GREATER THAN 2 AND
                WET-THRESHOLD(3) IS NOT GREATER THAN
                WET-THRESHOLD(2)
                DISPLAY "SET: thresholds must rise tier by tier, "
                   "nothing recorded"
                MOVE 'Y' TO WS-REFUSED
           WHEN OTHER
                PERFORM CHECK-OTHER-AGREEMENTS
           END-EVALUATE.

      *    FINDS THIS AGREEMENT'S SLOT (SAME CUSTOMER AND START) AND
      *    REFUSES A SETTLED ONE OR ONE OVERLAPPING ANOTHER YEAR
       CHECK-OTHER-AGREEMENTS.
           MOVE ZERO TO WS-RA-SLOT
           PERFORM VARYING WS-RA-I FROM 1 BY 1
              UNTIL WS-RA-I > WS-RA-COUNT OR
                 WS-REFUSED IS EQUAL TO 'Y'
                   IF WRA-ID-NUM(WS-RA-I) IS EQUAL TO WS-ENTER-ID
                      IF WRA-START-DATE(WS-RA-I) IS EQUAL TO
                         WS-ENTER-START
                         MOVE WS-RA-I TO WS-RA-SLOT
                         IF WRA-STATUS(WS-RA-I) IS EQUAL TO 'S'
                            DISPLAY "SET: agreement already "
                               "settled, nothing recorded"
                            MOVE 'Y' TO WS-REFUSED
                         END-IF
                      ELSE
                         IF WRA-START-DATE(WS-RA-I) IS NOT GREATER
                            THAN WS-ENTER-END AND
                            WRA-END-DATE(WS-RA-I) IS NOT LESS THAN
                            WS-ENTER-START
                            DISPLAY "SET: overlaps the agreement "
                               "starting " WRA-START-DATE(WS-RA-I)
                               ", nothing recorded"
                            MOVE 'Y' TO WS-REFUSED
                         END-IF
                      END-IF
                   END-IF
           END-PERFORM.

       STORE-AGREEMENT.
           IF WS-RA-SLOT IS EQUAL TO ZERO
              IF WS-RA-COUNT IS EQUAL TO 2000
                 DISPLAY "SET: agreement table is full"
              ELSE
                 ADD 1 TO WS-RA-COUNT
                 MOVE WS-RA-COUNT TO WS-RA-SLOT
              END-IF
           END-IF
           IF WS-RA-SLOT IS GREATER THAN ZERO
              MOVE WS-ENTER-ID TO WRA-ID-NUM(WS-RA-SLOT)
              MOVE WS-ENTER-START TO WRA-START-DATE(WS-RA-SLOT)
              MOVE WS-ENTER-END TO WRA-END-DATE(WS-RA-SLOT)
              PERFORM VARYING WS-TIER-I FROM 1 BY 1
                 UNTIL WS-TIER-I > 3
                      MOVE WET-THRESHOLD(WS-TIER-I) TO
                         WRA-THRESHOLD(WS-RA-SLOT, WS-TIER-I)
                      MOVE WET-PCT(WS-TIER-I) TO
                         WRA-PCT(WS-RA-SLOT, WS-TIER-I)
              END-PERFORM
              MOVE 'O' TO WRA-STATUS(WS-RA-SLOT)
              MOVE ZERO TO WRA-SETTLED-DATE(WS-RA-SLOT)
              MOVE ZERO TO WRA-REBATE-AMT(WS-RA-SLOT)
              PERFORM SAVE-REBATE-TABLE
              DISPLAY "SET: agreement for " WS-ENTER-ID " from "
                 WS-ENTER-START " saved"
           END-IF.

       REMOVE-AGREEMENT.
           DISPLAY " "
           DISPLAY "DEL: Enter Customer ID: " WITH NO ADVANCING
           ACCEPT WS-ENTER-ID
           DISPLAY "DEL: Agreement Start Date (YYYYMMDD): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-START
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-RA-I FROM 1 BY 1
              UNTIL WS-RA-I > WS-RA-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WRA-ID-NUM(WS-RA-I) IS EQUAL TO WS-ENTER-ID AND
                      WRA-START-DATE(WS-RA-I) IS EQUAL TO
                      WS-ENTER-START
                      MOVE 'Y' TO WS-FOUND
                      IF WRA-STATUS(WS-RA-I) IS EQUAL TO 'S'
                         DISPLAY "DEL: agreement already settled, "
                            "not removed"
                         MOVE 'S' TO WS-FOUND
                      ELSE
                         PERFORM SHIFT-AGREEMENTS-DOWN
                      END-IF
                   END-IF
           END-PERFORM
           EVALUATE WS-FOUND
           WHEN 'Y'
                PERFORM SAVE-REBATE-TABLE
                DISPLAY "DEL: agreement removed"
           WHEN 'N'
                DISPLAY "DEL: no such agreement on file"
           END-EVALUATE.

       SHIFT-AGREEMENTS-DOWN.
           PERFORM UNTIL WS-RA-I IS GREATER THAN OR EQUAL TO
              WS-RA-COUNT
                   MOVE WS-RA-ENTRY(WS-RA-I + 1) TO
                      WS-RA-ENTRY(WS-RA-I)
                   ADD 1 TO WS-RA-I
           END-PERFORM
           SUBTRACT 1 FROM WS-RA-COUNT.
