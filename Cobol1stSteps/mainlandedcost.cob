       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINLANDEDCOST.

      *    LANDED COST AGAINST PURCHASE ORDERS. A FREIGHT, DUTY OR
      *    BROKERAGE BILL THAT ARRIVES AFTER THE GOODS IS ENTERED
      *    HERE AGAINST THE PO AND SPREAD BY LANDCOST OVER
      *    EVERYTHING RECEIVED ON IT SO FAR, THE SAME WAY RECEIVING
      *    SPREADS A BILL THAT COMES WITH THE TRUCK. THE LANDED-COST
      *    REGISTER PRINTS landed.dat PER PO FOR THE ACCOUNTANTS:
      *    EVERY BILL, HOW IT WAS SPREAD, WHAT WENT INTO STOCK COST
      *    AND WHAT WAS EXPENSED AGAINST UNITS ALREADY SOLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-HEADER-FILE ASSIGN TO 'pohdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POHDR-STATUS.
           SELECT LANDED-CHARGE-FILE ASSIGN TO 'landed.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LANDED-STATUS.
           SELECT REGISTER-REPORT ASSIGN TO 'landed.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PO-HEADER-FILE.
       01 PO-HEADER.
          02 PH-PO-NUM         PIC 9(6).
          02 FILLER            PIC X.
          02 PH-VENDOR-CODE    PIC X(6).
          02 FILLER            PIC X.
          02 PH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 PH-STATUS         PIC X.

       FD LANDED-CHARGE-FILE.
       01 LANDED-CHARGE-DATA.
          COPY LANDED-CHARGE.

       FD REGISTER-REPORT.
       01 PRINT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-POHDR-STATUS      PIC XX.
       01 WS-LANDED-STATUS     PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-ENTER-PO-NUM      PIC 9(6).
       01 WS-PO-VENDOR         PIC X(6).
       01 WS-PO-STATUS         PIC X.
       01 WS-RECEIPT-DATE      PIC 9(8)  VALUE ZERO.
       01 WS-CHARGES-POSTED    PIC 9(3).
       01 WS-LINES-PRINTED     PIC 9(5).
       01 WS-SWAP              PIC 9(6).
       01 WS-PO-J              PIC 9(4).
      *    SIGNED-ON OPERATOR - POSTING A BILL CHANGES STOCK COST
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.

      *    THE WHOLE landed.dat FILE FOR THE REGISTER, AND THE
      *    DISTINCT PO NUMBERS ON IT IN ASCENDING ORDER
       01 WS-LC-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-LC-TABLE.
          02 WS-LC-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-LC-COUNT.
             03 WLC-RECORD            PIC X(150).
       01 WS-LC-I              PIC 9(4).
       01 WS-PO-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-PO-TABLE.
          02 WS-PO-ENTRY OCCURS 1 TO 1000 TIMES
             DEPENDING ON WS-PO-COUNT.
             03 WPO-PO-NUM            PIC 9(6).
       01 WS-PO-I              PIC 9(4).

      *    REGISTER TOTALS FOR ONE PO AND FOR THE WHOLE REPORT
       01 WS-PO-TOTALS.
          02 WS-PO-FREIGHT        PIC 9(7)V99.
          02 WS-PO-DUTY           PIC 9(7)V99.
          02 WS-PO-BROKERAGE      PIC 9(7)V99.
          02 WS-PO-CAPITALIZED    PIC 9(7)V99.
          02 WS-PO-EXPENSED       PIC 9(7)V99.
       01 WS-GRAND-TOTALS.
          02 WS-GT-FREIGHT        PIC 9(8)V99.
          02 WS-GT-DUTY           PIC 9(8)V99.
          02 WS-GT-BROKERAGE      PIC 9(8)V99.
          02 WS-GT-CAPITALIZED    PIC 9(8)V99.
          02 WS-GT-EXPENSED       PIC 9(8)V99.

      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

       01 REPORT-HEADING.
          02 FILLER             PIC X(33) VALUE
             'LANDED-COST REGISTER             '.
          02 RH-RUN-DATE        PIC 9(8).
       01 PO-HEADING.
          02 FILLER             PIC X(3)  VALUE 'PO '.
          02 PHD-PO-NUM         PIC 9(6).
          02 FILLER             PIC X(10) VALUE '  VENDOR '.
          02 PHD-VENDOR-CODE    PIC X(6).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(9)  VALUE 'DATE'.
          02 FILLER             PIC X(10) VALUE 'CHARGE'.
          02 FILLER             PIC X(11) VALUE 'BILL REF'.
          02 FILLER             PIC X(2)  VALUE 'BY'.
          02 FILLER             PIC X(5)  VALUE ' LINE'.
          02 FILLER             PIC X(11) VALUE ' PRODUCT'.
          02 FILLER             PIC X(6)  VALUE '  RCVD'.
          02 FILLER             PIC X(11) VALUE ' RCVD VALUE'.
          02 FILLER             PIC X(11) VALUE '      SHARE'.
          02 FILLER             PIC X(11) VALUE '  INTO COST'.
          02 FILLER             PIC X(11) VALUE '   EXPENSED'.
          02 FILLER             PIC X(9)  VALUE ' OLD COST'.
          02 FILLER             PIC X(9)  VALUE ' NEW COST'.
       01 REGISTER-LINE.
          02 RGL-DATE           PIC 9(8).
          02 FILLER             PIC X     VALUE SPACE.
          02 RGL-CHARGE         PIC X(9).
          02 FILLER             PIC X     VALUE SPACE.
          02 RGL-REFERENCE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 RGL-BASIS          PIC X.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 RGL-LINE-NUM       PIC 9(3).
          02 FILLER             PIC X     VALUE SPACE.
          02 RGL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 RGL-RECEIVED-QTY   PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 RGL-RECEIVED-VALUE PIC ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 RGL-LINE-AMOUNT    PIC ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 RGL-CAPITALIZED    PIC ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 RGL-EXPENSED       PIC ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 RGL-OLD-COST       PIC Z,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 RGL-NEW-COST       PIC Z,ZZ9.99.
       01 TOTAL-LINE.
          02 TTL-LABEL          PIC X(14).
          02 FILLER             PIC X(9)  VALUE 'FREIGHT '.
          02 TTL-FREIGHT        PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X(7)  VALUE '  DUTY '.
          02 TTL-DUTY           PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X(12) VALUE '  BROKERAGE '.
          02 TTL-BROKERAGE      PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X(12) VALUE '  INTO COST '.
          02 TTL-CAPITALIZED    PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X(11) VALUE '  EXPENSED '.
          02 TTL-EXPENSED       PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Landed Cost"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) Enter a Charge Bill Against a PO"
                   DISPLAY "2) Print the Landed-Cost Register"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM ENTER-CHARGE-BILL
                   WHEN '2'
                        PERFORM PRINT-REGISTER
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           STOP RUN.

      *    A LATER BILL IS SPREAD OVER EVERY RECEIPT ON THE PO SO
      *    FAR - AN OPEN PO WITH NOTHING RECEIVED HAS NOTHING TO
      *    CARRY IT AND LANDCOST SAYS SO
       ENTER-CHARGE-BILL.
           IF OPER-VIEW-ONLY
              DISPLAY 'LANDED: your sign-on is view-only, charges '
                 'need update rights'
           ELSE
              DISPLAY 'LANDED: Enter PO Number: ' WITH NO ADVANCING
              ACCEPT WS-ENTER-PO-NUM
              PERFORM FIND-PO-HEADER
              IF WS-FOUND IS EQUAL TO 'N'
                 DISPLAY 'LANDED: no PO with that number on file'
              ELSE
                 IF WS-PO-STATUS IS EQUAL TO 'O'
                    DISPLAY 'LANDED: nothing has been received on '
                       'PO ' WS-ENTER-PO-NUM ' yet'
                 END-IF
                 IF WS-PO-STATUS IS EQUAL TO 'D'
                    DISPLAY 'LANDED: PO ' WS-ENTER-PO-NUM ' is a '
                       'drop-ship - the vendor delivered to the '
                       'customer, nothing came into stock'
                 END-IF
                 IF WS-PO-STATUS IS NOT EQUAL TO 'O' AND
                    WS-PO-STATUS IS NOT EQUAL TO 'D'
                    MOVE ZERO TO WS-RECEIPT-DATE
                    CALL 'LANDCOST' USING
                       BY REFERENCE WS-ENTER-PO-NUM,
                       BY REFERENCE WS-PO-VENDOR,
                       BY REFERENCE WS-OPERATOR-ID,
                       BY REFERENCE WS-RECEIPT-DATE,
                       BY REFERENCE WS-CHARGES-POSTED
                    END-CALL
                    DISPLAY 'LANDED: ' WS-CHARGES-POSTED
                       ' charge(s) posted against PO '
                       WS-ENTER-PO-NUM
                 END-IF
              END-IF
           END-IF.

       FIND-PO-HEADER.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-HEADER-FILE
           IF WS-POHDR-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y' OR
                 WS-FOUND IS EQUAL TO 'Y'
                      READ PO-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PH-PO-NUM IS EQUAL TO WS-ENTER-PO-NUM
                            MOVE 'Y' TO WS-FOUND
                            MOVE PH-VENDOR-CODE TO WS-PO-VENDOR
                            MOVE PH-STATUS TO WS-PO-STATUS
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PO-HEADER-FILE
           END-IF.

      *    ONE PO, OR EVERY PO ON landed.dat WHEN THE NUMBER IS LEFT
      *    AT ZERO, EACH WITH ITS OWN TOTALS AND A GRAND TOTAL
       PRINT-REGISTER.
           DISPLAY 'LANDED: PO Number (0 = every PO): '
              WITH NO ADVANCING
           ACCEPT WS-ENTER-PO-NUM
           PERFORM LOAD-LANDED-TABLE
           IF WS-PO-COUNT IS EQUAL TO ZERO
              DISPLAY 'LANDED: no landed charges on file for that '
                 'selection'
           ELSE
              INITIALIZE WS-GRAND-TOTALS
              MOVE ZERO TO WS-LINES-PRINTED
              OPEN OUTPUT REGISTER-REPORT
              MOVE FUNCTION CURRENT-DATE(1:8) TO RH-RUN-DATE
              WRITE PRINT-LINE FROM REPORT-HEADING
              PERFORM VARYING WS-PO-I FROM 1 BY 1
                 UNTIL WS-PO-I > WS-PO-COUNT
                      PERFORM PRINT-ONE-PO
              END-PERFORM
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE 'REGISTER TOTAL' TO TTL-LABEL
              MOVE WS-GT-FREIGHT TO TTL-FREIGHT
              MOVE WS-GT-DUTY TO TTL-DUTY
              MOVE WS-GT-BROKERAGE TO TTL-BROKERAGE
              MOVE WS-GT-CAPITALIZED TO TTL-CAPITALIZED
              MOVE WS-GT-EXPENSED TO TTL-EXPENSED
              WRITE PRINT-LINE FROM TOTAL-LINE
              CLOSE REGISTER-REPORT
              MOVE 'MAINLANDCOST' TO WS-SP-PROGRAM
              MOVE 'landed.rpt' TO WS-SP-REPORT-NAME
              MOVE SPACES TO WS-SP-PARAMS
              MOVE WS-ENTER-PO-NUM TO WS-SP-PARAMS
              MOVE WS-OPERATOR-ID TO WS-SP-OPERATOR
              CALL 'RPTSPOOL' USING
                 BY REFERENCE WS-SP-PROGRAM,
                 BY REFERENCE WS-SP-REPORT-NAME,
                 BY REFERENCE WS-SP-PARAMS,
                 BY REFERENCE WS-SP-OPERATOR
              END-CALL
              DISPLAY 'LANDED: ' WS-PO-COUNT ' PO(s), '
                 WS-LINES-PRINTED ' allocation(s) on landed.rpt'
           END-IF.

       LOAD-LANDED-TABLE.
           MOVE ZERO TO WS-LC-COUNT
           MOVE ZERO TO WS-PO-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT LANDED-CHARGE-FILE
           IF WS-LANDED-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ LANDED-CHARGE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-ENTER-PO-NUM IS EQUAL TO ZERO OR
                            LC-PO-NUM IS EQUAL TO WS-ENTER-PO-NUM
                            PERFORM KEEP-LANDED-RECORD
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE LANDED-CHARGE-FILE
           END-IF.

       KEEP-LANDED-RECORD.
           IF WS-LC-COUNT IS EQUAL TO 5000
              DISPLAY 'LANDED: register table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-LC-COUNT
           MOVE LANDED-CHARGE-DATA TO WLC-RECORD(WS-LC-COUNT)
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PO-I FROM 1 BY 1
              UNTIL WS-PO-I > WS-PO-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WPO-PO-NUM(WS-PO-I) IS EQUAL TO LC-PO-NUM
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-PO-COUNT IS EQUAL TO 1000
                 DISPLAY 'LANDED: PO table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PO-COUNT
              MOVE LC-PO-NUM TO WPO-PO-NUM(WS-PO-COUNT)
              MOVE WS-PO-COUNT TO WS-PO-I
              PERFORM SIFT-PO-DOWN
           END-IF.

      *    KEEP THE PO LIST ASCENDING AS NUMBERS ARRIVE
       SIFT-PO-DOWN.
           PERFORM UNTIL WS-PO-I IS LESS THAN 2
                   COMPUTE WS-PO-J = WS-PO-I - 1
                   IF WPO-PO-NUM(WS-PO-I) IS LESS THAN
                      WPO-PO-NUM(WS-PO-J)
                      MOVE WPO-PO-NUM(WS-PO-I) TO WS-SWAP
                      MOVE WPO-PO-NUM(WS-PO-J) TO WPO-PO-NUM(WS-PO-I)
                      MOVE WS-SWAP TO WPO-PO-NUM(WS-PO-J)
                      MOVE WS-PO-J TO WS-PO-I
                   ELSE
                      MOVE 1 TO WS-PO-I
                   END-IF
           END-PERFORM.

       PRINT-ONE-PO.
           INITIALIZE WS-PO-TOTALS
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-LC-I FROM 1 BY 1
              UNTIL WS-LC-I > WS-LC-COUNT
                   MOVE WLC-RECORD(WS-LC-I) TO LANDED-CHARGE-DATA
                   IF LC-PO-NUM IS EQUAL TO WPO-PO-NUM(WS-PO-I)
                      IF WS-FOUND IS EQUAL TO 'N'
                         MOVE 'Y' TO WS-FOUND
                         MOVE SPACES TO PRINT-LINE
                         WRITE PRINT-LINE
                         MOVE LC-PO-NUM TO PHD-PO-NUM
                         MOVE LC-VENDOR-CODE TO PHD-VENDOR-CODE
                         WRITE PRINT-LINE FROM PO-HEADING
                         WRITE PRINT-LINE FROM COLUMN-HEADS
                      END-IF
                      PERFORM PRINT-ONE-ALLOCATION
                   END-IF
           END-PERFORM
           MOVE 'PO TOTAL' TO TTL-LABEL
           MOVE WS-PO-FREIGHT TO TTL-FREIGHT
           MOVE WS-PO-DUTY TO TTL-DUTY
           MOVE WS-PO-BROKERAGE TO TTL-BROKERAGE
           MOVE WS-PO-CAPITALIZED TO TTL-CAPITALIZED
           MOVE WS-PO-EXPENSED TO TTL-EXPENSED
           WRITE PRINT-LINE FROM TOTAL-LINE
           ADD WS-PO-FREIGHT TO WS-GT-FREIGHT
           ADD WS-PO-DUTY TO WS-GT-DUTY
           ADD WS-PO-BROKERAGE TO WS-GT-BROKERAGE
           ADD WS-PO-CAPITALIZED TO WS-GT-CAPITALIZED
           ADD WS-PO-EXPENSED TO WS-GT-EXPENSED.

       PRINT-ONE-ALLOCATION.
           MOVE LC-DATE TO RGL-DATE
           EVALUATE TRUE
           WHEN LC-FREIGHT
                MOVE 'FREIGHT' TO RGL-CHARGE
                ADD LC-LINE-AMOUNT TO WS-PO-FREIGHT
           WHEN LC-DUTY
                MOVE 'DUTY' TO RGL-CHARGE
                ADD LC-LINE-AMOUNT TO WS-PO-DUTY
           WHEN OTHER
                MOVE 'BROKERAGE' TO RGL-CHARGE
                ADD LC-LINE-AMOUNT TO WS-PO-BROKERAGE
           END-EVALUATE
           ADD LC-CAPITALIZED TO WS-PO-CAPITALIZED
           ADD LC-EXPENSED TO WS-PO-EXPENSED
           MOVE LC-REFERENCE TO RGL-REFERENCE
           MOVE LC-BASIS TO RGL-BASIS
           MOVE LC-LINE-NUM TO RGL-LINE-NUM
           MOVE LC-PROD-CODE TO RGL-PROD-CODE
           MOVE LC-RECEIVED-QTY TO RGL-RECEIVED-QTY
           MOVE LC-RECEIVED-VALUE TO RGL-RECEIVED-VALUE
           MOVE LC-LINE-AMOUNT TO RGL-LINE-AMOUNT
           MOVE LC-CAPITALIZED TO RGL-CAPITALIZED
           MOVE LC-EXPENSED TO RGL-EXPENSED
           MOVE LC-OLD-COST TO RGL-OLD-COST
           MOVE LC-NEW-COST TO RGL-NEW-COST
           WRITE PRINT-LINE FROM REGISTER-LINE
           ADD 1 TO WS-LINES-PRINTED.
