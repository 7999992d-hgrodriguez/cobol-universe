       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINARDISPUTE.

      *    MAINTENANCE SCREEN OVER THE ardispute.dat FILE OF
      *    INVOICES THE CUSTOMER HAS QUERIED. AN INVOICE CAN ONLY BE
      *    PUT IN DISPUTE WHILE IT IS STILL OPEN ON aropen.dat; WHILE
      *    THE ROW EXISTS THE MONTH-END FINANCE CHARGE RUN LEAVES THE
      *    INVOICE ALONE. RESOLVING THE DISPUTE DELETES THE ROW.
      *    SAME WHOLE-FILE-IN-A-TABLE SHAPE AS THE PROFILE SCREEN;
      *    CHANGES NEED AN UPDATE SIGN-ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO 'ardispute.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AROPEN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-FILE.
       01 DISPUTE-DATA.
          COPY AR-DISPUTE.

       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          COPY AR-OPEN-ITEM.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-DISPUTE-STATUS    PIC XX.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-ENTER-INVOICE     PIC 9(6).
       01 WS-ENTER-REASON      PIC X(30).
       01 WS-INVOICE-ID        PIC 9(5).
       01 WS-INVOICE-OPEN      PIC X.
      *    SIGNED-ON OPERATOR - OPENING OR RESOLVING A DISPUTE NEEDS
      *    UPDATE RIGHTS, LISTING DOES NOT
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.

       01 WS-DISP-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-DISP-TABLE.
          02 WS-DISP-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-DISP-COUNT.
             03 WD-INVOICE-NUM        PIC 9(6).
             03 WD-ID-NUM             PIC 9(5).
             03 WD-DATE               PIC 9(8).
             03 WD-REASON             PIC X(30).
       01 WS-DISP-I            PIC 9(4).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-DISPUTE-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Disputed Invoice Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Open Disputes"
                   DISPLAY "2) Open a Dispute"
                   DISPLAY "3) Resolve a Dispute"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-DISPUTES
                   WHEN '2'
                        PERFORM OPEN-DISPUTE
                   WHEN '3'
                        PERFORM RESOLVE-DISPUTE
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-DISPUTE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-DISP-COUNT
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'DISPUTE: ardispute.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DISPUTE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-DISP-COUNT IS EQUAL TO 2000
                            DISPLAY 'DISPUTE: dispute table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-DISP-COUNT
                         MOVE AD-INVOICE-NUM TO
                            WD-INVOICE-NUM(WS-DISP-COUNT)
                         MOVE AD-ID-NUM TO WD-ID-NUM(WS-DISP-COUNT)
                         MOVE AD-DATE TO WD-DATE(WS-DISP-COUNT)
                         MOVE AD-REASON TO WD-REASON(WS-DISP-COUNT)
                      END-READ
              END-PERFORM
              CLOSE DISPUTE-FILE
           END-IF.

       SAVE-DISPUTE-TABLE.
           OPEN OUTPUT DISPUTE-FILE
           PERFORM VARYING WS-DISP-I FROM 1 BY 1
              UNTIL WS-DISP-I > WS-DISP-COUNT
                   MOVE SPACES TO DISPUTE-DATA
                   MOVE WD-INVOICE-NUM(WS-DISP-I) TO AD-INVOICE-NUM
                   MOVE WD-ID-NUM(WS-DISP-I) TO AD-ID-NUM
                   MOVE WD-DATE(WS-DISP-I) TO AD-DATE
                   MOVE WD-REASON(WS-DISP-I) TO AD-REASON
                   WRITE DISPUTE-DATA
           END-PERFORM
           CLOSE DISPUTE-FILE.

       LIST-DISPUTES.
           DISPLAY " "
           IF WS-DISP-COUNT IS EQUAL TO ZERO
              DISPLAY "DISPUTE: no open disputes"
           ELSE
              DISPLAY "INVOICE ID    OPENED   REASON"
              PERFORM VARYING WS-DISP-I FROM 1 BY 1
                 UNTIL WS-DISP-I > WS-DISP-COUNT
                      DISPLAY WD-INVOICE-NUM(WS-DISP-I) "  "
                         WD-ID-NUM(WS-DISP-I) " "
                         WD-DATE(WS-DISP-I) " "
                         WD-REASON(WS-DISP-I)
              END-PERFORM
           END-IF.

       FIND-DISPUTE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-DISP-I FROM 1 BY 1
              UNTIL WS-DISP-I > WS-DISP-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WD-INVOICE-NUM(WS-DISP-I) IS EQUAL TO
                      WS-ENTER-INVOICE
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-DISP-I
                   END-IF
           END-PERFORM.

      *    ONLY AN INVOICE STILL OPEN FOR MONEY ON THE SUBLEDGER CAN
      *    BE DISPUTED - THE CUSTOMER ID COMES FROM THE ITEM ITSELF
       CHECK-INVOICE-OPEN.
           MOVE 'N' TO WS-INVOICE-OPEN
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF AO-INVOICE-NUM IS EQUAL TO
                            WS-ENTER-INVOICE AND
                            AO-ITEM-TYPE IS EQUAL TO 'INV' AND
                            AO-STATUS IS EQUAL TO 'O'
                            MOVE 'Y' TO WS-INVOICE-OPEN
                            MOVE AO-ID-NUM TO WS-INVOICE-ID
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE AR-OPEN-FILE
           END-IF.

       OPEN-DISPUTE.
           IF OPER-VIEW-ONLY
              DISPLAY "OPEN: your sign-on is view-only"
           ELSE
              DISPLAY " "
              DISPLAY "OPEN: Enter Invoice Number: " WITH NO ADVANCING
              ACCEPT WS-ENTER-INVOICE
              PERFORM FIND-DISPUTE
              IF WS-FOUND IS EQUAL TO 'Y'
                 DISPLAY "OPEN: invoice is already in dispute since "
                    WD-DATE(WS-DISP-I)
              ELSE
                 PERFORM CHECK-INVOICE-OPEN
                 IF WS-INVOICE-OPEN IS EQUAL TO 'N'
                    DISPLAY "OPEN: no open invoice with that number "
                       "on aropen.dat"
                 ELSE
                    IF WS-DISP-COUNT IS EQUAL TO 2000
                       DISPLAY "OPEN: dispute table is full"
                    ELSE
                       DISPLAY "OPEN: Reason: " WITH NO ADVANCING
                       ACCEPT WS-ENTER-REASON
                       ADD 1 TO WS-DISP-COUNT
                       MOVE WS-ENTER-INVOICE TO
                          WD-INVOICE-NUM(WS-DISP-COUNT)
                       MOVE WS-INVOICE-ID TO WD-ID-NUM(WS-DISP-COUNT)
                       MOVE WS-TODAY TO WD-DATE(WS-DISP-COUNT)
                       MOVE WS-ENTER-REASON TO
                          WD-REASON(WS-DISP-COUNT)
                       PERFORM SAVE-DISPUTE-TABLE
                       DISPLAY "OPEN: invoice " WS-ENTER-INVOICE
                          " of customer " WS-INVOICE-ID
                          " is now in dispute"
                    END-IF
                 END-IF
              END-IF
           END-IF.

       RESOLVE-DISPUTE.
           IF OPER-VIEW-ONLY
              DISPLAY "RESOLVE: your sign-on is view-only"
           ELSE
              DISPLAY " "
              DISPLAY "RESOLVE: Enter Invoice Number: "
                 WITH NO ADVANCING
              ACCEPT WS-ENTER-INVOICE
              PERFORM FIND-DISPUTE
              IF WS-FOUND IS EQUAL TO 'N'
                 DISPLAY "RESOLVE: that invoice is not in dispute"
              ELSE
                 PERFORM SHIFT-DISPUTES-DOWN
                 PERFORM SAVE-DISPUTE-TABLE
                 DISPLAY "RESOLVE: dispute closed - the invoice is "
                    "chased normally again"
              END-IF
           END-IF.

       SHIFT-DISPUTES-DOWN.
           PERFORM UNTIL WS-DISP-I IS GREATER THAN OR EQUAL TO
              WS-DISP-COUNT
                   MOVE WS-DISP-ENTRY(WS-DISP-I + 1) TO
                      WS-DISP-ENTRY(WS-DISP-I)
                   ADD 1 TO WS-DISP-I
           END-PERFORM
           SUBTRACT 1 FROM WS-DISP-COUNT.
