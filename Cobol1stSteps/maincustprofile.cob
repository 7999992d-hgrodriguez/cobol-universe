       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINCUSTPROFILE.

      *    MAINTENANCE SCREEN OVER THE custprof.dat CUSTOMER ACCOUNT
      *    PROFILE - THE RECEIVABLES SETTINGS KEPT BESIDE THE
      *    customers.txt MASTER, ONE ROW PER CUSTOMER THAT HAS ANY.
      *    TODAY THAT IS THE PAYMENT TERMS CODE, CHECKED AGAINST
      *    terms.dat SO A CUSTOMER CAN ONLY BE GIVEN TERMS THAT
      *    EXIST, THE FINANCE-CHARGE EXEMPTION FLAG, THE E-MAIL
      *    NOTIFICATION OPT-OUT, THE AGREEMENT TO TAKE PRODUCT
      *    SUBSTITUTES ON A SHORT BATCH ORDER, THE BILL-TO PARENT
      *    ACCOUNT THAT PAYS FOR A CHAIN STORE AND THE BILLING
      *    CURRENCY (WHICH MUST HAVE A RATE ON fxrate.dat AND MAY
      *    ONLY CHANGE WHILE NOTHING IS OPEN ON aropen.dat, SO NO
      *    INVOICE IS EVER PAID IN A CURRENCY IT WAS NOT BILLED
      *    IN). SAME WHOLE-FILE-IN-
      *    A-TABLE SHAPE AS THE TAX EXEMPTION SCREEN; CHANGES NEED AN
      *    UPDATE SIGN-ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO 'custprof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
           SELECT TERMS-FILE ASSIGN TO 'terms.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERMS-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO 'aropen.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AROPEN-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
       01 PROFILE-DATA.
          COPY CUSTOMER-PROFILE.

       FD TERMS-FILE.
       01 TERMS-DATA.
          COPY TERMS-CODE.

       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          COPY AR-OPEN-ITEM.

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
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-TERMS-STATUS      PIC XX.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-EOF               PIC X.
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TERMS-OK          PIC X.
       01 WS-ENTER-ID          PIC 9(5).
       01 WS-ENTER-TERMS       PIC X(10).
       01 WS-ENTER-FLAG        PIC X.
       01 WS-ENTER-PARENT      PIC 9(5).
       01 WS-PARENT-OK         PIC X.
       01 WS-ENTER-CURRENCY    PIC X(3).
       01 WS-CURRENCY-OK       PIC X.
       01 WS-OPEN-ITEMS        PIC 9(5).
      *    FXRATE ANSWER FOR THE CURRENCY BEING SET
       01 WS-RATE-ID           PIC 9(5)  VALUE ZERO.
       01 WS-TODAY             PIC 9(8).
       01 WS-FX-RATE           PIC 9(3)V9(6).
       01 WS-FX-FOREIGN        PIC X.
      *    SIGNED-ON OPERATOR - CHANGING A PROFILE NEEDS UPDATE
      *    RIGHTS, LISTING DOES NOT
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.

       01 WS-PROF-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-PROF-TABLE.
          02 WS-PROF-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PROF-COUNT.
             03 WP-ID-NUM             PIC 9(5).
             03 WP-TERMS-CODE         PIC X(10).
             03 WP-FINCHG-EXEMPT      PIC X.
             03 WP-NOTIFY-OPTOUT      PIC X.
             03 WP-SUBST-OK           PIC X.
             03 WP-PARENT-ID          PIC 9(5).
             03 WP-CURRENCY           PIC X(3).
       01 WS-PROF-I            PIC 9(4).
       01 WS-PROF-J            PIC 9(4).

       01 WS-TERMS-COUNT       PIC 9(3)  VALUE ZERO.
       01 WS-TERMS-TABLE.
          02 WS-TERMS-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-TERMS-COUNT.
             03 WT-CODE               PIC X(10).
             03 WT-DESC               PIC X(20).
       01 WS-TERMS-I           PIC 9(3).

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
           OPEN INPUT CUSTOMER-FILE.
           PERFORM LOAD-PROFILE-TABLE.
           PERFORM LOAD-TERMS-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Customer Account Profile Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Profiles"
                   DISPLAY "2) Set Payment Terms"
                   DISPLAY "3) Remove a Profile"
                   DISPLAY "4) Set Finance Charge Exemption"
                   DISPLAY "5) Set E-mail Notification Opt-Out"
                   DISPLAY "6) Set Substitution Agreement"
                   DISPLAY "7) Set Parent Account"
                   DISPLAY "8) Set Billing Currency"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-PROFILES
                   WHEN '2'
                        PERFORM SET-PAYMENT-TERMS
                   WHEN '3'
                        PERFORM REMOVE-PROFILE
                   WHEN '4'
                        PERFORM SET-FINCHG-EXEMPT
                   WHEN '5'
                        PERFORM SET-NOTIFY-OPTOUT
                   WHEN '6'
                        PERFORM SET-SUBST-OK
                   WHEN '7'
                        PERFORM SET-PARENT-ACCOUNT
                   WHEN '8'
                        PERFORM SET-BILLING-CURRENCY
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           CLOSE CUSTOMER-FILE.
           STOP RUN.

       LOAD-PROFILE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-PROF-COUNT
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'PROFILE: custprof.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROFILE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-PROF-COUNT IS EQUAL TO 5000
                            DISPLAY 'PROFILE: profile table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-PROF-COUNT
                         MOVE CP-ID-NUM TO WP-ID-NUM(WS-PROF-COUNT)
                         MOVE CP-TERMS-CODE TO
                            WP-TERMS-CODE(WS-PROF-COUNT)
                         MOVE CP-FINCHG-EXEMPT TO
                            WP-FINCHG-EXEMPT(WS-PROF-COUNT)
                         MOVE CP-NOTIFY-OPTOUT TO
                            WP-NOTIFY-OPTOUT(WS-PROF-COUNT)
                         MOVE CP-SUBST-OK TO
                            WP-SUBST-OK(WS-PROF-COUNT)
      *                  ROWS FROM BEFORE PARENT ACCOUNTS END SHORT
                         IF CP-PARENT-ID IS NUMERIC
                            MOVE CP-PARENT-ID TO
                               WP-PARENT-ID(WS-PROF-COUNT)
                         ELSE
                            MOVE ZERO TO WP-PARENT-ID(WS-PROF-COUNT)
                         END-IF
                         IF CP-CURRENCY-CODE IS ALPHABETIC
                            MOVE CP-CURRENCY-CODE TO
                               WP-CURRENCY(WS-PROF-COUNT)
                         ELSE
                            MOVE SPACES TO WP-CURRENCY(WS-PROF-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       SAVE-PROFILE-TABLE.
           OPEN OUTPUT PROFILE-FILE
           PERFORM VARYING WS-PROF-I FROM 1 BY 1
              UNTIL WS-PROF-I > WS-PROF-COUNT
                   MOVE SPACES TO PROFILE-DATA
                   MOVE WP-ID-NUM(WS-PROF-I) TO CP-ID-NUM
                   MOVE WP-TERMS-CODE(WS-PROF-I) TO CP-TERMS-CODE
                   MOVE WP-FINCHG-EXEMPT(WS-PROF-I) TO
                      CP-FINCHG-EXEMPT
                   MOVE WP-NOTIFY-OPTOUT(WS-PROF-I) TO
                      CP-NOTIFY-OPTOUT
                   MOVE WP-SUBST-OK(WS-PROF-I) TO CP-SUBST-OK
                   MOVE WP-PARENT-ID(WS-PROF-I) TO CP-PARENT-ID
                   MOVE WP-CURRENCY(WS-PROF-I) TO CP-CURRENCY-CODE
                   WRITE PROFILE-DATA
           END-PERFORM
           CLOSE PROFILE-FILE.

       LOAD-TERMS-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-TERMS-COUNT
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'PROFILE: terms.dat not found - set up the '
                 'terms codes with MAINTERMSMAINT first'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ TERMS-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-TERMS-COUNT IS LESS THAN 100
                            ADD 1 TO WS-TERMS-COUNT
                            MOVE TM-CODE TO WT-CODE(WS-TERMS-COUNT)
                            MOVE TM-DESC TO WT-DESC(WS-TERMS-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE TERMS-FILE
           END-IF.

       LIST-PROFILES.
           DISPLAY " "
           IF WS-PROF-COUNT IS EQUAL TO ZERO
              DISPLAY "PROFILE: no profiles on file"
           ELSE
              DISPLAY "ID    TERMS      FIN-EXEMPT  NO-EMAIL  "
                 "SUBST-OK  PARENT CUR"
              PERFORM VARYING WS-PROF-I FROM 1 BY 1
                 UNTIL WS-PROF-I > WS-PROF-COUNT
                      DISPLAY WP-ID-NUM(WS-PROF-I) " "
                         WP-TERMS-CODE(WS-PROF-I) " "
                         WP-FINCHG-EXEMPT(WS-PROF-I) "           "
                         WP-NOTIFY-OPTOUT(WS-PROF-I) "         "
                         WP-SUBST-OK(WS-PROF-I) "         "
                         WP-PARENT-ID(WS-PROF-I) "  "
                         WP-CURRENCY(WS-PROF-I)
              END-PERFORM
           END-IF.

      *    FINDS (OR ADDS) THE CUSTOMER'S ROW - LEFT IN WS-PROF-I,
      *    WS-FOUND 'N' WHEN THE TABLE HAD NO ROOM
       FIND-OR-ADD-PROFILE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PROF-I FROM 1 BY 1
              UNTIL WS-PROF-I > WS-PROF-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WP-ID-NUM(WS-PROF-I) IS EQUAL TO WS-ENTER-ID
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-PROF-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-PROF-COUNT IS EQUAL TO 5000
                 DISPLAY "SET: profile table is full"
              ELSE
                 ADD 1 TO WS-PROF-COUNT
                 MOVE WS-PROF-COUNT TO WS-PROF-I
                 MOVE SPACES TO WS-PROF-ENTRY(WS-PROF-I)
                 MOVE WS-ENTER-ID TO WP-ID-NUM(WS-PROF-I)
                 MOVE ZERO TO WP-PARENT-ID(WS-PROF-I)
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-IF.

       ENTER-PROFILE-CUSTOMER.
           DISPLAY " "
           DISPLAY "SET: Enter Customer ID: " WITH NO ADVANCING
           ACCEPT WS-ENTER-ID
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE WS-ENTER-ID TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
              DISPLAY "SET: Customer with this ID does not exist"
           END-IF.

       SET-PAYMENT-TERMS.
           IF OPER-VIEW-ONLY
              DISPLAY "SET: your sign-on is view-only"
           ELSE
              PERFORM ENTER-PROFILE-CUSTOMER
              IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
                 PERFORM VARYING WS-TERMS-I FROM 1 BY 1
                    UNTIL WS-TERMS-I > WS-TERMS-COUNT
                         DISPLAY "SET:   " WT-CODE(WS-TERMS-I) " "
                            WT-DESC(WS-TERMS-I)
                 END-PERFORM
                 DISPLAY "SET: Terms Code (blank = due on invoice "
                    "date): " WITH NO ADVANCING
                 ACCEPT WS-ENTER-TERMS
                 MOVE FUNCTION UPPER-CASE(WS-ENTER-TERMS)
                    TO WS-ENTER-TERMS
                 PERFORM CHECK-TERMS-CODE
                 IF WS-TERMS-OK IS EQUAL TO 'N'
                    DISPLAY "SET: no such terms code on terms.dat"
                 ELSE
                    PERFORM FIND-OR-ADD-PROFILE
                    IF WS-FOUND IS EQUAL TO 'Y'
                       MOVE WS-ENTER-TERMS TO
                          WP-TERMS-CODE(WS-PROF-I)
                       PERFORM SAVE-PROFILE-TABLE
                       DISPLAY "SET: terms saved for customer "
                          WS-ENTER-ID
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECK-TERMS-CODE.
           MOVE 'N' TO WS-TERMS-OK
           IF WS-ENTER-TERMS IS EQUAL TO SPACES
              MOVE 'Y' TO WS-TERMS-OK
           END-IF
           PERFORM VARYING WS-TERMS-I FROM 1 BY 1
              UNTIL WS-TERMS-I > WS-TERMS-COUNT
                   IF WT-CODE(WS-TERMS-I) IS EQUAL TO WS-ENTER-TERMS
                      MOVE 'Y' TO WS-TERMS-OK
                   END-IF
           END-PERFORM.

      *    AN EXEMPT CUSTOMER IS PASSED OVER BY THE MONTH-END
      *    FINANCE CHARGE RUN - GOVERNMENT ACCOUNTS AND ANYONE SALES
      *    HAS NEGOTIATED IT AWAY FOR
       SET-FINCHG-EXEMPT.
           IF OPER-VIEW-ONLY
              DISPLAY "SET: your sign-on is view-only"
           ELSE
              PERFORM ENTER-PROFILE-CUSTOMER
              IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
                 DISPLAY "SET: Exempt from finance charges (Y/N): "
                    WITH NO ADVANCING
                 ACCEPT WS-ENTER-FLAG
                 MOVE FUNCTION UPPER-CASE(WS-ENTER-FLAG)
                    TO WS-ENTER-FLAG
                 IF WS-ENTER-FLAG IS NOT EQUAL TO 'Y' AND
                    WS-ENTER-FLAG IS NOT EQUAL TO 'N'
                    DISPLAY "SET: answer Y or N"
                 ELSE
                    PERFORM FIND-OR-ADD-PROFILE
                    IF WS-FOUND IS EQUAL TO 'Y'
                       MOVE WS-ENTER-FLAG TO
                          WP-FINCHG-EXEMPT(WS-PROF-I)
                       PERFORM SAVE-PROFILE-TABLE
                       DISPLAY "SET: exemption saved for customer "
                          WS-ENTER-ID
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    AN OPTED-OUT CUSTOMER GETS NO ORDER OR STATEMENT E-MAILS -
      *    CUSTNOTIFY PUTS THEIR EVENTS ON THE PHONE-CALL LIST
       SET-NOTIFY-OPTOUT.
           IF OPER-VIEW-ONLY
              DISPLAY "SET: your sign-on is view-only"
           ELSE
              PERFORM ENTER-PROFILE-CUSTOMER
              IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
                 DISPLAY "SET: Opt out of e-mail notifications (Y/N): "
                    WITH NO ADVANCING
                 ACCEPT WS-ENTER-FLAG
                 MOVE FUNCTION UPPER-CASE(WS-ENTER-FLAG)
                    TO WS-ENTER-FLAG
                 IF WS-ENTER-FLAG IS NOT EQUAL TO 'Y' AND
                    WS-ENTER-FLAG IS NOT EQUAL TO 'N'
                    DISPLAY "SET: answer Y or N"
                 ELSE
                    PERFORM FIND-OR-ADD-PROFILE
                    IF WS-FOUND IS EQUAL TO 'Y'
                       MOVE WS-ENTER-FLAG TO
                          WP-NOTIFY-OPTOUT(WS-PROF-I)
                       PERFORM SAVE-PROFILE-TABLE
                       DISPLAY "SET: opt-out saved for customer "
                          WS-ENTER-ID
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    A CUSTOMER WHO AGREES TO SUBSTITUTION HAS A SHORT ITEM ON
      *    AN OVERNIGHT BATCH ORDER FILLED WITH ITS FIRST IN-STOCK
      *    ALTERNATE FROM subst.dat INSTEAD OF THE ROW BEING REJECTED
       SET-SUBST-OK.
           IF OPER-VIEW-ONLY
              DISPLAY "SET: your sign-on is view-only"
           ELSE
              PERFORM ENTER-PROFILE-CUSTOMER
              IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
                 DISPLAY "SET: Accept substitutes on short items "
                    "(Y/N): " WITH NO ADVANCING
                 ACCEPT WS-ENTER-FLAG
                 MOVE FUNCTION UPPER-CASE(WS-ENTER-FLAG)
                    TO WS-ENTER-FLAG
                 IF WS-ENTER-FLAG IS NOT EQUAL TO 'Y' AND
                    WS-ENTER-FLAG IS NOT EQUAL TO 'N'
                    DISPLAY "SET: answer Y or N"
                 ELSE
                    PERFORM FIND-OR-ADD-PROFILE
                    IF WS-FOUND IS EQUAL TO 'Y'
                       MOVE WS-ENTER-FLAG TO
                          WP-SUBST-OK(WS-PROF-I)
                       PERFORM SAVE-PROFILE-TABLE
                       DISPLAY "SET: substitution agreement saved "
                          "for customer " WS-ENTER-ID
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    A CHAIN STORE BILLED TO ITS HEAD OFFICE. THE HIERARCHY IS
      *    ONE LEVEL DEEP: THE PARENT MUST EXIST, MAY NOT ITSELF
      *    HAVE A PARENT, AND A CUSTOMER THAT IS ALREADY SOMEONE'S
      *    PARENT CANNOT BE GIVEN ONE. ZERO TAKES THE LINK OFF
       SET-PARENT-ACCOUNT.
           IF OPER-VIEW-ONLY
              DISPLAY "SET: your sign-on is view-only"
           ELSE
              PERFORM ENTER-PROFILE-CUSTOMER
              IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
                 DISPLAY "SET: Parent Account ID (0 = none): "
                    WITH NO ADVANCING
                 ACCEPT WS-ENTER-PARENT
                 PERFORM CHECK-PARENT-ACCOUNT
                 IF WS-PARENT-OK IS EQUAL TO 'Y'
                    PERFORM FIND-OR-ADD-PROFILE
                    IF WS-FOUND IS EQUAL TO 'Y'
                       MOVE WS-ENTER-PARENT TO
                          WP-PARENT-ID(WS-PROF-I)
                       PERFORM SAVE-PROFILE-TABLE
                       DISPLAY "SET: parent account saved for "
                          "customer " WS-ENTER-ID
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECK-PARENT-ACCOUNT.
           MOVE 'Y' TO WS-PARENT-OK
           IF WS-ENTER-PARENT IS GREATER THAN ZERO
              EVALUATE TRUE
              WHEN WS-ENTER-PARENT IS EQUAL TO WS-ENTER-ID
                   DISPLAY "SET: a customer cannot be its own parent"
                   MOVE 'N' TO WS-PARENT-OK
              WHEN OTHER
                   MOVE WS-ENTER-PARENT TO ID-NUM
                   READ CUSTOMER-FILE
                   INVALID KEY
                           DISPLAY "SET: parent account does not "
                              "exist"
                           MOVE 'N' TO WS-PARENT-OK
                   END-READ
              END-EVALUATE
              PERFORM VARYING WS-PROF-J FROM 1 BY 1
                 UNTIL WS-PROF-J > WS-PROF-COUNT OR
                    WS-PARENT-OK IS EQUAL TO 'N'
                      IF WP-ID-NUM(WS-PROF-J) IS EQUAL TO
                         WS-ENTER-PARENT AND
                         WP-PARENT-ID(WS-PROF-J) IS GREATER THAN ZERO
                         DISPLAY "SET: " WS-ENTER-PARENT " is "
                            "itself billed to "
                            WP-PARENT-ID(WS-PROF-J)
                         MOVE 'N' TO WS-PARENT-OK
                      END-IF
                      IF WP-PARENT-ID(WS-PROF-J) IS EQUAL TO
                         WS-ENTER-ID
                         DISPLAY "SET: " WS-ENTER-ID " is already "
                            "parent of " WP-ID-NUM(WS-PROF-J)
                         MOVE 'N' TO WS-PARENT-OK
                      END-IF
              END-PERFORM
           END-IF.

      *    A CUSTOMER BILLED IN ITS OWN CURRENCY IS PRICED, INVOICED
      *    AND PAYS IN IT. THE CODE MUST HAVE A RATE IN FORCE TODAY,
      *    AND IT MAY NOT CHANGE UNDER OPEN ITEMS BILLED IN THE OLD
      *    ONE. BLANK (OR USD) PUTS THE CUSTOMER BACK ON THE BASE
       SET-BILLING-CURRENCY.
           IF OPER-VIEW-ONLY
              DISPLAY "SET: your sign-on is view-only"
           ELSE
              PERFORM ENTER-PROFILE-CUSTOMER
              IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
                 DISPLAY "SET: Billing Currency (blank = USD): "
                    WITH NO ADVANCING
                 ACCEPT WS-ENTER-CURRENCY
                 MOVE FUNCTION UPPER-CASE(WS-ENTER-CURRENCY)
                    TO WS-ENTER-CURRENCY
                 PERFORM CHECK-BILLING-CURRENCY
                 IF WS-CURRENCY-OK IS EQUAL TO 'Y'
                    PERFORM FIND-OR-ADD-PROFILE
                    IF WS-FOUND IS EQUAL TO 'Y'
                       MOVE WS-ENTER-CURRENCY TO
                          WP-CURRENCY(WS-PROF-I)
                       PERFORM SAVE-PROFILE-TABLE
                       DISPLAY "SET: billing currency saved for "
                          "customer " WS-ENTER-ID
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECK-BILLING-CURRENCY.
           MOVE 'Y' TO WS-CURRENCY-OK
           IF WS-ENTER-CURRENCY IS EQUAL TO 'USD'
              MOVE SPACES TO WS-ENTER-CURRENCY
           END-IF
           IF WS-ENTER-CURRENCY IS NOT EQUAL TO SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              CALL 'FXRATE' USING WS-RATE-ID WS-TODAY
                 WS-ENTER-CURRENCY WS-FX-RATE WS-FX-FOREIGN
              IF WS-FX-RATE IS EQUAL TO ZERO
                 DISPLAY "SET: no rate on fxrate.dat for "
                    WS-ENTER-CURRENCY " - set one with "
                    "MAINFXRATEMAINT first"
                 MOVE 'N' TO WS-CURRENCY-OK
              END-IF
           END-IF
           IF WS-CURRENCY-OK IS EQUAL TO 'Y'
              PERFORM COUNT-OPEN-ITEMS
              IF WS-OPEN-ITEMS IS GREATER THAN ZERO
                 DISPLAY "SET: customer has " WS-OPEN-ITEMS
                    " open items on aropen.dat - settle them "
                    "before changing currency"
                 MOVE 'N' TO WS-CURRENCY-OK
              END-IF
           END-IF.

       COUNT-OPEN-ITEMS.
           MOVE ZERO TO WS-OPEN-ITEMS
           MOVE 'N' TO WS-EOF
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ AR-OPEN-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF AO-ID-NUM IS EQUAL TO WS-ENTER-ID AND
                            AO-STATUS IS EQUAL TO 'O'
                            ADD 1 TO WS-OPEN-ITEMS
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE AR-OPEN-FILE
           END-IF.

       REMOVE-PROFILE.
           IF OPER-VIEW-ONLY
              DISPLAY "DEL: your sign-on is view-only"
           ELSE
              DISPLAY " "
              DISPLAY "DEL: Enter Customer ID: " WITH NO ADVANCING
              ACCEPT WS-ENTER-ID
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-PROF-I FROM 1 BY 1
                 UNTIL WS-PROF-I > WS-PROF-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WP-ID-NUM(WS-PROF-I) IS EQUAL TO
                         WS-ENTER-ID
                         MOVE 'Y' TO WS-FOUND
                         PERFORM SHIFT-PROFILES-DOWN
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'Y'
                 PERFORM SAVE-PROFILE-TABLE
                 DISPLAY "DEL: profile removed - the customer "
                    "takes every default again"
              ELSE
                 DISPLAY "DEL: no profile on file for that customer"
              END-IF
           END-IF.

       SHIFT-PROFILES-DOWN.
           PERFORM UNTIL WS-PROF-I IS GREATER THAN OR EQUAL TO
              WS-PROF-COUNT
                   MOVE WS-PROF-ENTRY(WS-PROF-I + 1) TO
                      WS-PROF-ENTRY(WS-PROF-I)
                   ADD 1 TO WS-PROF-I
           END-PERFORM
           SUBTRACT 1 FROM WS-PROF-COUNT.
