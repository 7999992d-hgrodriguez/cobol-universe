       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINQUOTAMAINT.

      *    MAINTENANCE SCREEN OVER THE quota.dat SALES QUOTA FILE -
      *    ONE AMOUNT PER SALESPERSON, PRODUCT CATEGORY AND MONTH,
      *    WHICH THE MAINQUOTAREPORT ATTAINMENT RUN MEASURES NET
      *    SALES AGAINST. THE SALESPERSON MUST BE ON salesper.dat
      *    AND THE CATEGORY ON category.dat. OPTION 4 LOADS A YEAR
      *    OF QUOTAS FROM THE FINANCE BUDGET FILE budget.ctl (CODE,
      *    CATEGORY, YEAR, THEN TWELVE MONTHLY AMOUNTS IN WHOLE
      *    DOLLARS), REPLACING WHAT WAS THERE FOR THOSE MONTHS. SAME
      *    WHOLE-FILE-IN-A-TABLE SHAPE AS MAINSALESPERMAINT, KEPT IN
      *    CODE, CATEGORY, PERIOD ORDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-FILE ASSIGN TO 'quota.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUOTA-STATUS.
           SELECT SALESPERSON-FILE ASSIGN TO 'salesper.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SALESPER-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO 'category.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATEGORY-STATUS.
           SELECT BUDGET-FILE ASSIGN TO 'budget.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BUDGET-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD QUOTA-FILE.
       01 QUOTA-DATA.
          COPY SALES-QUOTA.

       FD SALESPERSON-FILE.
       01 SALESPERSON-DATA.
          02 SP-CODE           PIC X(3).
          02 FILLER            PIC X.
          02 SP-NAME           PIC X(20).
          02 FILLER            PIC X.
          02 SP-RATE           PIC 99V99.

       FD CATEGORY-FILE.
       01 CATEGORY-DATA.
          02 CAT-CODE          PIC X(4).
          02 CAT-DESC          PIC X(20).

      *    ONE BUDGET LINE - TWELVE MONTHLY AMOUNTS, JANUARY FIRST,
      *    EACH SEVEN DIGITS OF WHOLE DOLLARS
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
          02 BG-SP-CODE        PIC X(3).
          02 FILLER            PIC X.
          02 BG-CATEGORY       PIC X(4).
          02 FILLER            PIC X.
          02 BG-YEAR           PIC X(4).
          02 BG-MONTH-GROUP OCCURS 12 TIMES.
             03 FILLER         PIC X.
             03 BG-AMOUNT      PIC X(7).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-QUOTA-STATUS      PIC XX.
       01 WS-SALESPER-STATUS   PIC XX.
       01 WS-CATEGORY-STATUS   PIC XX.
       01 WS-BUDGET-STATUS     PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-VALID             PIC X.
       01 WS-ENTER-CODE        PIC X(3).
       01 WS-ENTER-CATEGORY    PIC X(4).
       01 WS-ENTER-PERIOD-X    PIC X(6).
       01 WS-ENTER-PERIOD REDEFINES WS-ENTER-PERIOD-X
                               PIC 9(6).
      *    QUOTA KEYED AS NINE RAW DIGITS ('001500000' = 15000.00)
       01 WS-ENTER-AMOUNT-X    PIC X(9).
       01 WS-ENTER-AMOUNT REDEFINES WS-ENTER-AMOUNT-X
                               PIC 9(7)V99.
       01 WS-NEW-AMOUNT        PIC 9(9)V99.
       01 WS-EDIT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MONTH             PIC 99.
       01 WS-MONTH-I           PIC 99.
       01 WS-LISTED            PIC 9(5).
       01 WS-BUDGET-LINES      PIC 9(5).
       01 WS-BUDGET-REJECTS    PIC 9(5).
       01 WS-BUDGET-MONTHS     PIC 9(5).

      *    THE WHOLE QUOTA FILE, IN CODE, CATEGORY, PERIOD ORDER
       01 WS-QT-COUNT          PIC 9(5)  VALUE ZERO.
       01 WS-QT-TABLE.
          02 WS-QT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-QT-COUNT.
             03 WQ-KEY.
                04 WQ-SP-CODE         PIC X(3).
                04 WQ-CATEGORY        PIC X(4).
                04 WQ-PERIOD          PIC 9(6).
             03 WQ-AMOUNT             PIC 9(9)V99.
       01 WS-QT-I              PIC 9(5).
       01 WS-QT-J              PIC 9(5).
       01 WS-NEW-KEY.
          02 WN-SP-CODE        PIC X(3).
          02 WN-CATEGORY       PIC X(4).
          02 WN-PERIOD         PIC 9(6).

      *    REFERENCE CODES THE ENTRIES ARE CHECKED AGAINST
       01 WS-SP-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-SP-TABLE.
          02 WS-SP-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-SP-COUNT.
             03 WSP-CODE              PIC X(3).
             03 WSP-NAME              PIC X(20).
       01 WS-SP-I              PIC 9(3).
       01 WS-CAT-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-CAT-TABLE.
          02 WS-CAT-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-CAT-COUNT.
             03 WT-CAT-CODE           PIC X(4).
       01 WS-CAT-I             PIC 9(3).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM LOAD-REFERENCE-TABLES.
           PERFORM LOAD-QUOTA-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Sales Quota Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Quotas"
                   DISPLAY "2) Set a Quota"
                   DISPLAY "3) Remove a Quota"
                   DISPLAY "4) Load Quotas from budget.ctl"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-QUOTAS
                   WHEN '2'
                        PERFORM SET-QUOTA
                   WHEN '3'
                        PERFORM REMOVE-QUOTA
                   WHEN '4'
                        PERFORM LOAD-FROM-BUDGET
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-REFERENCE-TABLES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SALESPERSON-FILE
           IF WS-SALESPER-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'QUOTA: salesper.dat not found - no quota '
                 'can be set until salespeople are on file'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SALESPERSON-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-SP-COUNT IS LESS THAN 100
                            ADD 1 TO WS-SP-COUNT
                            MOVE SP-CODE TO WSP-CODE(WS-SP-COUNT)
                            MOVE SP-NAME TO WSP-NAME(WS-SP-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SALESPERSON-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'QUOTA: category.dat not found - no quota '
                 'can be set until categories are on file'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CATEGORY-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-CAT-COUNT IS LESS THAN 100
                            ADD 1 TO WS-CAT-COUNT
                            MOVE CAT-CODE TO
                               WT-CAT-CODE(WS-CAT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CATEGORY-FILE
           END-IF.

       LOAD-QUOTA-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-QT-COUNT
           OPEN INPUT QUOTA-FILE
           IF WS-QUOTA-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'QUOTA: quota.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ QUOTA-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-QT-COUNT IS EQUAL TO 5000
                            DISPLAY 'QUOTA: quota table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-QT-COUNT
                         MOVE QT-SP-CODE TO WQ-SP-CODE(WS-QT-COUNT)
                         MOVE QT-CATEGORY TO
                            WQ-CATEGORY(WS-QT-COUNT)
                         MOVE QT-PERIOD TO WQ-PERIOD(WS-QT-COUNT)
                         MOVE QT-AMOUNT TO WQ-AMOUNT(WS-QT-COUNT)
                      END-READ
              END-PERFORM
              CLOSE QUOTA-FILE
           END-IF.

       SAVE-QUOTA-TABLE.
           OPEN OUTPUT QUOTA-FILE
           PERFORM VARYING WS-QT-I FROM 1 BY 1
              UNTIL WS-QT-I > WS-QT-COUNT
                   MOVE SPACES TO QUOTA-DATA
                   MOVE WQ-SP-CODE(WS-QT-I) TO QT-SP-CODE
                   MOVE WQ-CATEGORY(WS-QT-I) TO QT-CATEGORY
                   MOVE WQ-PERIOD(WS-QT-I) TO QT-PERIOD
                   MOVE WQ-AMOUNT(WS-QT-I) TO QT-AMOUNT
                   WRITE QUOTA-DATA
           END-PERFORM
           CLOSE QUOTA-FILE.

       LIST-QUOTAS.
           DISPLAY " "
           DISPLAY "LIST: Salesperson Code (blank for all): "
              WITH NO ADVANCING
           MOVE SPACES TO WS-ENTER-CODE
           ACCEPT WS-ENTER-CODE
           MOVE FUNCTION UPPER-CASE(WS-ENTER-CODE) TO WS-ENTER-CODE
           MOVE ZERO TO WS-LISTED
           DISPLAY "CODE CAT  PERIOD           QUOTA"
           PERFORM VARYING WS-QT-I FROM 1 BY 1
              UNTIL WS-QT-I > WS-QT-COUNT
                   IF WS-ENTER-CODE IS EQUAL TO SPACES OR
                      WS-ENTER-CODE IS EQUAL TO WQ-SP-CODE(WS-QT-I)
                      MOVE WQ-AMOUNT(WS-QT-I) TO WS-EDIT-AMOUNT
                      DISPLAY WQ-SP-CODE(WS-QT-I) "  "
                         WQ-CATEGORY(WS-QT-I) " "
                         WQ-PERIOD(WS-QT-I) " " WS-EDIT-AMOUNT
                      ADD 1 TO WS-LISTED
                   END-IF
           END-PERFORM
           IF WS-LISTED IS EQUAL TO ZERO
              DISPLAY "LIST: no quotas on file"
           END-IF.

       SET-QUOTA.
           DISPLAY " "
           PERFORM ACCEPT-QUOTA-KEY
           IF WS-VALID IS EQUAL TO 'Y'
              DISPLAY "SET: Quota, 9 digits (001500000 = "
                 "15000.00): " WITH NO ADVANCING
              ACCEPT WS-ENTER-AMOUNT-X
              IF WS-ENTER-AMOUNT-X IS NOT NUMERIC
                 DISPLAY "SET: quota must be 9 digits, nothing "
                    "recorded"
              ELSE
                 MOVE WS-ENTER-AMOUNT TO WS-NEW-AMOUNT
                 PERFORM STORE-QUOTA
                 PERFORM SAVE-QUOTA-TABLE
                 DISPLAY "SET: " WN-SP-CODE " " WN-CATEGORY " "
                    WN-PERIOD " saved"
              END-IF
           END-IF.

       REMOVE-QUOTA.
           DISPLAY " "
           PERFORM ACCEPT-QUOTA-KEY
           IF WS-VALID IS EQUAL TO 'Y'
              MOVE 'N' TO WS-FOUND
              PERFORM VARYING WS-QT-I FROM 1 BY 1
                 UNTIL WS-QT-I > WS-QT-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WQ-KEY(WS-QT-I) IS EQUAL TO WS-NEW-KEY
                         MOVE 'Y' TO WS-FOUND
                         PERFORM SHIFT-QUOTAS-DOWN
                      END-IF
              END-PERFORM
              IF WS-FOUND IS EQUAL TO 'Y'
                 PERFORM SAVE-QUOTA-TABLE
                 DISPLAY "DEL: quota removed"
              ELSE
                 DISPLAY "DEL: no such quota on file"
              END-IF
           END-IF.

      *    CODE, CATEGORY AND PERIOD INTO WS-NEW-KEY, CHECKED
      *    AGAINST THE REFERENCE TABLES - WS-VALID SAYS HOW IT WENT
       ACCEPT-QUOTA-KEY.
           MOVE 'N' TO WS-VALID
           DISPLAY "Salesperson Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-CODE
           MOVE FUNCTION UPPER-CASE(WS-ENTER-CODE) TO WS-ENTER-CODE
           DISPLAY "Category Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-CATEGORY
           MOVE FUNCTION UPPER-CASE(WS-ENTER-CATEGORY)
              TO WS-ENTER-CATEGORY
           DISPLAY "Period (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-ENTER-PERIOD-X
           MOVE WS-ENTER-CODE TO WN-SP-CODE
           MOVE WS-ENTER-CATEGORY TO WN-CATEGORY
           PERFORM CHECK-SALESPERSON
           IF WS-FOUND IS EQUAL TO 'N'
              DISPLAY "QUOTA: salesperson " WS-ENTER-CODE
                 " is not on salesper.dat"
           ELSE
              PERFORM CHECK-CATEGORY
              IF WS-FOUND IS EQUAL TO 'N'
                 DISPLAY "QUOTA: category " WS-ENTER-CATEGORY
                    " is not on category.dat"
              ELSE
                 IF WS-ENTER-PERIOD-X IS NOT NUMERIC
                    DISPLAY "QUOTA: period must be YYYYMM"
                 ELSE
                    MOVE WS-ENTER-PERIOD-X(5:2) TO WS-MONTH
                    IF WS-MONTH IS LESS THAN 1 OR
                       WS-MONTH IS GREATER THAN 12
                       DISPLAY "QUOTA: period must be YYYYMM"
                    ELSE
                       MOVE WS-ENTER-PERIOD TO WN-PERIOD
                       MOVE 'Y' TO WS-VALID
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECK-SALESPERSON.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-SP-I FROM 1 BY 1
              UNTIL WS-SP-I > WS-SP-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WSP-CODE(WS-SP-I) IS EQUAL TO WN-SP-CODE
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM.

       CHECK-CATEGORY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CAT-I FROM 1 BY 1
              UNTIL WS-CAT-I > WS-CAT-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WT-CAT-CODE(WS-CAT-I) IS EQUAL TO WN-CATEGORY
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM.

      *    REPLACES THE AMOUNT FOR WS-NEW-KEY, OR OPENS A SLOT AT ITS
      *    PLACE IN KEY ORDER AND PUTS IT THERE
       STORE-QUOTA.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-QT-I FROM 1 BY 1
              UNTIL WS-QT-I > WS-QT-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WQ-KEY(WS-QT-I) IS NOT LESS THAN WS-NEW-KEY
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-QT-I
           END-IF
           IF WS-FOUND IS EQUAL TO 'Y' AND
              WQ-KEY(WS-QT-I) IS EQUAL TO WS-NEW-KEY
              MOVE WS-NEW-AMOUNT TO WQ-AMOUNT(WS-QT-I)
           ELSE
              IF WS-QT-COUNT IS EQUAL TO 5000
                 DISPLAY 'QUOTA: quota table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM SHIFT-QUOTAS-UP
              MOVE WS-NEW-KEY TO WQ-KEY(WS-QT-I)
              MOVE WS-NEW-AMOUNT TO WQ-AMOUNT(WS-QT-I)
           END-IF.

      *    MAKES ROOM AT WS-QT-I (ONE PAST THE END WHEN THE NEW KEY
      *    IS THE HIGHEST)
       SHIFT-QUOTAS-UP.
           ADD 1 TO WS-QT-COUNT
           MOVE WS-QT-COUNT TO WS-QT-J
           PERFORM UNTIL WS-QT-J IS NOT GREATER THAN WS-QT-I
                   MOVE WS-QT-ENTRY(WS-QT-J - 1) TO
                      WS-QT-ENTRY(WS-QT-J)
                   SUBTRACT 1 FROM WS-QT-J
           END-PERFORM.

       SHIFT-QUOTAS-DOWN.
           PERFORM UNTIL WS-QT-I IS GREATER THAN OR EQUAL TO
              WS-QT-COUNT
                   MOVE WS-QT-ENTRY(WS-QT-I + 1) TO
                      WS-QT-ENTRY(WS-QT-I)
                   ADD 1 TO WS-QT-I
           END-PERFORM
           SUBTRACT 1 FROM WS-QT-COUNT.

      *    A BUDGET LINE WITH AN UNKNOWN SALESPERSON OR CATEGORY, OR
      *    A NON-NUMERIC YEAR OR AMOUNT, IS REJECTED WHOLE
       LOAD-FROM-BUDGET.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-BUDGET-LINES
           MOVE ZERO TO WS-BUDGET-REJECTS
           MOVE ZERO TO WS-BUDGET-MONTHS
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'QUOTA: budget.ctl not found'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ BUDGET-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         PERFORM TAKE-ONE-BUDGET-LINE
                      END-READ
              END-PERFORM
              CLOSE BUDGET-FILE
              PERFORM SAVE-QUOTA-TABLE
              DISPLAY 'QUOTA: ' WS-BUDGET-LINES ' budget line(s) '
                 'loaded as ' WS-BUDGET-MONTHS ' monthly quota(s), '
                 WS-BUDGET-REJECTS ' rejected'
           END-IF.

       TAKE-ONE-BUDGET-LINE.
           MOVE FUNCTION UPPER-CASE(BG-SP-CODE) TO WN-SP-CODE
           MOVE FUNCTION UPPER-CASE(BG-CATEGORY) TO WN-CATEGORY
           MOVE 'Y' TO WS-VALID
           PERFORM CHECK-SALESPERSON
           IF WS-FOUND IS EQUAL TO 'N'
              MOVE 'N' TO WS-VALID
           END-IF
           PERFORM CHECK-CATEGORY
           IF WS-FOUND IS EQUAL TO 'N'
              MOVE 'N' TO WS-VALID
           END-IF
           IF BG-YEAR IS NOT NUMERIC
              MOVE 'N' TO WS-VALID
           END-IF
           PERFORM VARYING WS-MONTH-I FROM 1 BY 1
              UNTIL WS-MONTH-I > 12
                   IF BG-AMOUNT(WS-MONTH-I) IS NOT NUMERIC
                      MOVE 'N' TO WS-VALID
                   END-IF
           END-PERFORM
           IF WS-VALID IS EQUAL TO 'N'
              ADD 1 TO WS-BUDGET-REJECTS
              DISPLAY 'QUOTA: budget line ' BG-SP-CODE ' '
                 BG-CATEGORY ' ' BG-YEAR ' rejected'
           ELSE
              ADD 1 TO WS-BUDGET-LINES
              PERFORM VARYING WS-MONTH-I FROM 1 BY 1
                 UNTIL WS-MONTH-I > 12
                      COMPUTE WN-PERIOD =
                         FUNCTION NUMVAL(BG-YEAR) * 100 + WS-MONTH-I
                      MOVE BG-AMOUNT(WS-MONTH-I) TO WS-NEW-AMOUNT
                      PERFORM STORE-QUOTA
                      ADD 1 TO WS-BUDGET-MONTHS
              END-PERFORM
           END-IF.
