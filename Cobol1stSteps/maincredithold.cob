
      *    NIGHTLY CREDIT-HOLD BUILDER: RUNS THE SAME OPEN-ITEM
      *    AGING LOGIC AS MAINARAGING AND PLACES EVERY CUSTOMER
      *    WHOSE 90-DAY BUCKET (DAYS PAST EACH ITEM'S DUE DATE)
      *    EXCEEDS THE THRESHOLD (RAW CENTS DIGITS IN
      *    credithold.ctl, MISSING FILE = ANY 90-DAY BALANCE AT ALL)
      *    ONTO credithold.dat. CHAIN STORES BILLED TO A PARENT
      *    ACCOUNT ON custprof.dat ARE ALSO JUDGED AS ONE FAMILY:
      *    WHEN THE FAMILY'S COMBINED 90-DAY BUCKET PASSES THE
      *    THRESHOLD, OR ITS COMBINED OPEN BALANCE PASSES THE
      *    PARENT'S CREDIT-LIMIT (THE SHARED LIMIT - A ZERO LIMIT IS
      *    NOT ENFORCED HERE), THE PARENT AND EVERY CHILD GO ON
      *    HOLD TOGETHER. ORDER ENTRY REFUSES
      *    HELD CUSTOMERS OUTRIGHT - ONLY A SUPERVISOR SIGN-ON CAN
      *    OVERRIDE - AND THE BATCH INTAKE REJECTS THEM. HOLDS COME
      *    OFF ONLY THROUGH THE MAINHOLDRELEASE SCREEN, WHICH LOGS
      *    WHO RELEASED THEM AND WHY. WHEN promise.ctl ASKS FOR IT,
      *    A CUSTOMER WHO BROKE A PROMISE TO PAY IS QUEUED ON
      *    promise.dat BY PROMCHECK AND HELD HERE FOR WHAT IS STILL
      *    UNPAID ON THE PROMISE; THE PROMISE IS THEN MARKED SO A
      *    RELEASED CUSTOMER IS NOT HELD AGAIN FOR THE SAME ONE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THRESHOLD-FILE ASSIGN TO 'credithold.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-THRESHOLD-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'custprof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
           SELECT PROMISE-FILE ASSIGN TO 'promise.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROMISE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
       DATA DIVISION.
       FILE SECTION.
       FD AR-OPEN-FILE.
          02 FILLER            PIC X     VALUE SPACE.
          02 CH-DATE           PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
      *       THE 90-DAY BUCKET THAT TRIPPED THE HOLD - OR, ON A
      *       FAMILY HOLD, THE FAMILY'S 90-DAY BUCKET OR BALANCE
          02 CH-AMOUNT         PIC 9(7)V99.

       FD THRESHOLD-FILE.
      *       THRESHOLD AS RAW CENTS DIGITS ('000050000' = 500.00)
          02 TH-AMOUNT         PIC 9(7)V99.

       FD PROFILE-FILE.
       01 PROFILE-DATA.
          COPY CUSTOMER-PROFILE.

       FD PROMISE-FILE.
       01 PROMISE-DATA.
          COPY PROMISE-TO-PAY.

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
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-HOLD-STATUS       PIC XX.
       01 WS-THRESHOLD-STATUS  PIC XX.
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-PROMISE-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-PAY-POOL          PIC 9(7)V99.
       01 WS-OPEN-AMOUNT       PIC 9(6)V99.
       01 WS-B-90              PIC 9(7)V99.
       01 WS-B-OPEN            PIC S9(7)V99.
       01 WS-HOLD-AMOUNT       PIC 9(7)V99.
       01 WS-HOLD-REASON       PIC X(24).
       01 WS-BILL-TO-ID        PIC 9(5).
       01 WS-FAMILY-NET        PIC S9(8)V99.
       01 WS-CUSTOMER-EXISTS   PIC X.
      *    CHILD ACCOUNTS AND THE PARENT EACH IS BILLED TO, FROM
      *    custprof.dat
       01 WS-LINK-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-LINK-TABLE.
          02 WS-LINK-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-LINK-COUNT.
             03 WL-ID-NUM             PIC 9(5).
             03 WL-PARENT-ID          PIC 9(5).
       01 WS-LINK-I            PIC 9(4).
      *    ONE ROW PER PARENT ACCOUNT: THE FAMILY'S 90-DAY BUCKET
      *    AND OPEN BALANCE SUMMED OVER ITS MEMBERS
       01 WS-FAM-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-FAM-TABLE.
          02 WS-FAM-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-FAM-COUNT.
             03 WF-PARENT-ID          PIC 9(5).
             03 WF-90                 PIC 9(8)V99.
             03 WF-OPEN               PIC S9(8)V99.
       01 WS-FAM-I             PIC 9(4).

      *    THE CUSTOMERS ALREADY ON HOLD AND THE ONES TRIPPED
      *    TONIGHT - WRITTEN BACK OUT AS THE NEW HOLD FILE
             03 WH-AMOUNT             PIC 9(7)V99.
       01 WS-HOLD-I            PIC 9(4).

      *    WHOLE PROMISE FILE - REWRITTEN ONLY WHEN A QUEUED
      *    BROKEN-PROMISE HOLD IS PLACED
       01 WS-PR-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-PR-TABLE.
          02 WS-PR-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PR-COUNT.
             03 WPR-RECORD            PIC X(66).
       01 WS-PR-I              PIC 9(4).
       01 WS-PROMISE-HOLDS     PIC 9(4)  VALUE ZERO.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           PERFORM LOAD-THRESHOLD.
           PERFORM LOAD-EXISTING-HOLDS.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-PARENT-LINKS.
           PERFORM VARYING WS-SCAN-I FROM 1 BY 1
              UNTIL WS-SCAN-I > WS-CHARGE-COUNT
                   IF WG-USED(WS-SCAN-I) IS EQUAL TO 'N'
                      PERFORM CONSIDER-ONE-CUSTOMER
                   END-IF
           END-PERFORM.
           IF WS-FAM-COUNT IS GREATER THAN ZERO
              OPEN INPUT CUSTOMER-FILE
              PERFORM VARYING WS-FAM-I FROM 1 BY 1
                 UNTIL WS-FAM-I > WS-FAM-COUNT
                      PERFORM CONSIDER-ONE-FAMILY
              END-PERFORM
              CLOSE CUSTOMER-FILE
           END-IF.
           PERFORM HOLD-BROKEN-PROMISES.
           PERFORM REWRITE-HOLD-FILE.
           DISPLAY 'HOLD: ' WS-NEW-HOLDS ' customer(s) newly '
              'held, ' WS-KEPT-HOLDS ' already on hold'.
                 END-IF
                 ADD 1 TO WS-CHARGE-COUNT
                 MOVE AO-ID-NUM TO WG-ID-NUM(WS-CHARGE-COUNT)
      *          CHARGES AGE FROM THEIR DUE DATE - ITEMS WRITTEN
      *          BEFORE TERMS EXISTED ARE DUE ON THE INVOICE DATE
                 IF AO-DUE-DATE IS NUMERIC AND
                    AO-DUE-DATE IS GREATER THAN ZERO
                    MOVE AO-DUE-DATE TO WG-DATE(WS-CHARGE-COUNT)
                 ELSE
                    MOVE AO-DATE TO WG-DATE(WS-CHARGE-COUNT)
                 END-IF
                 MOVE WS-ITEM-RESIDUE TO WG-AMOUNT(WS-CHARGE-COUNT)
                 MOVE 'N' TO WG-USED(WS-CHARGE-COUNT)
              ELSE

       CONSIDER-ONE-CUSTOMER.
           MOVE ZERO TO WS-B-90
           MOVE ZERO TO WS-B-OPEN
           MOVE ZERO TO WS-PAY-POOL
           PERFORM VARYING WS-PAID-I FROM 1 BY 1
              UNTIL WS-PAID-I > WS-PAID-COUNT
                   END-IF
           END-PERFORM
           IF WS-B-90 IS GREATER THAN WS-THRESHOLD
              MOVE WS-B-90 TO WS-HOLD-AMOUNT
              MOVE 'over 90 days' TO WS-HOLD-REASON
              PERFORM PLACE-ON-HOLD
           END-IF
           PERFORM FIND-BILL-TO
           IF WS-BILL-TO-ID IS GREATER THAN ZERO
              PERFORM FOLD-INTO-FAMILY
           END-IF.

       AGE-ONE-CHARGE.
              MOVE FUNCTION INTEGER-OF-DATE(WG-DATE(WS-ITEM-I))
                 TO WS-CHARGE-INT
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHARGE-INT
              ADD WS-OPEN-AMOUNT TO WS-B-OPEN
              IF WS-AGE-DAYS IS GREATER THAN 90
                 ADD WS-OPEN-AMOUNT TO WS-B-90
              END-IF
              ADD 1 TO WS-HOLD-COUNT
              MOVE WS-CURRENT-ID TO WH-ID-NUM(WS-HOLD-COUNT)
              MOVE WS-TODAY TO WH-DATE(WS-HOLD-COUNT)
              MOVE WS-HOLD-AMOUNT TO WH-AMOUNT(WS-HOLD-COUNT)
              ADD 1 TO WS-NEW-HOLDS
              MOVE WS-HOLD-AMOUNT TO WS-EDIT-AMOUNT
              DISPLAY 'HOLD: customer ' WS-CURRENT-ID
                 ' placed on credit hold for ' WS-EDIT-AMOUNT
                 ' ' FUNCTION TRIM(WS-HOLD-REASON)
           END-IF.

       LOAD-PARENT-LINKS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROFILE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF CP-PARENT-ID IS NUMERIC AND
                            CP-PARENT-ID IS GREATER THAN ZERO AND
                            WS-LINK-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-LINK-COUNT
                            MOVE CP-ID-NUM TO WL-ID-NUM(WS-LINK-COUNT)
                            MOVE CP-PARENT-ID TO
                               WL-PARENT-ID(WS-LINK-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

      *    THE PARENT A CHILD IS BILLED TO, OR THE CUSTOMER ITSELF
      *    WHEN IT IS SOMEBODY'S PARENT - ZERO FOR A STANDALONE
      *    ACCOUNT
       FIND-BILL-TO.
           MOVE ZERO TO WS-BILL-TO-ID
           PERFORM VARYING WS-LINK-I FROM 1 BY 1
              UNTIL WS-LINK-I > WS-LINK-COUNT OR
                 WS-BILL-TO-ID IS GREATER THAN ZERO
                   IF WL-ID-NUM(WS-LINK-I) IS EQUAL TO WS-CURRENT-ID
                      MOVE WL-PARENT-ID(WS-LINK-I) TO WS-BILL-TO-ID
                   END-IF
                   IF WL-PARENT-ID(WS-LINK-I) IS EQUAL TO
                      WS-CURRENT-ID
                      MOVE WS-CURRENT-ID TO WS-BILL-TO-ID
                   END-IF
           END-PERFORM.

      *    CREDIT LEFT UNUSED IN THE MEMBER'S POOL COMES OFF THE
      *    FAMILY BALANCE - HEAD OFFICE MONEY SITTING ON ONE STORE
      *    STILL COVERS ANOTHER
       FOLD-INTO-FAMILY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FAM-I FROM 1 BY 1
              UNTIL WS-FAM-I > WS-FAM-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WF-PARENT-ID(WS-FAM-I) IS EQUAL TO
                      WS-BILL-TO-ID
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-FAM-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-FAM-COUNT IS EQUAL TO 2000
                 DISPLAY 'HOLD: family table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-FAM-COUNT
              MOVE WS-FAM-COUNT TO WS-FAM-I
              MOVE WS-BILL-TO-ID TO WF-PARENT-ID(WS-FAM-I)
              MOVE ZERO TO WF-90(WS-FAM-I)
              MOVE ZERO TO WF-OPEN(WS-FAM-I)
           END-IF
           ADD WS-B-90 TO WF-90(WS-FAM-I)
           ADD WS-B-OPEN TO WF-OPEN(WS-FAM-I)
           SUBTRACT WS-PAY-POOL FROM WF-OPEN(WS-FAM-I).

       CONSIDER-ONE-FAMILY.
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE WF-PARENT-ID(WS-FAM-I) TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
              MOVE ZERO TO CREDIT-LIMIT
           END-IF
           MOVE WF-OPEN(WS-FAM-I) TO WS-FAMILY-NET
           EVALUATE TRUE
           WHEN WF-90(WS-FAM-I) IS GREATER THAN WS-THRESHOLD
                MOVE WF-90(WS-FAM-I) TO WS-HOLD-AMOUNT
                MOVE 'family over 90 days' TO WS-HOLD-REASON
                PERFORM HOLD-WHOLE-FAMILY
           WHEN CREDIT-LIMIT IS GREATER THAN ZERO AND
                WS-FAMILY-NET IS GREATER THAN CREDIT-LIMIT
                MOVE WS-FAMILY-NET TO WS-HOLD-AMOUNT
                MOVE 'family over shared limit' TO WS-HOLD-REASON
                PERFORM HOLD-WHOLE-FAMILY
           END-EVALUATE.

       HOLD-WHOLE-FAMILY.
           MOVE WF-PARENT-ID(WS-FAM-I) TO WS-CURRENT-ID
           PERFORM PLACE-ON-HOLD
           PERFORM VARYING WS-LINK-I FROM 1 BY 1
              UNTIL WS-LINK-I > WS-LINK-COUNT
                   IF WL-PARENT-ID(WS-LINK-I) IS EQUAL TO
                      WF-PARENT-ID(WS-FAM-I)
                      MOVE WL-ID-NUM(WS-LINK-I) TO WS-CURRENT-ID
                      PERFORM PLACE-ON-HOLD
                   END-IF
           END-PERFORM.

      *    PROMCHECK FLAGS A BROKEN PROMISE 'Y' WHEN promise.ctl
      *    WANTS A HOLD; ONCE PLACED IT BECOMES 'D'
       HOLD-BROKEN-PROMISES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROMISE-FILE
           IF WS-PROMISE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROMISE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-PR-COUNT IS EQUAL TO 5000
                            DISPLAY 'HOLD: promise table full, run '
                               'aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-PR-COUNT
                         MOVE PROMISE-DATA TO WPR-RECORD(WS-PR-COUNT)
                      END-READ
              END-PERFORM
              CLOSE PROMISE-FILE
           END-IF
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   MOVE WPR-RECORD(WS-PR-I) TO PROMISE-DATA
                   IF PR-HOLD-FLAG IS EQUAL TO 'Y'
                      MOVE PR-ID-NUM TO WS-CURRENT-ID
                      IF PR-AMOUNT IS GREATER THAN PR-PAID
                         COMPUTE WS-HOLD-AMOUNT = PR-AMOUNT - PR-PAID
                      ELSE
                         MOVE PR-AMOUNT TO WS-HOLD-AMOUNT
                      END-IF
                      MOVE 'broken promise to pay' TO WS-HOLD-REASON
                      PERFORM PLACE-ON-HOLD
                      MOVE 'D' TO PR-HOLD-FLAG
                      MOVE PROMISE-DATA TO WPR-RECORD(WS-PR-I)
                      ADD 1 TO WS-PROMISE-HOLDS
                   END-IF
           END-PERFORM
           IF WS-PROMISE-HOLDS IS GREATER THAN ZERO
              OPEN OUTPUT PROMISE-FILE
              PERFORM VARYING WS-PR-I FROM 1 BY 1
                 UNTIL WS-PR-I > WS-PR-COUNT
                      MOVE WPR-RECORD(WS-PR-I) TO PROMISE-DATA
                      WRITE PROMISE-DATA
              END-PERFORM
              CLOSE PROMISE-FILE
           END-IF.

       REWRITE-HOLD-FILE.
