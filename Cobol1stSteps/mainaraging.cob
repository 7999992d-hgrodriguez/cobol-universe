       PROGRAM-ID. MAINARAGING.

      *    ACCOUNTS-RECEIVABLE AGING REPORT OVER THE aropen.dat
      *    OPEN-ITEM SUBLEDGER: EACH ISSUED INVOICE AGES FROM THE DUE
      *    DATE ITS PAYMENT TERMS GAVE IT (THE INVOICE DATE FOR A
      *    CUSTOMER WITHOUT TERMS) FOR WHATEVER IS STILL OPEN ON IT, AND
      *    ON-ACCOUNT CASH AND CREDIT ITEMS RELIEVE THE CUSTOMER'S
      *    OLDEST CHARGES FIRST - NO MORE RE-MATCHING THE WHOLE ORDER
      *    LOG AGAINST payment.dat ON EVERY RUN. WHAT REMAINS OPEN IS
      *    BUCKETED INTO CURRENT/30/60/90 DAYS, AND THE PART OF IT
      *    THAT IS UNPAID 'FIN' FINANCE CHARGES SHOWS IN ITS OWN
      *    COLUMN SO THE COLLECTOR CAN TELL LATE FEES FROM GOODS.
      *    WHEN custprof.dat BILLS CHAIN STORES TO A PARENT ACCOUNT,
      *    A SECOND SECTION AGES EACH FAMILY AS ONE DEBT - THE
      *    PARENT'S OWN BUCKETS PLUS ALL ITS CHILDREN'S - AGAINST
      *    THE PARENT'S CREDIT LIMIT, WHICH THE FAMILY SHARES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
           SELECT PROFILE-FILE ASSIGN TO 'custprof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
           SELECT AGING-REPORT ASSIGN TO 'araging.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
      *       OPERATORS CANNOT SILENTLY CLOBBER EACH OTHER'S CHANGE
          02 UPDATE-STAMP  PIC 9(14).

       FD PROFILE-FILE.
       01 PROFILE-DATA.
          COPY CUSTOMER-PROFILE.

       FD AGING-REPORT.
       01 PRINT-LINE            PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-INT         PIC 9(8).
             03 WG-ID-NUM             PIC 9(5).
             03 WG-DATE               PIC 9(8).
             03 WG-AMOUNT             PIC 9(6)V99.
             03 WG-ITEM-TYPE          PIC X(3).
             03 WG-USED               PIC X.
      *    OPEN CREDIT PER CUSTOMER, FOLDED FROM THE NEGATIVE
      *    ON-ACCOUNT AND CREDIT-RESIDUE ITEMS
       01 WS-OPEN-AMOUNT       PIC 9(6)V99.
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-CUST-LISTED       PIC 9(5)  VALUE ZERO.
       01 WS-BILL-TO-ID        PIC 9(5).
       01 WS-FAMILY-TOTAL      PIC 9(8)V99.
      *    CHILD ACCOUNTS AND THE PARENT EACH IS BILLED TO, FROM
      *    custprof.dat
       01 WS-LINK-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-LINK-TABLE.
          02 WS-LINK-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-LINK-COUNT.
             03 WL-ID-NUM             PIC 9(5).
             03 WL-PARENT-ID          PIC 9(5).
       01 WS-LINK-I            PIC 9(4).
      *    ONE ROW PER PARENT ACCOUNT: THE FAMILY'S BUCKETS SUMMED
      *    AS EACH MEMBER'S LINE PRINTS
       01 WS-FAM-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-FAM-TABLE.
          02 WS-FAM-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-FAM-COUNT.
             03 WF-PARENT-ID          PIC 9(5).
             03 WF-MEMBERS            PIC 9(4).
             03 WF-CURRENT            PIC 9(8)V99.
             03 WF-30                 PIC 9(8)V99.
             03 WF-60                 PIC 9(8)V99.
             03 WF-90                 PIC 9(8)V99.
             03 WF-FIN                PIC 9(8)V99.
       01 WS-FAM-I             PIC 9(4).

      *    PER-CUSTOMER AND GRAND-TOTAL AGING BUCKETS
       01 WS-BUCKETS.
          02 WS-B-30           PIC 9(7)V99.
          02 WS-B-60           PIC 9(7)V99.
          02 WS-B-90           PIC 9(7)V99.
          02 WS-B-FIN          PIC 9(7)V99.
       01 WS-GRAND-BUCKETS.
          02 WS-G-CURRENT      PIC 9(8)V99  VALUE ZERO.
          02 WS-G-30           PIC 9(8)V99  VALUE ZERO.
          02 WS-G-60           PIC 9(8)V99  VALUE ZERO.
          02 WS-G-90           PIC 9(8)V99  VALUE ZERO.
          02 WS-G-FIN          PIC 9(8)V99  VALUE ZERO.

       01 REPORT-HEADING       PIC X(44)  VALUE
             'ACCOUNTS RECEIVABLE AGING AS OF '.
          02 FILLER             PIC X(13) VALUE '        31-60'.
          02 FILLER             PIC X(13) VALUE '        61-90'.
          02 FILLER             PIC X(13) VALUE '          90+'.
          02 FILLER             PIC X(13) VALUE '  FIN CHARGES'.
       01 AGING-DETAIL-LINE.
          02 ADL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 ADL-60             PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-90             PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 ADL-FIN            PIC Z,ZZZ,ZZ9.99.
       01 GRAND-TOTAL-LINE.
          02 FILLER             PIC X(7)  VALUE 'TOTAL'.
          02 FILLER             PIC X(30) VALUE SPACES.
          02 GTL-60             PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 GTL-90             PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 GTL-FIN            PIC Z,ZZZ,ZZ9.99.

       01 FAMILY-HEADING.
          02 FILLER             PIC X(44) VALUE
             'BY PARENT ACCOUNT (FAMILY TOTALS)'.
       01 FAMILY-LIMIT-LINE.
          02 FILLER             PIC X(7)  VALUE SPACES.
          02 FLL-MEMBERS        PIC ZZZ9.
          02 FILLER             PIC X(22) VALUE ' ACCOUNT(S), LIMIT'.
          02 FLL-LIMIT          PIC Z,ZZZ,ZZ9.99.
          02 FILLER             PIC X(8)  VALUE ', OWES'.
          02 FLL-TOTAL          PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 FLL-FLAG           PIC X(14).

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM LOAD-PARENT-LINKS.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT AGING-REPORT.
           MOVE WS-TODAY TO RH-DATE OF RH-DATE-PART.
           MOVE WS-G-30 TO GTL-30.
           MOVE WS-G-60 TO GTL-60.
           MOVE WS-G-90 TO GTL-90.
           MOVE WS-G-FIN TO GTL-FIN.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM GRAND-TOTAL-LINE.
           IF WS-FAM-COUNT IS GREATER THAN ZERO
              PERFORM PRINT-FAMILY-SECTION
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE AGING-REPORT.
      *    KEEP A RUN-STAMPED COPY - EVERY RUN USED TO CLOBBER
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
                 MOVE AO-ITEM-TYPE TO WG-ITEM-TYPE(WS-CHARGE-COUNT)
                 MOVE 'N' TO WG-USED(WS-CHARGE-COUNT)
              ELSE
                 IF WS-ITEM-RESIDUE IS LESS THAN ZERO
      *    IF ANYTHING IS STILL OPEN
       AGE-ONE-CUSTOMER.
           MOVE ZERO TO WS-B-CURRENT WS-B-30 WS-B-60 WS-B-90
           MOVE ZERO TO WS-B-FIN
           MOVE ZERO TO WS-PAY-POOL
           PERFORM VARYING WS-PAID-I FROM 1 BY 1
              UNTIL WS-PAID-I > WS-PAID-COUNT
              MOVE FUNCTION INTEGER-OF-DATE(WG-DATE(WS-ITEM-I))
                 TO WS-CHARGE-INT
              COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHARGE-INT
              IF WG-ITEM-TYPE(WS-ITEM-I) IS EQUAL TO 'FIN'
                 ADD WS-OPEN-AMOUNT TO WS-B-FIN
              END-IF
              EVALUATE TRUE
              WHEN WS-AGE-DAYS IS LESS THAN OR EQUAL TO 30
                   ADD WS-OPEN-AMOUNT TO WS-B-CURRENT
           MOVE WS-B-30 TO ADL-30
           MOVE WS-B-60 TO ADL-60
           MOVE WS-B-90 TO ADL-90
           MOVE WS-B-FIN TO ADL-FIN
           WRITE PRINT-LINE FROM AGING-DETAIL-LINE
           ADD WS-B-CURRENT TO WS-G-CURRENT
           ADD WS-B-30 TO WS-G-30
           ADD WS-B-60 TO WS-G-60
           ADD WS-B-90 TO WS-G-90
           ADD WS-B-FIN TO WS-G-FIN
           ADD 1 TO WS-CUST-LISTED
           PERFORM FIND-BILL-TO
           IF WS-BILL-TO-ID IS GREATER THAN ZERO
              PERFORM FOLD-INTO-FAMILY
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
                 DISPLAY 'AGING: family table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-FAM-COUNT
              MOVE WS-FAM-COUNT TO WS-FAM-I
              MOVE WS-BILL-TO-ID TO WF-PARENT-ID(WS-FAM-I)
              MOVE ZERO TO WF-MEMBERS(WS-FAM-I)
              MOVE ZERO TO WF-CURRENT(WS-FAM-I) WF-30(WS-FAM-I)
              MOVE ZERO TO WF-60(WS-FAM-I) WF-90(WS-FAM-I)
              MOVE ZERO TO WF-FIN(WS-FAM-I)
           END-IF
           ADD 1 TO WF-MEMBERS(WS-FAM-I)
           ADD WS-B-CURRENT TO WF-CURRENT(WS-FAM-I)
           ADD WS-B-30 TO WF-30(WS-FAM-I)
           ADD WS-B-60 TO WF-60(WS-FAM-I)
           ADD WS-B-90 TO WF-90(WS-FAM-I)
           ADD WS-B-FIN TO WF-FIN(WS-FAM-I).

      *    EACH FAMILY AS ONE AGED DEBT UNDER THE PARENT'S NAME, WITH
      *    THE SHARED LIMIT AND WHETHER THE FAMILY IS OVER IT
       PRINT-FAMILY-SECTION.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM FAMILY-HEADING
           WRITE PRINT-LINE FROM COLUMN-HEADS
           PERFORM VARYING WS-FAM-I FROM 1 BY 1
              UNTIL WS-FAM-I > WS-FAM-COUNT
                   MOVE 'Y' TO WS-CUSTOMER-EXISTS
                   MOVE WF-PARENT-ID(WS-FAM-I) TO ID-NUM
                   READ CUSTOMER-FILE
                   INVALID KEY
                           MOVE 'N' TO WS-CUSTOMER-EXISTS
                   END-READ
                   MOVE WF-PARENT-ID(WS-FAM-I) TO ADL-ID-NUM
                   IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
                      MOVE SPACES TO ADL-NAME
                      STRING FUNCTION TRIM(LAST-NAME)
                         DELIMITED BY SIZE
                         ', ' DELIMITED BY SIZE
                         FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
                         INTO ADL-NAME
                   ELSE
                      MOVE '** NOT ON FILE **' TO ADL-NAME
                      MOVE ZERO TO CREDIT-LIMIT
                   END-IF
                   MOVE WF-CURRENT(WS-FAM-I) TO ADL-CURRENT
                   MOVE WF-30(WS-FAM-I) TO ADL-30
                   MOVE WF-60(WS-FAM-I) TO ADL-60
                   MOVE WF-90(WS-FAM-I) TO ADL-90
                   MOVE WF-FIN(WS-FAM-I) TO ADL-FIN
                   WRITE PRINT-LINE FROM AGING-DETAIL-LINE
                   COMPUTE WS-FAMILY-TOTAL = WF-CURRENT(WS-FAM-I) +
                      WF-30(WS-FAM-I) + WF-60(WS-FAM-I) +
                      WF-90(WS-FAM-I)
                   MOVE WF-MEMBERS(WS-FAM-I) TO FLL-MEMBERS
                   MOVE CREDIT-LIMIT TO FLL-LIMIT
                   MOVE WS-FAMILY-TOTAL TO FLL-TOTAL
                   IF WS-FAMILY-TOTAL IS GREATER THAN CREDIT-LIMIT
                      MOVE '** OVER LIMIT' TO FLL-FLAG
                   ELSE
                      MOVE SPACES TO FLL-FLAG
                   END-IF
                   WRITE PRINT-LINE FROM FAMILY-LIMIT-LINE
           END-PERFORM.
