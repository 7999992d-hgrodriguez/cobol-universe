       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTTERMS.

      *    SHARED PAYMENT-TERMS SUBPROGRAM, IN THE SPIRIT OF
      *    CALBUSDAY: EVERY PROGRAM THAT NEEDS A DUE DATE OR AN
      *    EARLY-PAY DISCOUNT ASKS HERE INSTEAD OF READING THE TERMS
      *    ITSELF. GIVEN A CUSTOMER ID AND AN INVOICE DATE IT LOOKS
      *    UP THE CUSTOMER'S TERMS CODE ON custprof.dat AND THE CODE
      *    ON terms.dat AND RETURNS:
      *       LS-TERMS-CODE  THE CODE (BLANK WHEN THE CUSTOMER HAS
      *                      NONE OR IT IS NOT ON terms.dat)
      *       LS-DUE-DATE    INVOICE DATE PLUS THE NET DAYS
      *       LS-DISC-DATE   LAST DAY THE DISCOUNT MAY BE TAKEN,
      *                      ZERO WHEN THE TERMS OFFER NONE
      *       LS-DISC-PCT    THE DISCOUNT PERCENT
      *    A CUSTOMER WITHOUT TERMS IS DUE ON THE INVOICE DATE, THE
      *    SAME AS BEFORE TERMS EXISTED. BOTH FILES ARE LOADED ON
      *    FIRST CALL AND KEPT FOR THE REST OF THE RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-FILE ASSIGN TO 'terms.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TERMS-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'custprof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TERMS-FILE.
       01 TERMS-DATA.
          COPY TERMS-CODE.

       FD PROFILE-FILE.
       01 PROFILE-DATA.
          COPY CUSTOMER-PROFILE.

       WORKING-STORAGE SECTION.
       01 WS-TERMS-STATUS      PIC XX.
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-LOADED            PIC X     VALUE 'N'.
       01 WS-FOUND             PIC X.
       01 WS-WORK-INT          PIC 9(8).
       01 WS-TERMS-COUNT       PIC 9(3)  VALUE ZERO.
       01 WS-TERMS-TABLE.
          02 WS-TERMS-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-TERMS-COUNT.
             03 WT-CODE               PIC X(10).
             03 WT-NET-DAYS           PIC 9(3).
             03 WT-DISC-PCT           PIC 9(2)V99.
             03 WT-DISC-DAYS          PIC 9(3).
       01 WS-TERMS-I           PIC 9(3).
       01 WS-PROF-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-PROF-TABLE.
          02 WS-PROF-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PROF-COUNT.
             03 WP-ID-NUM             PIC 9(5).
             03 WP-TERMS-CODE         PIC X(10).
       01 WS-PROF-I            PIC 9(4).

       LINKAGE SECTION.
       01 LS-ID-NUM          PIC 9(5).
       01 LS-INV-DATE        PIC 9(8).
       01 LS-TERMS-CODE      PIC X(10).
       01 LS-DUE-DATE        PIC 9(8).
       01 LS-DISC-DATE       PIC 9(8).
       01 LS-DISC-PCT        PIC 9(2)V99.

       PROCEDURE DIVISION USING LS-ID-NUM LS-INV-DATE LS-TERMS-CODE
           LS-DUE-DATE LS-DISC-DATE LS-DISC-PCT.

       CUSTTERMS-MAIN.
           IF WS-LOADED IS EQUAL TO 'N'
              PERFORM LOAD-TERMS-TABLE
              PERFORM LOAD-PROFILE-TABLE
              MOVE 'Y' TO WS-LOADED
           END-IF.
           MOVE SPACES TO LS-TERMS-CODE.
           MOVE LS-INV-DATE TO LS-DUE-DATE.
           MOVE ZERO TO LS-DISC-DATE.
           MOVE ZERO TO LS-DISC-PCT.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-PROF-I FROM 1 BY 1
              UNTIL WS-PROF-I > WS-PROF-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WP-ID-NUM(WS-PROF-I) IS EQUAL TO LS-ID-NUM
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-PROF-I
                   END-IF
           END-PERFORM.
           IF WS-FOUND IS EQUAL TO 'Y' AND
              WP-TERMS-CODE(WS-PROF-I) IS NOT EQUAL TO SPACES
              PERFORM APPLY-CUSTOMER-TERMS
           END-IF.
           GOBACK.

       APPLY-CUSTOMER-TERMS.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-TERMS-I FROM 1 BY 1
              UNTIL WS-TERMS-I > WS-TERMS-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WT-CODE(WS-TERMS-I) IS EQUAL TO
                      WP-TERMS-CODE(WS-PROF-I)
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-TERMS-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE WT-CODE(WS-TERMS-I) TO LS-TERMS-CODE
              MOVE FUNCTION INTEGER-OF-DATE(LS-INV-DATE)
                 TO WS-WORK-INT
              ADD WT-NET-DAYS(WS-TERMS-I) TO WS-WORK-INT
              MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                 TO LS-DUE-DATE
              IF WT-DISC-PCT(WS-TERMS-I) IS GREATER THAN ZERO
                 MOVE WT-DISC-PCT(WS-TERMS-I) TO LS-DISC-PCT
                 MOVE FUNCTION INTEGER-OF-DATE(LS-INV-DATE)
                    TO WS-WORK-INT
                 ADD WT-DISC-DAYS(WS-TERMS-I) TO WS-WORK-INT
                 MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                    TO LS-DISC-DATE
              END-IF
           END-IF.

       LOAD-TERMS-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT TERMS-FILE
           IF WS-TERMS-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ TERMS-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-TERMS-COUNT IS LESS THAN 100
                            ADD 1 TO WS-TERMS-COUNT
                            MOVE TM-CODE TO WT-CODE(WS-TERMS-COUNT)
                            MOVE TM-NET-DAYS TO
                               WT-NET-DAYS(WS-TERMS-COUNT)
                            MOVE TM-DISC-PCT TO
                               WT-DISC-PCT(WS-TERMS-COUNT)
                            MOVE TM-DISC-DAYS TO
                               WT-DISC-DAYS(WS-TERMS-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE TERMS-FILE
           END-IF.

       LOAD-PROFILE-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROFILE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-PROF-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-PROF-COUNT
                            MOVE CP-ID-NUM TO
                               WP-ID-NUM(WS-PROF-COUNT)
                            MOVE CP-TERMS-CODE TO
                               WP-TERMS-CODE(WS-PROF-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.
