       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATE.

      *    SHARED EXCHANGE-RATE SUBPROGRAM, THE SAME SHAPE AS
      *    CUSTTERMS: EVERY PROGRAM THAT PRICES, INVOICES, RECEIVES
      *    OR RESTATES IN A CUSTOMER'S OWN CURRENCY ASKS HERE. GIVEN
      *    A CUSTOMER ID (OR ZERO AND A CURRENCY CODE) AND A DATE IT
      *    RETURNS:
      *       LS-CURRENCY  THE CUSTOMER'S CURRENCY CODE FROM
      *                    custprof.dat (LEFT AS PASSED WHEN THE ID
      *                    IS ZERO), USD FOR A BASE CUSTOMER
      *       LS-RATE      BASE UNITS PER FOREIGN UNIT IN FORCE ON
      *                    THE DATE - THE fxrate.dat ROW WITH THE
      *                    LATEST EFFECTIVE DATE NOT AFTER IT. 1 FOR
      *                    THE BASE CURRENCY, ZERO WHEN NO RATE IS ON
      *                    FILE YET (THE CALLER MUST REFUSE)
      *       LS-FOREIGN   Y WHEN THE CURRENCY IS NOT THE BASE
      *    BOTH FILES ARE LOADED ON FIRST CALL AND KEPT FOR THE REST
      *    OF THE RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO 'fxrate.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'custprof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       01 RATE-DATA.
          COPY EXCHANGE-RATE.

       FD PROFILE-FILE.
       01 PROFILE-DATA.
          COPY CUSTOMER-PROFILE.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS       PIC XX.
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-LOADED            PIC X     VALUE 'N'.
       01 WS-FOUND             PIC X.
       01 WS-BASE-CURRENCY     PIC X(3)  VALUE 'USD'.
       01 WS-BEST-DATE         PIC 9(8).
       01 WS-RATE-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-RATE-TABLE.
          02 WS-RATE-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-RATE-COUNT.
             03 WR-CURRENCY           PIC X(3).
             03 WR-EFF-DATE           PIC 9(8).
             03 WR-RATE               PIC 9(3)V9(6).
       01 WS-RATE-I            PIC 9(4).
       01 WS-PROF-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-PROF-TABLE.
          02 WS-PROF-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PROF-COUNT.
             03 WP-ID-NUM             PIC 9(5).
             03 WP-CURRENCY           PIC X(3).
       01 WS-PROF-I            PIC 9(4).

       LINKAGE SECTION.
       01 LS-ID-NUM          PIC 9(5).
       01 LS-RATE-DATE       PIC 9(8).
       01 LS-CURRENCY        PIC X(3).
       01 LS-RATE            PIC 9(3)V9(6).
       01 LS-FOREIGN         PIC X.

       PROCEDURE DIVISION USING LS-ID-NUM LS-RATE-DATE LS-CURRENCY
           LS-RATE LS-FOREIGN.

       FXRATE-MAIN.
           IF WS-LOADED IS EQUAL TO 'N'
              PERFORM LOAD-RATE-TABLE
              PERFORM LOAD-PROFILE-TABLE
              MOVE 'Y' TO WS-LOADED
           END-IF.
           IF LS-ID-NUM IS GREATER THAN ZERO
              MOVE SPACES TO LS-CURRENCY
              PERFORM VARYING WS-PROF-I FROM 1 BY 1
                 UNTIL WS-PROF-I > WS-PROF-COUNT
                      IF WP-ID-NUM(WS-PROF-I) IS EQUAL TO LS-ID-NUM
                         MOVE WP-CURRENCY(WS-PROF-I) TO LS-CURRENCY
                      END-IF
              END-PERFORM
           END-IF.
           IF LS-CURRENCY IS EQUAL TO SPACES OR
              LS-CURRENCY IS EQUAL TO WS-BASE-CURRENCY
              MOVE WS-BASE-CURRENCY TO LS-CURRENCY
              MOVE 1 TO LS-RATE
              MOVE 'N' TO LS-FOREIGN
           ELSE
              MOVE 'Y' TO LS-FOREIGN
              PERFORM FIND-RATE-IN-FORCE
           END-IF.
           GOBACK.

       FIND-RATE-IN-FORCE.
           MOVE ZERO TO LS-RATE
           MOVE ZERO TO WS-BEST-DATE
           PERFORM VARYING WS-RATE-I FROM 1 BY 1
              UNTIL WS-RATE-I > WS-RATE-COUNT
                   IF WR-CURRENCY(WS-RATE-I) IS EQUAL TO LS-CURRENCY
                      AND WR-EFF-DATE(WS-RATE-I) IS NOT GREATER THAN
                      LS-RATE-DATE
                      AND WR-EFF-DATE(WS-RATE-I) IS NOT LESS THAN
                      WS-BEST-DATE
                      MOVE WR-EFF-DATE(WS-RATE-I) TO WS-BEST-DATE
                      MOVE WR-RATE(WS-RATE-I) TO LS-RATE
                   END-IF
           END-PERFORM.

       LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ RATE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-RATE-COUNT IS LESS THAN 2000
                            ADD 1 TO WS-RATE-COUNT
                            MOVE FX-CURRENCY TO
                               WR-CURRENCY(WS-RATE-COUNT)
                            MOVE FX-EFF-DATE TO
                               WR-EFF-DATE(WS-RATE-COUNT)
                            MOVE FX-RATE TO WR-RATE(WS-RATE-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE RATE-FILE
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
      *                     ROWS FROM BEFORE CURRENCIES END SHORT
                            IF CP-CURRENCY-CODE IS ALPHABETIC
                               MOVE CP-CURRENCY-CODE TO
                                  WP-CURRENCY(WS-PROF-COUNT)
                            ELSE
                               MOVE SPACES TO
                                  WP-CURRENCY(WS-PROF-COUNT)
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.
