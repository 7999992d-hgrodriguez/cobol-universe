       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINFXRATEMAINT.

      *    MAINTENANCE SCREEN OVER THE fxrate.dat FILE OF DATED
      *    EXCHANGE RATES (CURRENCY, EFFECTIVE DATE, BASE UNITS PER
      *    FOREIGN UNIT). A RATE IS KEYED BY CURRENCY AND EFFECTIVE
      *    DATE AND STAYS IN FORCE UNTIL A LATER ONE TAKES OVER, SO
      *    TODAY'S RATE IS SIMPLY A NEW ROW - OLD ROWS ARE KEPT SO
      *    AN ORDER OR REVALUATION CAN BE RE-RUN AT THE RATE OF ITS
      *    DAY. THE BASE CURRENCY ITSELF TAKES NO RATE. SAME
      *    WHOLE-FILE-IN-A-TABLE SHAPE AS MAINREBATEMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO 'fxrate.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       01 RATE-DATA.
          COPY EXCHANGE-RATE.

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
       01 WS-RATE-STATUS       PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-BASE-CURRENCY     PIC X(3)  VALUE 'USD'.
       01 WS-ENTER-CURRENCY    PIC X(3).
       01 WS-ENTER-DATE        PIC 9(8).
      *    THE RATE IS KEYED AS NINE RAW DIGITS ('000736500' =
      *    0.736500), PICKED UP THROUGH THE REDEFINES
       01 WS-ENTER-RATE-X      PIC X(9).
       01 WS-ENTER-RATE REDEFINES WS-ENTER-RATE-X
                               PIC 9(3)V9(6).
       01 WS-EDIT-RATE         PIC ZZ9.999999.

       01 WS-FX-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-FX-TABLE.
          02 WS-FX-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-FX-COUNT.
             03 WFX-CURRENCY          PIC X(3).
             03 WFX-EFF-DATE          PIC 9(8).
             03 WFX-RATE              PIC 9(3)V9(6).
       01 WS-FX-I              PIC 9(4).
       01 WS-FX-SLOT           PIC 9(4).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM LOAD-RATE-TABLE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
                   DISPLAY " "
                   DISPLAY "Exchange Rate Maintenance"
                   DISPLAY "Please select the operation"
                   DISPLAY "1) List Rates"
                   DISPLAY "2) Set a Rate"
                   DISPLAY "3) Remove a Rate"
                   DISPLAY "0) Quit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   EVALUATE CHOICE
                   WHEN '1'
                        PERFORM LIST-RATES
                   WHEN '2'
                        PERFORM SET-RATE
                   WHEN '3'
                        PERFORM REMOVE-RATE
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                        DISPLAY "wrong choice, please try again"
                   END-EVALUATE
           END-PERFORM.
           STOP RUN.

       LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-FX-COUNT
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'FXRATE: fxrate.dat not found - starting '
                 'with an empty table'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ RATE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-FX-COUNT IS EQUAL TO 2000
                            DISPLAY 'FXRATE: rate table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-FX-COUNT
                         MOVE FX-CURRENCY TO
                            WFX-CURRENCY(WS-FX-COUNT)
                         MOVE FX-EFF-DATE TO
                            WFX-EFF-DATE(WS-FX-COUNT)
                         MOVE FX-RATE TO WFX-RATE(WS-FX-COUNT)
                      END-READ
              END-PERFORM
              CLOSE RATE-FILE
           END-IF.

       SAVE-RATE-TABLE.
           OPEN OUTPUT RATE-FILE
           PERFORM VARYING WS-FX-I FROM 1 BY 1
              UNTIL WS-FX-I > WS-FX-COUNT
                   MOVE SPACES TO RATE-DATA
                   MOVE WFX-CURRENCY(WS-FX-I) TO FX-CURRENCY
                   MOVE WFX-EFF-DATE(WS-FX-I) TO FX-EFF-DATE
                   MOVE WFX-RATE(WS-FX-I) TO FX-RATE
                   WRITE RATE-DATA
           END-PERFORM
           CLOSE RATE-FILE.

       LIST-RATES.
           DISPLAY " "
           IF WS-FX-COUNT IS EQUAL TO ZERO
              DISPLAY "FXRATE: no rates on file"
           ELSE
              DISPLAY "CUR EFFECTIVE       RATE"
              PERFORM VARYING WS-FX-I FROM 1 BY 1
                 UNTIL WS-FX-I > WS-FX-COUNT
                      MOVE WFX-RATE(WS-FX-I) TO WS-EDIT-RATE
                      DISPLAY WFX-CURRENCY(WS-FX-I) " "
                         WFX-EFF-DATE(WS-FX-I) " "
                         WS-EDIT-RATE
              END-PERFORM
           END-IF.

       SET-RATE.
           DISPLAY " "
           DISPLAY "SET: Currency Code (e.g. CAD): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-ENTER-CURRENCY)
              TO WS-ENTER-CURRENCY
           DISPLAY "SET: Effective Date (YYYYMMDD): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           DISPLAY "SET: Base units per one " WS-ENTER-CURRENCY
              " as 9 digits (000736500 = 0.736500): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-RATE-X
           EVALUATE TRUE
           WHEN WS-ENTER-CURRENCY IS EQUAL TO SPACES OR
                WS-ENTER-CURRENCY IS NOT ALPHABETIC
                DISPLAY "SET: currency code must be three letters, "
                   "nothing recorded"
           WHEN WS-ENTER-CURRENCY IS EQUAL TO WS-BASE-CURRENCY
                DISPLAY "SET: " WS-BASE-CURRENCY " is the base "
                   "currency and takes no rate"
           WHEN WS-ENTER-DATE IS EQUAL TO ZERO
                DISPLAY "SET: effective date is required, "
                   "nothing recorded"
           WHEN WS-ENTER-RATE-X IS NOT NUMERIC
                DISPLAY "SET: rate must be nine digits, "
                   "nothing recorded"
           WHEN WS-ENTER-RATE IS EQUAL TO ZERO
                DISPLAY "SET: rate must not be zero, "
                   "nothing recorded"
           WHEN OTHER
                PERFORM STORE-RATE
           END-EVALUATE.

       STORE-RATE.
           MOVE ZERO TO WS-FX-SLOT
           PERFORM VARYING WS-FX-I FROM 1 BY 1
              UNTIL WS-FX-I > WS-FX-COUNT
                   IF WFX-CURRENCY(WS-FX-I) IS EQUAL TO
                      WS-ENTER-CURRENCY AND
                      WFX-EFF-DATE(WS-FX-I) IS EQUAL TO WS-ENTER-DATE
                      MOVE WS-FX-I TO WS-FX-SLOT
                   END-IF
           END-PERFORM
           IF WS-FX-SLOT IS EQUAL TO ZERO
              IF WS-FX-COUNT IS EQUAL TO 2000
                 DISPLAY "SET: rate table is full"
              ELSE
                 ADD 1 TO WS-FX-COUNT
                 MOVE WS-FX-COUNT TO WS-FX-SLOT
              END-IF
           END-IF
           IF WS-FX-SLOT IS GREATER THAN ZERO
              MOVE WS-ENTER-CURRENCY TO WFX-CURRENCY(WS-FX-SLOT)
              MOVE WS-ENTER-DATE TO WFX-EFF-DATE(WS-FX-SLOT)
              MOVE WS-ENTER-RATE TO WFX-RATE(WS-FX-SLOT)
              PERFORM SAVE-RATE-TABLE
              DISPLAY "SET: " WS-ENTER-CURRENCY " rate from "
                 WS-ENTER-DATE " saved"
           END-IF.

       REMOVE-RATE.
           DISPLAY " "
           DISPLAY "DEL: Currency Code: " WITH NO ADVANCING
           ACCEPT WS-ENTER-CURRENCY
           MOVE FUNCTION UPPER-CASE(WS-ENTER-CURRENCY)
              TO WS-ENTER-CURRENCY
           DISPLAY "DEL: Effective Date (YYYYMMDD): "
              WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-FX-I FROM 1 BY 1
              UNTIL WS-FX-I > WS-FX-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WFX-CURRENCY(WS-FX-I) IS EQUAL TO
                      WS-ENTER-CURRENCY AND
                      WFX-EFF-DATE(WS-FX-I) IS EQUAL TO WS-ENTER-DATE
                      MOVE 'Y' TO WS-FOUND
                      PERFORM SHIFT-RATES-DOWN
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM SAVE-RATE-TABLE
              DISPLAY "DEL: rate removed"
           ELSE
              DISPLAY "DEL: no such rate on file"
           END-IF.

       SHIFT-RATES-DOWN.
           PERFORM UNTIL WS-FX-I IS GREATER THAN OR EQUAL TO
              WS-FX-COUNT
                   MOVE WS-FX-ENTRY(WS-FX-I + 1) TO
                      WS-FX-ENTRY(WS-FX-I)
                   ADD 1 TO WS-FX-I
           END-PERFORM
           SUBTRACT 1 FROM WS-FX-COUNT.
