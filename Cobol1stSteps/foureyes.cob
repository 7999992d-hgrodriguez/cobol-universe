       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOUREYES.

      *    SHARED FOUR-EYES GATE FOR SENSITIVE MASTER-FILE CHANGES,
      *    IN THE SPIRIT OF SECLOG: MAINCUSTOMERINTERACTIVE (CREDIT
      *    LIMITS), MAINPRICEMAINT (LIST PRICES) AND MAINCONTRACTMAINT
      *    (CONTRACT PRICES) ASK HERE BEFORE APPLYING A CHANGE. A
      *    CHANGE OVER ITS LIMIT ON foureyes.ctl IS NOT APPLIED BUT
      *    QUEUED ON pendchg.dat, WITH ITS BEFORE AND AFTER VALUES,
      *    FOR A SECOND SUPERVISOR TO APPROVE OR REJECT ON
      *    MAINCHGAPPROVE. FUNCTIONS:
      *       '1' TEST THE CHANGE IN LS-CHANGE (PD-TYPE, BEFORE AND
      *           AFTER VALUE, AND LS-UNIT-COST FOR THE PRICES) -
      *           LS-RESULT 'Y' WHEN IT MUST WAIT FOR APPROVAL, WITH
      *           THE LIMIT IT WENT OVER IN PD-REASON; 'N' WHEN IT
      *           MAY BE APPLIED AT ONCE
      *       '2' QUEUE LS-CHANGE AS PENDING UNDER THE NEXT CHANGE
      *           NUMBER (BACK IN PD-CHANGE-ID) AND LOG IT ON
      *           seclog.dat - THE CALLER WRITES ITS OWN AUDIT LINE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOUREYES-CONTROL-FILE ASSIGN TO 'foureyes.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PEND-CHANGE-FILE ASSIGN TO 'pendchg.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PENDCHG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    'CRL' ROW: A CREDIT-LIMIT INCREASE OF MORE THAN THIS, AS
      *    NINE RAW DIGITS ('CRL 000500000' = 5,000.00), NEEDS A
      *    SECOND SUPERVISOR. 'PRC' ROW: A PRICE CUT LEAVING LESS
      *    THAN THIS MARGIN OVER UNIT-COST, AS A PERCENT WITH ONE
      *    DECIMAL ('PRC 0000' = BELOW COST). 'CTP' ROW: A CONTRACT
      *    PRICE UNDER THIS MARGIN OVER UNIT-COST ('CTP 0100' =
      *    10.0 PERCENT).
       FD FOUREYES-CONTROL-FILE.
       01 FOUREYES-CONTROL-DATA.
          02 FC-REC-TYPE       PIC X(3).
          02 FILLER            PIC X.
          02 FC-BODY           PIC X(36).
          02 FC-CREDIT-ROW REDEFINES FC-BODY.
             03 FC-CREDIT-INCREASE PIC 9(7)V99.
             03 FILLER            PIC X(27).
          02 FC-MARGIN-ROW REDEFINES FC-BODY.
             03 FC-MARGIN-PCT     PIC 9(3)V9.
             03 FILLER            PIC X(32).

       FD PEND-CHANGE-FILE.
       01 PEND-CHANGE-DATA.
          COPY PEND-CHANGE.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-PENDCHG-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-LOADED            PIC X     VALUE 'N'.
       01 WS-CURRENT-DATE-DATA.
          02 WS-CURRENT-DATE     PIC 9(8).
          02 WS-CURRENT-TIME     PIC 9(6).
          02 FILLER              PIC X(7).
      *    THE LIMITS IN FORCE - THESE DEFAULTS STAND FOR ANY ROW
      *    MISSING FROM foureyes.ctl
       01 WS-CREDIT-INCREASE   PIC 9(7)V99 VALUE 5000.00.
       01 WS-PRICE-MARGIN      PIC 9(3)V9  VALUE ZERO.
       01 WS-CONTRACT-MARGIN   PIC 9(3)V9  VALUE 10.0.
       01 WS-INCREASE          PIC 9(7)V99.
       01 WS-MARGIN            PIC S9(5)V9.
       01 WS-HIGH-ID           PIC 9(6).
      *    PARAMETERS PASSED TO THE SHARED SECLOG SUBPROGRAM
       01 WS-SE-OPERATOR       PIC X(8).
       01 WS-SE-EVENT          PIC X(12).
       01 WS-SE-DETAIL         PIC X(20).

       LINKAGE SECTION.
       01 LS-FUNC            PIC X.
          88 FOUR-EYES-TEST            VALUE '1'.
          88 FOUR-EYES-QUEUE           VALUE '2'.
       01 LS-PROGRAM         PIC X(12).
       01 LS-UNIT-COST       PIC 9(4)V99.
       01 LS-CHANGE.
          COPY PEND-CHANGE.
       01 LS-RESULT          PIC X.

       PROCEDURE DIVISION USING LS-FUNC LS-PROGRAM LS-UNIT-COST
           LS-CHANGE LS-RESULT.

       FOUREYES-MAIN.
           IF WS-LOADED IS EQUAL TO 'N'
              PERFORM LOAD-FOUREYES-CONTROL
           END-IF.
           MOVE 'N' TO LS-RESULT.
           EVALUATE TRUE
           WHEN FOUR-EYES-TEST
                PERFORM TEST-THE-CHANGE
           WHEN FOUR-EYES-QUEUE
                PERFORM QUEUE-THE-CHANGE
           WHEN OTHER
                CONTINUE
           END-EVALUATE.
           GOBACK.

       LOAD-FOUREYES-CONTROL.
           MOVE 'Y' TO WS-LOADED
           MOVE 'N' TO WS-EOF
           OPEN INPUT FOUREYES-CONTROL-FILE
           IF WS-CONTROL-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'FOUREYES: foureyes.ctl not found - using the '
                 'standard approval limits'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ FOUREYES-CONTROL-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         EVALUATE FC-REC-TYPE
                         WHEN 'CRL'
                              IF FC-CREDIT-INCREASE IS NUMERIC
                                 MOVE FC-CREDIT-INCREASE TO
                                    WS-CREDIT-INCREASE
                              END-IF
                         WHEN 'PRC'
                              IF FC-MARGIN-PCT IS NUMERIC
                                 MOVE FC-MARGIN-PCT TO
                                    WS-PRICE-MARGIN
                              END-IF
                         WHEN 'CTP'
                              IF FC-MARGIN-PCT IS NUMERIC
                                 MOVE FC-MARGIN-PCT TO
                                    WS-CONTRACT-MARGIN
                              END-IF
                         WHEN OTHER
                              CONTINUE
                         END-EVALUATE
                      END-READ
              END-PERFORM
              CLOSE FOUREYES-CONTROL-FILE
           END-IF.

      *    A CREDIT LIMIT IS HELD ONLY WHEN RAISED BY MORE THAN THE
      *    LIMIT; A LIST PRICE ONLY WHEN CUT BELOW ITS MARGIN FLOOR;
      *    A CONTRACT PRICE WHENEVER IT IS UNDER ITS MARGIN FLOOR. A
      *    PRODUCT WITH NO UNIT-COST YET CANNOT BE JUDGED ON MARGIN
      *    AND IS LET THROUGH.
       TEST-THE-CHANGE.
           MOVE SPACES TO PD-REASON OF LS-CHANGE
           EVALUATE TRUE
           WHEN PD-CREDIT-LIMIT OF LS-CHANGE
                IF PD-AFTER-VALUE OF LS-CHANGE IS GREATER THAN
                   PD-BEFORE-VALUE OF LS-CHANGE
                   COMPUTE WS-INCREASE = PD-AFTER-VALUE OF LS-CHANGE
                      - PD-BEFORE-VALUE OF LS-CHANGE
                   IF WS-INCREASE IS GREATER THAN WS-CREDIT-INCREASE
                      MOVE 'Y' TO LS-RESULT
                      MOVE 'INCREASE OVER LIMIT'
                         TO PD-REASON OF LS-CHANGE
                   END-IF
                END-IF
           WHEN PD-LIST-PRICE OF LS-CHANGE
                IF PD-AFTER-VALUE OF LS-CHANGE IS LESS THAN
                   PD-BEFORE-VALUE OF LS-CHANGE AND
                   LS-UNIT-COST IS GREATER THAN ZERO
                   PERFORM COMPUTE-MARGIN
                   IF WS-MARGIN IS LESS THAN WS-PRICE-MARGIN
                      MOVE 'Y' TO LS-RESULT
                      IF WS-MARGIN IS LESS THAN ZERO
                         MOVE 'PRICE CUT BELOW COST'
                            TO PD-REASON OF LS-CHANGE
                      ELSE
                         MOVE 'PRICE CUT UNDER MRGN'
                            TO PD-REASON OF LS-CHANGE
                      END-IF
                   END-IF
                END-IF
           WHEN PD-CONTRACT-PRICE OF LS-CHANGE
                IF LS-UNIT-COST IS GREATER THAN ZERO
                   PERFORM COMPUTE-MARGIN
                   IF WS-MARGIN IS LESS THAN WS-CONTRACT-MARGIN
                      MOVE 'Y' TO LS-RESULT
                      MOVE 'CONTRACT UNDER MRGN '
                         TO PD-REASON OF LS-CHANGE
                   END-IF
                END-IF
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

      *    MARGIN OVER COST AS A PERCENT OF THE NEW PRICE - A ZERO
      *    PRICE COUNTS AS A TOTAL LOSS
       COMPUTE-MARGIN.
           IF PD-AFTER-VALUE OF LS-CHANGE IS EQUAL TO ZERO
              MOVE -100 TO WS-MARGIN
           ELSE
              COMPUTE WS-MARGIN ROUNDED =
                 (PD-AFTER-VALUE OF LS-CHANGE - LS-UNIT-COST) * 100
                 / PD-AFTER-VALUE OF LS-CHANGE
           END-IF.

      *    THE NEXT CHANGE NUMBER IS ONE PAST THE HIGHEST ON FILE -
      *    DECIDED ROWS STAY ON pendchg.dat, SO NUMBERS NEVER REPEAT
       QUEUE-THE-CHANGE.
           MOVE ZERO TO WS-HIGH-ID
           MOVE 'N' TO WS-EOF
           OPEN INPUT PEND-CHANGE-FILE
           IF WS-PENDCHG-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PEND-CHANGE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PD-CHANGE-ID OF PEND-CHANGE-DATA IS
                            GREATER THAN WS-HIGH-ID
                            MOVE PD-CHANGE-ID OF PEND-CHANGE-DATA
                               TO WS-HIGH-ID
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PEND-CHANGE-FILE
           END-IF
           ADD 1 TO WS-HIGH-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA
           MOVE WS-HIGH-ID TO PD-CHANGE-ID OF LS-CHANGE
           MOVE WS-CURRENT-DATE TO PD-REQ-DATE OF LS-CHANGE
           MOVE WS-CURRENT-TIME TO PD-REQ-TIME OF LS-CHANGE
           SET PD-PENDING OF LS-CHANGE TO TRUE
           MOVE SPACES TO PD-DECIDER OF LS-CHANGE
           MOVE ZERO TO PD-DECIDE-DATE OF LS-CHANGE
           OPEN EXTEND PEND-CHANGE-FILE
           IF WS-PENDCHG-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT PEND-CHANGE-FILE
           END-IF
           IF WS-PENDCHG-STATUS IS EQUAL TO '00'
              MOVE LS-CHANGE TO PEND-CHANGE-DATA
              WRITE PEND-CHANGE-DATA
              CLOSE PEND-CHANGE-FILE
              MOVE 'Y' TO LS-RESULT
              MOVE PD-REQUESTER OF LS-CHANGE TO WS-SE-OPERATOR
              MOVE 'CHG-QUEUED  ' TO WS-SE-EVENT
              MOVE SPACES TO WS-SE-DETAIL
              STRING PD-TYPE OF LS-CHANGE ' CHANGE '
                 PD-CHANGE-ID OF LS-CHANGE
                 DELIMITED BY SIZE INTO WS-SE-DETAIL
              CALL 'SECLOG' USING
                 BY REFERENCE WS-SE-OPERATOR,
                 BY REFERENCE LS-PROGRAM,
                 BY REFERENCE WS-SE-EVENT,
                 BY REFERENCE WS-SE-DETAIL
              END-CALL
           ELSE
              DISPLAY 'FOUREYES: pendchg.dat not writable, change '
                 'not queued'
           END-IF.
