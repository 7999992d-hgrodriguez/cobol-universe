       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINCAPMONITOR.

      *    NIGHTLY DATASET GROWTH AND TABLE-CAPACITY MONITOR. MOST
      *    PROGRAMS LOAD A WHOLE FILE INTO A FIXED OCCURS TABLE, AND
      *    A FILE THAT OUTGROWS ONE IS A RUN ABORTED IN THE MIDDLE OF
      *    THE DAY. THE REGISTER capacity.ctl NAMES EVERY DATASET
      *    WORTH WATCHING, ONE LINE FOR EACH PROGRAM TABLE IT IS
      *    LOADED INTO:
      *       COLS  1-20  DATASET
      *       COLS 22-41  PROGRAM
      *       COLS 43-48  TABLE LIMIT (000000 = GROWTH ONLY)
      *       COLS 50-69  TABLE (THE DEPENDING-ON COUNTER)
      *    EACH DATASET IS COUNTED - RECORDS, AND BYTES AS STORED
      *    (LINE LENGTH PLUS THE LINE END; THE INDEXED MASTERS AS
      *    RECORDS TIMES RECORD LENGTH) - AND THE FIGURES ARE
      *    APPENDED TO THE GROWTH HISTORY capgrowth.dat, ONCE A DAY.
      *    capacity.rpt THEN SHOWS:
      *       GROWTH  - EACH DATASET AGAINST ITS LAST MEASUREMENT
      *       LIMITS  - EVERY TABLE WHOSE DATASET IS AT 80% OR MORE
      *                 OF ITS LIMIT (FULL AT 100%)
      *       TREND   - FOR EVERY TABLE, THE DAILY GROWTH SINCE THE
      *                 OLDEST MEASUREMENT IN THE LAST 90 DAYS AND
      *                 THE DATE THE LIMIT WILL BE REACHED AT THAT
      *                 RATE
      *    THE COUNT OF A WHOLE FILE IS COMPARED EVEN WHERE A PROGRAM
      *    KEEPS ONLY PART OF IT, SO THE WARNING ERRS EARLY. ANY
      *    TABLE AT 80% OR MORE ENDS THE RUN WITH RETURN CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-CONTROL-FILE ASSIGN TO 'capacity.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
           SELECT MEASURED-FILE ASSIGN TO WS-MEASURED-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MEASURED-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              SEQUENTIAL RECORD KEY IS CU-ID-NUM
              FILE STATUS IS WS-MEASURED-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              SEQUENTIAL RECORD KEY IS PR-PROD-CODE
              FILE STATUS IS WS-MEASURED-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO 'arbal.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              SEQUENTIAL RECORD KEY IS AB-ID-NUM
              FILE STATUS IS WS-MEASURED-STATUS.
           SELECT GROWTH-HISTORY-FILE ASSIGN TO 'capgrowth.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CAPACITY-REPORT ASSIGN TO 'capacity.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CAPACITY-CONTROL-FILE.
       01 CAPACITY-CONTROL-RECORD.
          02 CC-DATASET        PIC X(20).
          02 FILLER            PIC X.
          02 CC-PROGRAM        PIC X(20).
          02 FILLER            PIC X.
          02 CC-LIMIT          PIC 9(6).
          02 FILLER            PIC X.
          02 CC-TABLE          PIC X(20).

      *    ANY LINE-SEQUENTIAL DATASET - ONLY ITS LENGTH MATTERS
       FD MEASURED-FILE.
       01 MEASURED-LINE        PIC X(1000).

      *    THE INDEXED MASTERS ARE ONLY COUNTED FRONT TO BACK - THE
      *    KEY IS ALL THAT NEEDS A NAME
       FD CUSTOMER-FILE.
       01 CUSTOMER-DATA.
          02 CU-ID-NUM         PIC 9(5).
          02 FILLER            PIC X(156).

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          02 PR-PROD-CODE      PIC X(10).
          02 FILLER            PIC X(79).

       FD AR-BALANCE-FILE.
       01 AR-BALANCE-DATA.
          02 AB-ID-NUM         PIC 9(5).
          02 FILLER            PIC X(10).

       FD GROWTH-HISTORY-FILE.
       01 GROWTH-HISTORY-RECORD.
          02 GH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 GH-DATASET        PIC X(20).
          02 FILLER            PIC X.
          02 GH-RECORDS        PIC 9(9).
          02 FILLER            PIC X.
          02 GH-BYTES          PIC 9(12).

       FD CAPACITY-REPORT.
       01 PRINT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-MEASURED-STATUS   PIC XX.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-MEASURED-NAME     PIC X(20).
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-TODAY-INT         PIC 9(8).
       01 WS-WINDOW-INT        PIC 9(8).
       01 WS-HISTORY-INT       PIC 9(8).
       01 WS-BASE-INT          PIC 9(8).
       01 WS-LINE-LENGTH       PIC 9(4).
       01 WS-RECORD-LENGTH     PIC 9(4).
       01 WS-LINE-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-APPENDED-COUNT    PIC 9(4)  VALUE ZERO.
       01 WS-WARNING-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-PERCENT           PIC 9(5).
       01 WS-RATE              PIC S9(7)V9(4).
       01 WS-REMAINING         PIC 9(9).
       01 WS-DAYS-LEFT         PIC 9(5).
       01 WS-DAYS-OVERFLOW     PIC X.
       01 WS-REACH-DATE        PIC 9(8).

      *    ONE ENTRY PER DATASET NAMED IN THE REGISTER: TODAY'S
      *    MEASUREMENT, THE LATEST EARLIER ONE AND THE OLDEST ONE
      *    INSIDE THE 90-DAY TREND WINDOW
       01 WS-DS-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-DS-TABLE.
          02 WS-DS-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-DS-COUNT.
             03 WD-DATASET            PIC X(20).
             03 WD-PRESENT            PIC X.
             03 WD-RECORDS            PIC 9(9).
             03 WD-BYTES              PIC 9(12).
             03 WD-RECORDED-TODAY     PIC X.
             03 WD-PREV-DATE          PIC 9(8).
             03 WD-PREV-RECORDS       PIC 9(9).
             03 WD-BASE-DATE          PIC 9(8).
             03 WD-BASE-RECORDS       PIC 9(9).
       01 WS-DS-I              PIC 9(3).

      *    ONE ENTRY PER PROGRAM TABLE, POINTING AT ITS DATASET
       01 WS-LIM-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-LIM-TABLE.
          02 WS-LIM-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-LIM-COUNT.
             03 WL-DS-INDEX           PIC 9(3).
             03 WL-PROGRAM            PIC X(20).
             03 WL-LIMIT              PIC 9(6).
             03 WL-TABLE              PIC X(20).
       01 WS-LIM-I             PIC 9(3).

      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

       01 REPORT-HEADING.
          02 FILLER             PIC X(27) VALUE
             'DATASET CAPACITY MONITOR - '.
          02 RH-RUN-DATE        PIC 9(8).
       01 SECTION-HEADING      PIC X(100).
       01 GROWTH-HEADS.
          02 FILLER             PIC X(21) VALUE 'DATASET'.
          02 FILLER             PIC X(10) VALUE '  RECORDS'.
          02 FILLER             PIC X(14) VALUE '         BYTES'.
          02 FILLER             PIC X(9)  VALUE ' LAST ON'.
          02 FILLER             PIC X(10) VALUE '  RECORDS'.
          02 FILLER             PIC X(10) VALUE '    CHANGE'.
       01 GROWTH-LINE.
          02 GL-DATASET         PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 GL-RECORDS         PIC ZZZZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 GL-BYTES           PIC ZZZZZZZZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 GL-PREV-DATE       PIC X(8).
          02 FILLER             PIC X     VALUE SPACE.
          02 GL-PREV-RECORDS    PIC ZZZZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 GL-CHANGE          PIC -(8)9.
          02 FILLER             PIC X     VALUE SPACE.
          02 GL-REMARK          PIC X(10).
       01 LIMIT-HEADS.
          02 FILLER             PIC X(21) VALUE 'DATASET'.
          02 FILLER             PIC X(21) VALUE 'PROGRAM'.
          02 FILLER             PIC X(21) VALUE 'TABLE'.
          02 FILLER             PIC X(7)  VALUE '  LIMIT'.
          02 FILLER             PIC X(10) VALUE '  RECORDS'.
          02 FILLER             PIC X(6)  VALUE '  PCT'.
       01 LIMIT-LINE.
          02 LL-DATASET         PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 LL-PROGRAM         PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 LL-TABLE           PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 LL-LIMIT           PIC ZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 LL-RECORDS         PIC ZZZZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 LL-PERCENT         PIC ZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 LL-STATUS          PIC X(4).
       01 TREND-HEADS.
          02 FILLER             PIC X(21) VALUE 'DATASET'.
          02 FILLER             PIC X(21) VALUE 'PROGRAM'.
          02 FILLER             PIC X(7)  VALUE '  LIMIT'.
          02 FILLER             PIC X(10) VALUE '  RECORDS'.
          02 FILLER             PIC X(11) VALUE '  PER DAY'.
          02 FILLER             PIC X(20) VALUE ' LIMIT REACHED'.
       01 TREND-LINE.
          02 TL-DATASET         PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 TL-PROGRAM         PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 TL-LIMIT           PIC ZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 TL-RECORDS         PIC ZZZZZZZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 TL-RATE            PIC -(6)9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 TL-OUTLOOK         PIC X(30).
       01 TREND-REACH.
          02 FILLER             PIC X(3)  VALUE 'ON '.
          02 TR-DATE            PIC 9(8).
          02 FILLER             PIC X(4)  VALUE ' IN '.
          02 TR-DAYS            PIC ZZZZ9.
          02 FILLER             PIC X(5)  VALUE ' DAYS'.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16)  VALUE 'END OF REPORT - '.
          02 RF-WARNINGS        PIC ZZZ9.
          02 FILLER             PIC X(36)  VALUE
             ' TABLE LIMIT(S) AT 80% OR OVER'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           COMPUTE WS-WINDOW-INT = WS-TODAY-INT - 90.
           PERFORM LOAD-CAPACITY-REGISTER.
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I IS GREATER THAN WS-DS-COUNT
                   PERFORM MEASURE-ONE-DATASET
           END-PERFORM.
           PERFORM LOAD-GROWTH-HISTORY.
           PERFORM APPEND-GROWTH-HISTORY.
           PERFORM PRINT-CAPACITY-REPORT.
           MOVE 'MAINCAPMONTR' TO WS-SP-PROGRAM.
           MOVE 'capacity.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'RUN ' WS-TODAY DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'CAPMON: ' WS-DS-COUNT ' dataset(s) measured, '
              WS-APPENDED-COUNT ' added to capgrowth.dat'.
           IF WS-WARNING-COUNT IS GREATER THAN ZERO
              DISPLAY 'CAPMON: ' WS-WARNING-COUNT ' table limit(s) '
                 'at 80% or over - see capacity.rpt'
              MOVE 4 TO RETURN-CODE
           END-IF.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-LINE-COUNT
              ' record(s) written'.
           STOP RUN.

      *    ONE DATASET ENTRY PER DISTINCT NAME, ONE LIMIT ENTRY PER
      *    LINE THAT CARRIES A LIMIT
       LOAD-CAPACITY-REGISTER.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CAPACITY-CONTROL-FILE
           IF WS-CONTROL-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'CAPMON: capacity.ctl not found, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                   READ CAPACITY-CONTROL-FILE
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF CC-DATASET IS NOT EQUAL TO SPACES
                         PERFORM REGISTER-ONE-LINE
                      END-IF
                   END-READ
           END-PERFORM
           CLOSE CAPACITY-CONTROL-FILE.

       REGISTER-ONE-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I IS GREATER THAN WS-DS-COUNT
                      OR WS-FOUND IS EQUAL TO 'Y'
                   IF WD-DATASET(WS-DS-I) IS EQUAL TO CC-DATASET
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-DS-I
           ELSE
              IF WS-DS-COUNT IS EQUAL TO 200
                 DISPLAY 'CAPMON: dataset table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-DS-COUNT
              MOVE WS-DS-COUNT TO WS-DS-I
              MOVE CC-DATASET TO WD-DATASET(WS-DS-I)
              MOVE 'N' TO WD-PRESENT(WS-DS-I)
              MOVE ZERO TO WD-RECORDS(WS-DS-I)
              MOVE ZERO TO WD-BYTES(WS-DS-I)
              MOVE 'N' TO WD-RECORDED-TODAY(WS-DS-I)
              MOVE ZERO TO WD-PREV-DATE(WS-DS-I)
              MOVE ZERO TO WD-PREV-RECORDS(WS-DS-I)
              MOVE ZERO TO WD-BASE-DATE(WS-DS-I)
              MOVE ZERO TO WD-BASE-RECORDS(WS-DS-I)
           END-IF
           IF CC-LIMIT IS NUMERIC AND CC-LIMIT IS GREATER THAN ZERO
              IF WS-LIM-COUNT IS EQUAL TO 500
                 DISPLAY 'CAPMON: limit table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-LIM-COUNT
              MOVE WS-DS-I TO WL-DS-INDEX(WS-LIM-COUNT)
              MOVE CC-PROGRAM TO WL-PROGRAM(WS-LIM-COUNT)
              MOVE CC-LIMIT TO WL-LIMIT(WS-LIM-COUNT)
              MOVE CC-TABLE TO WL-TABLE(WS-LIM-COUNT)
           END-IF.

      *    THE THREE INDEXED MASTERS ARE READ THROUGH THEIR KEYS AND
      *    SIZED AT THEIR FIXED RECORD LENGTH; EVERYTHING ELSE IS A
      *    TEXT FILE WHOSE LINES ARE MEASURED AS WRITTEN
       MEASURE-ONE-DATASET.
           MOVE 'N' TO WS-EOF
           EVALUATE WD-DATASET(WS-DS-I)
           WHEN 'customers.txt'
                MOVE 161 TO WS-RECORD-LENGTH
                OPEN INPUT CUSTOMER-FILE
                IF WS-MEASURED-STATUS IS EQUAL TO '00'
                   MOVE 'Y' TO WD-PRESENT(WS-DS-I)
                   PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                           READ CUSTOMER-FILE NEXT RECORD
                           AT END
                              MOVE 'Y' TO WS-EOF
                           NOT AT END
                              ADD 1 TO WD-RECORDS(WS-DS-I)
                           END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-FILE
                END-IF
                COMPUTE WD-BYTES(WS-DS-I) =
                   WD-RECORDS(WS-DS-I) * WS-RECORD-LENGTH
           WHEN 'product.dat'
                MOVE 89 TO WS-RECORD-LENGTH
                OPEN INPUT PRODUCT-FILE
                IF WS-MEASURED-STATUS IS EQUAL TO '00'
                   MOVE 'Y' TO WD-PRESENT(WS-DS-I)
                   PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                           READ PRODUCT-FILE NEXT RECORD
                           AT END
                              MOVE 'Y' TO WS-EOF
                           NOT AT END
                              ADD 1 TO WD-RECORDS(WS-DS-I)
                           END-READ
                   END-PERFORM
                   CLOSE PRODUCT-FILE
                END-IF
                COMPUTE WD-BYTES(WS-DS-I) =
                   WD-RECORDS(WS-DS-I) * WS-RECORD-LENGTH
           WHEN 'arbal.dat'
                MOVE 15 TO WS-RECORD-LENGTH
                OPEN INPUT AR-BALANCE-FILE
                IF WS-MEASURED-STATUS IS EQUAL TO '00'
                   MOVE 'Y' TO WD-PRESENT(WS-DS-I)
                   PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                           READ AR-BALANCE-FILE NEXT RECORD
                           AT END
                              MOVE 'Y' TO WS-EOF
                           NOT AT END
                              ADD 1 TO WD-RECORDS(WS-DS-I)
                           END-READ
                   END-PERFORM
                   CLOSE AR-BALANCE-FILE
                END-IF
                COMPUTE WD-BYTES(WS-DS-I) =
                   WD-RECORDS(WS-DS-I) * WS-RECORD-LENGTH
           WHEN OTHER
                MOVE WD-DATASET(WS-DS-I) TO WS-MEASURED-NAME
                OPEN INPUT MEASURED-FILE
                IF WS-MEASURED-STATUS IS EQUAL TO '00'
                   MOVE 'Y' TO WD-PRESENT(WS-DS-I)
                   PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                           READ MEASURED-FILE
                           AT END
                              MOVE 'Y' TO WS-EOF
                           NOT AT END
                              PERFORM MEASURE-ONE-LINE
                           END-READ
                   END-PERFORM
                   CLOSE MEASURED-FILE
                END-IF
           END-EVALUATE.

       MEASURE-ONE-LINE.
           ADD 1 TO WD-RECORDS(WS-DS-I)
           IF MEASURED-LINE IS EQUAL TO SPACES
              MOVE ZERO TO WS-LINE-LENGTH
           ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(MEASURED-LINE
                 TRAILING)) TO WS-LINE-LENGTH
           END-IF
           COMPUTE WD-BYTES(WS-DS-I) =
              WD-BYTES(WS-DS-I) + WS-LINE-LENGTH + 1.

      *    EARLIER MEASUREMENTS: THE LATEST ONE BEFORE TODAY FOR THE
      *    GROWTH COLUMNS, THE OLDEST ONE INSIDE THE WINDOW AS THE
      *    BASE OF THE TREND. A DATASET ALREADY MEASURED TODAY IS NOT
      *    APPENDED AGAIN, SO A RERUN NIGHT DOES NOT SKEW THE RATE
       LOAD-GROWTH-HISTORY.
           MOVE 'N' TO WS-EOF
           OPEN INPUT GROWTH-HISTORY-FILE
           IF WS-HISTORY-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'CAPMON: no growth history yet - it starts '
                 'tonight'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ GROWTH-HISTORY-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF GH-DATE IS NUMERIC
                            PERFORM FOLD-ONE-HISTORY-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE GROWTH-HISTORY-FILE
           END-IF.

       FOLD-ONE-HISTORY-LINE.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I IS GREATER THAN WS-DS-COUNT
                      OR WS-FOUND IS EQUAL TO 'Y'
                   IF WD-DATASET(WS-DS-I) IS EQUAL TO GH-DATASET
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-DS-I
              EVALUATE TRUE
              WHEN GH-DATE IS EQUAL TO WS-TODAY
                   MOVE 'Y' TO WD-RECORDED-TODAY(WS-DS-I)
              WHEN GH-DATE IS GREATER THAN WS-TODAY
                   CONTINUE
              WHEN OTHER
                   IF GH-DATE IS GREATER THAN WD-PREV-DATE(WS-DS-I)
                      MOVE GH-DATE TO WD-PREV-DATE(WS-DS-I)
                      MOVE GH-RECORDS TO WD-PREV-RECORDS(WS-DS-I)
                   END-IF
                   MOVE FUNCTION INTEGER-OF-DATE(GH-DATE)
                      TO WS-HISTORY-INT
                   IF WS-HISTORY-INT IS NOT LESS THAN WS-WINDOW-INT
                      AND (WD-BASE-DATE(WS-DS-I) IS EQUAL TO ZERO
                      OR GH-DATE IS LESS THAN WD-BASE-DATE(WS-DS-I))
                      MOVE GH-DATE TO WD-BASE-DATE(WS-DS-I)
                      MOVE GH-RECORDS TO WD-BASE-RECORDS(WS-DS-I)
                   END-IF
              END-EVALUATE
           END-IF.

       APPEND-GROWTH-HISTORY.
           OPEN EXTEND GROWTH-HISTORY-FILE
           IF WS-HISTORY-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT GROWTH-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I IS GREATER THAN WS-DS-COUNT
                   IF WD-PRESENT(WS-DS-I) IS EQUAL TO 'Y'
                      AND WD-RECORDED-TODAY(WS-DS-I) IS EQUAL TO 'N'
                      MOVE SPACES TO GROWTH-HISTORY-RECORD
                      MOVE WS-TODAY TO GH-DATE
                      MOVE WD-DATASET(WS-DS-I) TO GH-DATASET
                      MOVE WD-RECORDS(WS-DS-I) TO GH-RECORDS
                      MOVE WD-BYTES(WS-DS-I) TO GH-BYTES
                      WRITE GROWTH-HISTORY-RECORD
                      ADD 1 TO WS-APPENDED-COUNT
                   END-IF
           END-PERFORM
           CLOSE GROWTH-HISTORY-FILE.

       PRINT-CAPACITY-REPORT.
           OPEN OUTPUT CAPACITY-REPORT
           MOVE WS-TODAY TO RH-RUN-DATE
           WRITE PRINT-LINE FROM REPORT-HEADING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'DATASET GROWTH' TO SECTION-HEADING
           WRITE PRINT-LINE FROM SECTION-HEADING
           WRITE PRINT-LINE FROM GROWTH-HEADS
           PERFORM VARYING WS-DS-I FROM 1 BY 1
                   UNTIL WS-DS-I IS GREATER THAN WS-DS-COUNT
                   PERFORM PRINT-GROWTH-LINE
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'TABLE LIMITS AT 80% OR OVER' TO SECTION-HEADING
           WRITE PRINT-LINE FROM SECTION-HEADING
           WRITE PRINT-LINE FROM LIMIT-HEADS
           PERFORM VARYING WS-LIM-I FROM 1 BY 1
                   UNTIL WS-LIM-I IS GREATER THAN WS-LIM-COUNT
                   PERFORM CHECK-ONE-LIMIT
           END-PERFORM
           IF WS-WARNING-COUNT IS EQUAL TO ZERO
              MOVE '   NONE - EVERY TABLE IS UNDER 80% OF ITS LIMIT'
                 TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'TREND - GROWTH SINCE THE OLDEST MEASUREMENT IN THE '
              TO SECTION-HEADING
           MOVE 'LAST 90 DAYS' TO SECTION-HEADING(52:12)
           WRITE PRINT-LINE FROM SECTION-HEADING
           WRITE PRINT-LINE FROM TREND-HEADS
           PERFORM VARYING WS-LIM-I FROM 1 BY 1
                   UNTIL WS-LIM-I IS GREATER THAN WS-LIM-COUNT
                   PERFORM PROJECT-ONE-LIMIT
           END-PERFORM
           MOVE WS-WARNING-COUNT TO RF-WARNINGS
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE CAPACITY-REPORT.

       PRINT-GROWTH-LINE.
           MOVE WD-DATASET(WS-DS-I) TO GL-DATASET
           MOVE WD-RECORDS(WS-DS-I) TO GL-RECORDS
           MOVE WD-BYTES(WS-DS-I) TO GL-BYTES
           MOVE SPACES TO GL-REMARK
           IF WD-PREV-DATE(WS-DS-I) IS EQUAL TO ZERO
              MOVE SPACES TO GL-PREV-DATE
              MOVE ZERO TO GL-PREV-RECORDS
              MOVE ZERO TO GL-CHANGE
              MOVE 'FIRST' TO GL-REMARK
           ELSE
              MOVE WD-PREV-DATE(WS-DS-I) TO GL-PREV-DATE
              MOVE WD-PREV-RECORDS(WS-DS-I) TO GL-PREV-RECORDS
              COMPUTE GL-CHANGE = WD-RECORDS(WS-DS-I)
                 - WD-PREV-RECORDS(WS-DS-I)
           END-IF
           IF WD-PRESENT(WS-DS-I) IS EQUAL TO 'N'
              MOVE 'NOT FOUND' TO GL-REMARK
           END-IF
           WRITE PRINT-LINE FROM GROWTH-LINE
           ADD 1 TO WS-LINE-COUNT.

       CHECK-ONE-LIMIT.
           MOVE WL-DS-INDEX(WS-LIM-I) TO WS-DS-I
           COMPUTE WS-PERCENT = WD-RECORDS(WS-DS-I) * 100
              / WL-LIMIT(WS-LIM-I)
           IF WS-PERCENT IS NOT LESS THAN 80
              ADD 1 TO WS-WARNING-COUNT
              MOVE WD-DATASET(WS-DS-I) TO LL-DATASET
              MOVE WL-PROGRAM(WS-LIM-I) TO LL-PROGRAM
              MOVE WL-TABLE(WS-LIM-I) TO LL-TABLE
              MOVE WL-LIMIT(WS-LIM-I) TO LL-LIMIT
              MOVE WD-RECORDS(WS-DS-I) TO LL-RECORDS
              MOVE WS-PERCENT TO LL-PERCENT
              IF WS-PERCENT IS NOT LESS THAN 100
                 MOVE 'FULL' TO LL-STATUS
              ELSE
                 MOVE 'WARN' TO LL-STATUS
              END-IF
              WRITE PRINT-LINE FROM LIMIT-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF.

      *    RECORDS PER DAY FROM THE WINDOW BASE TO TODAY; THE DAYS
      *    LEFT ARE ROUNDED UP SO THE DATE SHOWN IS THE FIRST NIGHT
      *    THE TABLE WOULD BE FULL
       PROJECT-ONE-LIMIT.
           MOVE WL-DS-INDEX(WS-LIM-I) TO WS-DS-I
           MOVE WD-DATASET(WS-DS-I) TO TL-DATASET
           MOVE WL-PROGRAM(WS-LIM-I) TO TL-PROGRAM
           MOVE WL-LIMIT(WS-LIM-I) TO TL-LIMIT
           MOVE WD-RECORDS(WS-DS-I) TO TL-RECORDS
           MOVE ZERO TO WS-RATE
           MOVE SPACES TO TL-OUTLOOK
           IF WD-BASE-DATE(WS-DS-I) IS NOT EQUAL TO ZERO
              MOVE FUNCTION INTEGER-OF-DATE(WD-BASE-DATE(WS-DS-I))
                 TO WS-BASE-INT
              COMPUTE WS-RATE = (WD-RECORDS(WS-DS-I)
                 - WD-BASE-RECORDS(WS-DS-I))
                 / (WS-TODAY-INT - WS-BASE-INT)
           END-IF
           MOVE WS-RATE TO TL-RATE
           EVALUATE TRUE
           WHEN WD-RECORDS(WS-DS-I) IS NOT LESS THAN
                WL-LIMIT(WS-LIM-I)
                MOVE 'AT OR OVER THE LIMIT' TO TL-OUTLOOK
           WHEN WD-BASE-DATE(WS-DS-I) IS EQUAL TO ZERO
                MOVE 'NO HISTORY YET' TO TL-OUTLOOK
           WHEN WS-RATE IS NOT GREATER THAN ZERO
                MOVE 'NOT GROWING' TO TL-OUTLOOK
           WHEN OTHER
                PERFORM PROJECT-REACH-DATE
           END-EVALUATE
           WRITE PRINT-LINE FROM TREND-LINE
           ADD 1 TO WS-LINE-COUNT.

       PROJECT-REACH-DATE.
           MOVE 'N' TO WS-DAYS-OVERFLOW
           COMPUTE WS-REMAINING = WL-LIMIT(WS-LIM-I)
              - WD-RECORDS(WS-DS-I)
           COMPUTE WS-DAYS-LEFT = WS-REMAINING / WS-RATE
              ON SIZE ERROR
                 MOVE 'Y' TO WS-DAYS-OVERFLOW
           END-COMPUTE
           IF WS-DAYS-OVERFLOW IS EQUAL TO 'N'
              AND WS-DAYS-LEFT * WS-RATE IS LESS THAN WS-REMAINING
              IF WS-DAYS-LEFT IS EQUAL TO 99999
                 MOVE 'Y' TO WS-DAYS-OVERFLOW
              ELSE
                 ADD 1 TO WS-DAYS-LEFT
              END-IF
           END-IF
           IF WS-DAYS-OVERFLOW IS EQUAL TO 'Y'
              MOVE 'NOT WITHIN 99999 DAYS' TO TL-OUTLOOK
           ELSE
              COMPUTE WS-REACH-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-TODAY-INT + WS-DAYS-LEFT)
              MOVE WS-REACH-DATE TO TR-DATE
              MOVE WS-DAYS-LEFT TO TR-DAYS
              MOVE TREND-REACH TO TL-OUTLOOK
           END-IF.
