       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINCOUNTSCHED.

      *    DAILY CYCLE-COUNT LIST: A PRODUCT COMES DUE FOR COUNTING
      *    WHEN ITS PROD-LAST-COUNT IS OLDER THAN ITS ABC CLASS
      *    ALLOWS - 'A' A MONTH (30 DAYS), 'B' A QUARTER (91 DAYS),
      *    'C' OR NOT YET CLASSIFIED A YEAR (365 DAYS) - OR WHEN IT
      *    HAS NEVER BEEN COUNTED. SO THE WORK SPREADS EVENLY, EACH
      *    BUSINESS DAY TAKES ONLY ITS SHARE OF EVERY CLASS (THE
      *    CLASS SIZE OVER 21, 63 OR 252 BUSINESS DAYS, ROUNDED UP),
      *    MOST OVERDUE FIRST. A PRODUCT ON AN EARLIER LIST THAT HAS
      *    NOT BEEN COUNTED SINCE IS CARRIED FORWARD ONTO THE NEW
      *    LIST ON TOP OF THE DAY'S SHARE. THE LIST DATE MUST BE A
      *    BUSINESS DAY ON THE CALBUSDAY CALENDAR - A WEEKEND OR
      *    HOLIDAY MOVES TO THE NEXT BUSINESS DAY. THE LIST PRINTS
      *    ON countlst.rpt IN LOCATION ORDER FROM locstock.dat SO THE
      *    COUNTER WALKS THE FLOOR ONCE, AND IS KEPT ON countlst.dat
      *    FOR THE NEXT RUN'S CARRY-FORWARD. BOOK QUANTITIES ARE
      *    LEFT OFF ON PURPOSE - A COUNT IS TAKEN BLIND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS PROD-CODE.
           SELECT LOCATION-STOCK-FILE ASSIGN TO 'locstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCSTOCK-STATUS.
           SELECT COUNT-LIST-FILE ASSIGN TO 'countlst.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIST-STATUS.
           SELECT COUNT-LIST-REPORT ASSIGN TO 'countlst.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUE-WORK-FILE ASSIGN TO 'countdue.srt'.
           SELECT LIST-WORK-FILE ASSIGN TO 'countlst.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD LOCATION-STOCK-FILE.
       01 LOCATION-STOCK-DATA.
          02 LS-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 LS-LOCATION       PIC X(4).
          02 FILLER            PIC X.
          02 LS-QTY            PIC 9(5).

      *    ONE ROW PER PRODUCT AND LOCATION ON THE CURRENT LIST
       FD COUNT-LIST-FILE.
       01 COUNT-LIST-DATA.
          02 CL-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 CL-LOCATION       PIC X(4).
          02 FILLER            PIC X.
          02 CL-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 CL-CLASS          PIC X.
          02 FILLER            PIC X.
          02 CL-CARRIED        PIC X.

       FD COUNT-LIST-REPORT.
       01 PRINT-LINE            PIC X(80).

       SD DUE-WORK-FILE.
       01 DUE-RECORD.
          02 SD-CLASS          PIC X.
          02 SD-LAST-COUNT     PIC 9(8).
          02 SD-PROD-CODE      PIC X(10).
          02 SD-PROD-NAME      PIC X(20).

       SD LIST-WORK-FILE.
       01 LIST-RECORD.
          02 SL-LOCATION       PIC X(4).
          02 SL-PROD-CODE      PIC X(10).
          02 SL-PROD-NAME      PIC X(20).
          02 SL-CLASS          PIC X.
          02 SL-LAST-COUNT     PIC 9(8).
          02 SL-CARRIED        PIC X.

       WORKING-STORAGE SECTION.
       01 WS-LOCSTOCK-STATUS   PIC XX.
       01 WS-LIST-STATUS       PIC XX.
       01 WS-EOF               PIC X.
       01 WS-SORT-EOF          PIC X.
       01 WS-FOUND             PIC X.
       01 WS-SCHED-DATE        PIC 9(8).
       01 WS-SCHED-INPUT       PIC X(8).
       01 WS-SCHED-INT         PIC 9(8).
       01 WS-DUE-INT           PIC 9(8).
       01 WS-INTERVAL          PIC 9(3).
       01 WS-CLASS             PIC X.
       01 WS-TRIES             PIC 9(2).
       01 WS-LISTED-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-CARRIED-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-LINE-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-LOC-ROWS          PIC 9(4).

      *    CLASS SIZES, THE DAY'S SHARE OF EACH AND HOW MUCH OF THE
      *    SHARE IS TAKEN - SUBSCRIPT 1 = A, 2 = B, 3 = C
       01 WS-CLASS-TABLE.
          02 WS-CLASS-ENTRY OCCURS 3 TIMES.
             03 WK-MEMBERS            PIC 9(5).
             03 WK-QUOTA              PIC 9(5).
             03 WK-TAKEN              PIC 9(5).
       01 WS-CLASS-DAYS-VALUES.
          02 FILLER            PIC 9(3)  VALUE 021.
          02 FILLER            PIC 9(3)  VALUE 063.
          02 FILLER            PIC 9(3)  VALUE 252.
       01 WS-CLASS-DAYS-TABLE REDEFINES WS-CLASS-DAYS-VALUES.
          02 WK-CYCLE-DAYS     PIC 9(3)  OCCURS 3 TIMES.
       01 WS-K                 PIC 9.

      *    OPERATOR SIGN-ON - THE SPOOLED LIST CARRIES WHO RAN IT
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED CALBUSDAY CALENDAR
      *    SUBPROGRAM
       01 WS-CAL-FUNC          PIC X.
       01 WS-CAL-DATE-IN       PIC 9(8).
       01 WS-CAL-DATE-OUT      PIC 9(8).
       01 WS-CAL-PERIOD        PIC 9(6).
       01 WS-CAL-ANSWER        PIC X.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    PRODUCTS ON THE PREVIOUS LIST, WITH THE DATE THEY WERE
      *    LISTED FOR
       01 WS-PREV-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-PREV-TABLE.
          02 WS-PREV-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-PREV-COUNT.
             03 WP-PROD-CODE          PIC X(10).
             03 WP-DATE               PIC 9(8).
       01 WS-PREV-I            PIC 9(4).

      *    THE PRODUCTS PICKED FOR THE NEW LIST
       01 WS-PICK-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-PICK-TABLE.
          02 WS-PICK-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-PICK-COUNT.
             03 WK-PROD-CODE          PIC X(10).
             03 WK-PROD-NAME          PIC X(20).
             03 WK-CLASS              PIC X.
             03 WK-LAST-COUNT         PIC 9(8).
             03 WK-CARRIED            PIC X.
       01 WS-PICK-I            PIC 9(4).

      *    WHERE EACH PRODUCT SITS - A PRODUCT STOCKED IN SEVERAL
      *    LOCATIONS IS COUNTED IN EACH OF THEM
       01 WS-LOC-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-LOC-TABLE.
          02 WS-LOC-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-LOC-COUNT.
             03 WLC-PROD-CODE         PIC X(10).
             03 WLC-LOCATION          PIC X(4).
       01 WS-LOC-I             PIC 9(4).

       01 REPORT-HEADING.
          02 FILLER             PIC X(25) VALUE
             'CYCLE COUNT LIST FOR '.
          02 RH-DATE            PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(6)  VALUE 'LOC'.
          02 FILLER             PIC X(11) VALUE 'CODE'.
          02 FILLER             PIC X(21) VALUE 'PRODUCT'.
          02 FILLER             PIC X(6)  VALUE 'CLASS'.
          02 FILLER             PIC X(10) VALUE 'LAST CNT'.
          02 FILLER             PIC X(8)  VALUE 'COUNTED'.
       01 COUNT-DETAIL-LINE.
          02 CDL-LOCATION       PIC X(4).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 CDL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-PROD-NAME      PIC X(20).
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 CDL-CLASS          PIC X.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 CDL-LAST-COUNT     PIC X(8).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 FILLER             PIC X(8)  VALUE '________'.
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-REMARK         PIC X(7).
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-LISTED          PIC ZZZZ9.
          02 FILLER             PIC X(14) VALUE ' PRODUCT(S), '.
          02 RF-CARRIED         PIC ZZZZ9.
          02 FILLER             PIC X(16) VALUE ' CARRIED FORWARD'.

       PROCEDURE DIVISION .
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           PERFORM TAKE-SCHEDULE-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-SCHED-DATE)
              TO WS-SCHED-INT.
           PERFORM LOAD-PREVIOUS-LIST.
           PERFORM LOAD-LOCATION-TABLE.
           INITIALIZE WS-CLASS-TABLE.
           SORT DUE-WORK-FILE
              ON ASCENDING KEY SD-CLASS
              ON ASCENDING KEY SD-LAST-COUNT
              ON ASCENDING KEY SD-PROD-CODE
              INPUT PROCEDURE IS RELEASE-DUE-PRODUCTS
              OUTPUT PROCEDURE IS PICK-DAILY-SHARE.
           OPEN OUTPUT COUNT-LIST-REPORT.
           OPEN OUTPUT COUNT-LIST-FILE.
           MOVE WS-SCHED-DATE TO RH-DATE.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           WRITE PRINT-LINE FROM COLUMN-HEADS.
           SORT LIST-WORK-FILE
              ON ASCENDING KEY SL-LOCATION
              ON ASCENDING KEY SL-PROD-CODE
              INPUT PROCEDURE IS RELEASE-LIST-LOCATIONS
              OUTPUT PROCEDURE IS PRINT-COUNT-LIST.
           MOVE WS-LISTED-COUNT TO RF-LISTED.
           MOVE WS-CARRIED-COUNT TO RF-CARRIED.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           WRITE PRINT-LINE FROM REPORT-FOOTING.
           CLOSE COUNT-LIST-FILE.
           CLOSE COUNT-LIST-REPORT.
           MOVE 'MAINCOUNTSCH' TO WS-SP-PROGRAM.
           MOVE 'countlst.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'DATE ' WS-SCHED-DATE DELIMITED BY SIZE
              INTO WS-SP-PARAMS.
           MOVE WS-OPERATOR-ID TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'CSCHED: ' WS-LISTED-COUNT ' product(s) to count '
              'on ' WS-SCHED-DATE ', ' WS-CARRIED-COUNT
              ' carried forward - see countlst.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-LINE-COUNT
              ' record(s) written'.
           STOP RUN.

      *    BLANK MEANS TODAY; A DATE THAT IS NOT A BUSINESS DAY
      *    ROLLS FORWARD TO THE NEXT ONE
       TAKE-SCHEDULE-DATE.
           DISPLAY 'CSCHED: List date YYYYMMDD (blank = today): '
              WITH NO ADVANCING
           ACCEPT WS-SCHED-INPUT
           IF WS-SCHED-INPUT IS EQUAL TO SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SCHED-DATE
           ELSE
              IF WS-SCHED-INPUT IS NOT NUMERIC
                 DISPLAY 'CSCHED: list date must be YYYYMMDD'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-SCHED-INPUT TO WS-SCHED-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-SCHED-DATE)
                 IS NOT EQUAL TO ZERO
                 DISPLAY 'CSCHED: ' WS-SCHED-DATE
                    ' is not a valid date'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE '1' TO WS-CAL-FUNC
           MOVE 'N' TO WS-CAL-ANSWER
           MOVE ZERO TO WS-TRIES
           PERFORM UNTIL WS-CAL-ANSWER IS EQUAL TO 'Y' OR
              WS-TRIES IS EQUAL TO 30
                   MOVE WS-SCHED-DATE TO WS-CAL-DATE-IN
                   CALL 'CALBUSDAY' USING
                      BY REFERENCE WS-CAL-FUNC,
                      BY REFERENCE WS-CAL-DATE-IN,
                      BY REFERENCE WS-CAL-DATE-OUT,
                      BY REFERENCE WS-CAL-PERIOD,
                      BY REFERENCE WS-CAL-ANSWER
                   END-CALL
                   IF WS-CAL-ANSWER IS NOT EQUAL TO 'Y'
                      DISPLAY 'CSCHED: ' WS-SCHED-DATE
                         ' is not a business day, moving on'
                      MOVE FUNCTION DATE-OF-INTEGER(
                         FUNCTION INTEGER-OF-DATE(WS-SCHED-DATE) + 1)
                         TO WS-SCHED-DATE
                      ADD 1 TO WS-TRIES
                   END-IF
           END-PERFORM
           IF WS-CAL-ANSWER IS NOT EQUAL TO 'Y'
              DISPLAY 'CSCHED: no business day within 30 days - '
                 'check calendar.dat'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    LINES FOR A LATER DATE THAN THIS RUN ARE DROPPED - THE
      *    LIST IS REBUILT WHEN THAT DAY COMES
       LOAD-PREVIOUS-LIST.
           MOVE 'N' TO WS-EOF
           OPEN INPUT COUNT-LIST-FILE
           IF WS-LIST-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ COUNT-LIST-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF CL-DATE IS NOT GREATER THAN
                            WS-SCHED-DATE
                            PERFORM KEEP-PREVIOUS-ENTRY
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE COUNT-LIST-FILE
           END-IF.

       KEEP-PREVIOUS-ENTRY.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PREV-I FROM 1 BY 1
              UNTIL WS-PREV-I > WS-PREV-COUNT
                   IF WP-PROD-CODE(WS-PREV-I) IS EQUAL TO
                      CL-PROD-CODE
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-PREV-COUNT IS EQUAL TO 2000
                 DISPLAY 'CSCHED: previous list table full, run '
                    'aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PREV-COUNT
              MOVE CL-PROD-CODE TO WP-PROD-CODE(WS-PREV-COUNT)
              MOVE CL-DATE TO WP-DATE(WS-PREV-COUNT)
           END-IF.

       LOAD-LOCATION-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOCATION-STOCK-FILE
           IF WS-LOCSTOCK-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ LOCATION-STOCK-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-LOC-COUNT IS EQUAL TO 2000
                            DISPLAY 'CSCHED: location table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-LOC-COUNT
                         MOVE LS-PROD-CODE TO
                            WLC-PROD-CODE(WS-LOC-COUNT)
                         MOVE LS-LOCATION TO
                            WLC-LOCATION(WS-LOC-COUNT)
                      END-READ
              END-PERFORM
              CLOSE LOCATION-STOCK-FILE
           END-IF.

      *    A PRODUCT LEFT UNCOUNTED FROM AN EARLIER LIST GOES
      *    STRAIGHT ONTO THE NEW ONE; THE REST ARE SORTED BY CLASS
      *    AND OLDEST COUNT SO THE DAY'S SHARE TAKES THE MOST
      *    OVERDUE FIRST
       RELEASE-DUE-PRODUCTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PRODUCT-FILE
           MOVE LOW-VALUES TO PROD-CODE
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-CODE
           INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                   READ PRODUCT-FILE NEXT RECORD
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      PERFORM CONSIDER-ONE-PRODUCT
                   END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
                   COMPUTE WK-QUOTA(WS-K) =
                      (WK-MEMBERS(WS-K) + WK-CYCLE-DAYS(WS-K) - 1)
                      / WK-CYCLE-DAYS(WS-K)
           END-PERFORM.

       CONSIDER-ONE-PRODUCT.
           IF PROD-LAST-COUNT IS NOT NUMERIC
              MOVE ZERO TO PROD-LAST-COUNT
           END-IF
           EVALUATE TRUE
               WHEN PROD-CLASS-A
                    MOVE 'A' TO WS-CLASS
                    MOVE 1 TO WS-K
                    MOVE 30 TO WS-INTERVAL
               WHEN PROD-CLASS-B
                    MOVE 'B' TO WS-CLASS
                    MOVE 2 TO WS-K
                    MOVE 91 TO WS-INTERVAL
               WHEN OTHER
                    MOVE 'C' TO WS-CLASS
                    MOVE 3 TO WS-K
                    MOVE 365 TO WS-INTERVAL
           END-EVALUATE
           ADD 1 TO WK-MEMBERS(WS-K)
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-PREV-I FROM 1 BY 1
              UNTIL WS-PREV-I > WS-PREV-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WP-PROD-CODE(WS-PREV-I) IS EQUAL TO PROD-CODE
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-PREV-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              IF PROD-LAST-COUNT IS NOT LESS THAN
                 WP-DATE(WS-PREV-I)
                 MOVE 'N' TO WS-FOUND
              END-IF
           END-IF
           IF WS-FOUND IS EQUAL TO 'Y'
              PERFORM PICK-LEFTOVER-PRODUCT
           ELSE
              IF PROD-LAST-COUNT IS EQUAL TO ZERO
                 MOVE ZERO TO WS-DUE-INT
              ELSE
                 COMPUTE WS-DUE-INT =
                    FUNCTION INTEGER-OF-DATE(PROD-LAST-COUNT)
                    + WS-INTERVAL
              END-IF
              IF WS-DUE-INT IS NOT GREATER THAN WS-SCHED-INT
                 MOVE WS-CLASS TO SD-CLASS
                 MOVE PROD-LAST-COUNT TO SD-LAST-COUNT
                 MOVE PROD-CODE TO SD-PROD-CODE
                 MOVE PROD-NAME TO SD-PROD-NAME
                 RELEASE DUE-RECORD
              END-IF
           END-IF.

      *    LEFT OVER FROM AN EARLIER DAY IT RIDES ON TOP OF THE
      *    SHARE; ALREADY ON TODAY'S LIST (A RERUN) IT STAYS THERE
      *    AND USES UP PART OF THE SHARE
       PICK-LEFTOVER-PRODUCT.
           PERFORM ADD-PICK-ENTRY
           MOVE PROD-CODE TO WK-PROD-CODE(WS-PICK-COUNT)
           MOVE PROD-NAME TO WK-PROD-NAME(WS-PICK-COUNT)
           MOVE WS-CLASS TO WK-CLASS(WS-PICK-COUNT)
           MOVE PROD-LAST-COUNT TO WK-LAST-COUNT(WS-PICK-COUNT)
           IF WP-DATE(WS-PREV-I) IS LESS THAN WS-SCHED-DATE
              MOVE 'Y' TO WK-CARRIED(WS-PICK-COUNT)
              ADD 1 TO WS-CARRIED-COUNT
           ELSE
              MOVE 'N' TO WK-CARRIED(WS-PICK-COUNT)
              ADD 1 TO WK-TAKEN(WS-K)
           END-IF.

       ADD-PICK-ENTRY.
           IF WS-PICK-COUNT IS EQUAL TO 2000
              DISPLAY 'CSCHED: count list table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PICK-COUNT.

       PICK-DAILY-SHARE.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF IS EQUAL TO 'Y'
                   RETURN DUE-WORK-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      PERFORM PICK-ONE-DUE-PRODUCT
                   END-RETURN
           END-PERFORM.

       PICK-ONE-DUE-PRODUCT.
           EVALUATE SD-CLASS
               WHEN 'A'
                    MOVE 1 TO WS-K
               WHEN 'B'
                    MOVE 2 TO WS-K
               WHEN OTHER
                    MOVE 3 TO WS-K
           END-EVALUATE
           IF WK-TAKEN(WS-K) IS LESS THAN WK-QUOTA(WS-K)
              ADD 1 TO WK-TAKEN(WS-K)
              PERFORM ADD-PICK-ENTRY
              MOVE SD-PROD-CODE TO WK-PROD-CODE(WS-PICK-COUNT)
              MOVE SD-PROD-NAME TO WK-PROD-NAME(WS-PICK-COUNT)
              MOVE SD-CLASS TO WK-CLASS(WS-PICK-COUNT)
              MOVE SD-LAST-COUNT TO WK-LAST-COUNT(WS-PICK-COUNT)
              MOVE 'N' TO WK-CARRIED(WS-PICK-COUNT)
           END-IF.

      *    ONE LINE PER LOCATION THE PRODUCT IS STOCKED IN - A
      *    PRODUCT WITH NO locstock.dat ROWS IS COUNTED IN MAIN
       RELEASE-LIST-LOCATIONS.
           PERFORM VARYING WS-PICK-I FROM 1 BY 1
              UNTIL WS-PICK-I > WS-PICK-COUNT
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE WK-PROD-CODE(WS-PICK-I) TO SL-PROD-CODE
                   MOVE WK-PROD-NAME(WS-PICK-I) TO SL-PROD-NAME
                   MOVE WK-CLASS(WS-PICK-I) TO SL-CLASS
                   MOVE WK-LAST-COUNT(WS-PICK-I) TO SL-LAST-COUNT
                   MOVE WK-CARRIED(WS-PICK-I) TO SL-CARRIED
                   MOVE ZERO TO WS-LOC-ROWS
                   PERFORM VARYING WS-LOC-I FROM 1 BY 1
                      UNTIL WS-LOC-I > WS-LOC-COUNT
                           IF WLC-PROD-CODE(WS-LOC-I) IS EQUAL TO
                              WK-PROD-CODE(WS-PICK-I)
                              MOVE WLC-LOCATION(WS-LOC-I)
                                 TO SL-LOCATION
                              RELEASE LIST-RECORD
                              ADD 1 TO WS-LOC-ROWS
                           END-IF
                   END-PERFORM
                   IF WS-LOC-ROWS IS EQUAL TO ZERO
                      MOVE 'MAIN' TO SL-LOCATION
                      RELEASE LIST-RECORD
                   END-IF
           END-PERFORM.

       PRINT-COUNT-LIST.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF IS EQUAL TO 'Y'
                   RETURN LIST-WORK-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      PERFORM PRINT-ONE-COUNT-LINE
                   END-RETURN
           END-PERFORM.

       PRINT-ONE-COUNT-LINE.
           MOVE SL-LOCATION TO CDL-LOCATION
           MOVE SL-PROD-CODE TO CDL-PROD-CODE
           MOVE SL-PROD-NAME TO CDL-PROD-NAME
           MOVE SL-CLASS TO CDL-CLASS
           IF SL-LAST-COUNT IS EQUAL TO ZERO
              MOVE 'NEVER' TO CDL-LAST-COUNT
           ELSE
              MOVE SL-LAST-COUNT TO CDL-LAST-COUNT
           END-IF
           IF SL-CARRIED IS EQUAL TO 'Y'
              MOVE 'CARRIED' TO CDL-REMARK
           ELSE
              MOVE SPACES TO CDL-REMARK
           END-IF
           WRITE PRINT-LINE FROM COUNT-DETAIL-LINE
           MOVE SPACES TO COUNT-LIST-DATA
           MOVE WS-SCHED-DATE TO CL-DATE
           MOVE SL-LOCATION TO CL-LOCATION
           MOVE SL-PROD-CODE TO CL-PROD-CODE
           MOVE SL-CLASS TO CL-CLASS
           MOVE SL-CARRIED TO CL-CARRIED
           WRITE COUNT-LIST-DATA
           ADD 1 TO WS-LINE-COUNT.
