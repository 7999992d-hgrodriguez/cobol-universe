       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINSERVICELEVEL.

      *    MONTHLY CUSTOMER SERVICE-LEVEL REPORT FOR MANAGEMENT, BUILT
      *    FROM THE shipline.dat LINES MAINORDERSHIP RECORDS AT SHIP
      *    CONFIRMATION. FOR THE MONTH'S SHIPMENTS IT SHOWS, OVERALL,
      *    BY CUSTOMER AND BY PRODUCT:
      *       LINE FILL  - LINES SHIPPED IN FULL AS A PERCENTAGE OF
      *                    ALL LINES SHIPPED
      *       ORDER FILL - ORDERS WHOSE EVERY LINE WENT OUT IN FULL
      *                    ON THE ORDER'S (ONE AND ONLY) SHIPMENT
      *       AVG DAYS   - CALENDAR DAYS FROM ORDER DATE TO SHIP DATE
      *       ON TIME    - ORDERS SHIPPED WITHIN THE TARGET NUMBER OF
      *                    BUSINESS DAYS ON THE CALBUSDAY CALENDAR
      *    AND CLOSES WITH THE WORST OFFENDERS - THE TEN CUSTOMERS
      *    WITH THE LOWEST FILL AND ON-TIME AVERAGE AND THE TEN
      *    PRODUCTS WITH THE LOWEST LINE FILL, EACH ONLY WHEN THEY
      *    FELL SHORT OF 100%. THE MONTH IS THE LAST COMPLETE
      *    CALENDAR MONTH AND THE TARGET 2 BUSINESS DAYS UNLESS
      *    servlvl.ctl GIVES A YYYYMM AND A TARGET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-LINE-FILE ASSIGN TO 'shipline.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPLINE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO 'servlvl.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SERVICE-REPORT ASSIGN TO 'servlvl.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SHIP-LINE-FILE.
       01 SHIP-LINE-DATA.
          COPY SHIP-LINE.

       FD PERIOD-CONTROL-FILE.
       01 PERIOD-CONTROL-RECORD.
          02 PC-MONTH          PIC 9(6).
          02 FILLER            PIC X.
          02 PC-TARGET-DAYS    PIC 9(2).

       FD SERVICE-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SHIPLINE-STATUS   PIC XX.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-MONTH             PIC 9(6).
       01 WS-MONTH-PARTS REDEFINES WS-MONTH.
          02 WS-MONTH-YEAR     PIC 9(4).
          02 WS-MONTH-MONTH    PIC 9(2).
       01 WS-TARGET-DAYS       PIC 9(2)  VALUE 2.
       01 WS-LINE-FULL         PIC X.
       01 WS-ORDER-INT         PIC 9(8).
       01 WS-SHIP-INT          PIC 9(8).
       01 WS-WORK-INT          PIC 9(8).
       01 WS-DAYS              PIC 9(5).
       01 WS-BUS-DAYS          PIC 9(3).
       01 WS-ON-TIME           PIC X.
       01 WS-INSERT-AT         PIC 9(4).
       01 WS-LOOKUP-ID         PIC 9(5).
       01 WS-LOOKUP-PROD       PIC X(10).
       01 WS-SWAP              PIC 9(4).
       01 WS-RK-J              PIC 9(4).
       01 WS-LINE-COUNT        PIC 9(5)  VALUE ZERO.

      *    MONTH TOTALS
       01 WS-TOT-ORDERS        PIC 9(5)  VALUE ZERO.
       01 WS-TOT-ORDERS-FULL   PIC 9(5)  VALUE ZERO.
       01 WS-TOT-ON-TIME       PIC 9(5)  VALUE ZERO.
       01 WS-TOT-DAYS          PIC 9(8)  VALUE ZERO.
       01 WS-TOT-LINES         PIC 9(6)  VALUE ZERO.
       01 WS-TOT-LINES-FULL    PIC 9(6)  VALUE ZERO.
       01 WS-PCT               PIC 9(3)V9.

      *    THE MONTH'S ORDERS - ONE SHIPMENT EACH
       01 WS-ORD-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-ORD-TABLE.
          02 WS-ORD-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-ORD-COUNT.
             03 WO-ORDER-NUM          PIC 9(6).
             03 WO-ID-NUM             PIC 9(5).
             03 WO-ORDER-DATE         PIC 9(8).
             03 WO-SHIP-DATE          PIC 9(8).
             03 WO-FULL               PIC X.
       01 WS-ORD-I             PIC 9(4).

      *    ONE ROW OF ACCUMULATORS PER CUSTOMER, KEPT IN ID ORDER
       01 WS-CU-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-CU-TABLE.
          02 WS-CU-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-CU-COUNT.
             03 WCU-ID-NUM            PIC 9(5).
             03 WCU-ORDERS            PIC 9(5).
             03 WCU-ORDERS-FULL       PIC 9(5).
             03 WCU-ON-TIME           PIC 9(5).
             03 WCU-DAYS              PIC 9(7).
             03 WCU-LINES             PIC 9(5).
             03 WCU-LINES-FULL        PIC 9(5).
             03 WCU-ORDER-FILL-PCT    PIC 9(3)V9.
             03 WCU-LINE-FILL-PCT     PIC 9(3)V9.
             03 WCU-ON-TIME-PCT       PIC 9(3)V9.
             03 WCU-AVG-DAYS          PIC 9(3)V9.
             03 WCU-SCORE             PIC 9(3)V9.
       01 WS-CU-I              PIC 9(4).

      *    ONE ROW OF ACCUMULATORS PER PRODUCT, KEPT IN CODE ORDER
       01 WS-PR-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-PR-TABLE.
          02 WS-PR-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-PR-COUNT.
             03 WPR-PROD-CODE         PIC X(10).
             03 WPR-LINES             PIC 9(5).
             03 WPR-LINES-FULL        PIC 9(5).
             03 WPR-QTY-ORDERED       PIC 9(7).
             03 WPR-QTY-SHORT         PIC 9(7).
             03 WPR-LINE-FILL-PCT     PIC 9(3)V9.
       01 WS-PR-I              PIC 9(4).

      *    WORST-FIRST ORDER OF THE CUSTOMERS AND PRODUCTS THAT FELL
      *    SHORT, AS SUBSCRIPTS INTO THE ACCUMULATOR TABLES
       01 WS-CRK-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-CRK-TABLE.
          02 WRK-CU-I          PIC 9(4)  OCCURS 2000 TIMES.
       01 WS-PRK-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-PRK-TABLE.
          02 WRK-PR-I          PIC 9(4)  OCCURS 2000 TIMES.
       01 WS-RK-I              PIC 9(4).

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

       01 REPORT-HEADING.
          02 FILLER             PIC X(32) VALUE
             'SHIPPING SERVICE LEVEL - MONTH '.
          02 RH-MONTH           PIC 9(6).
          02 FILLER             PIC X(10) VALUE '  TARGET '.
          02 RH-TARGET-DAYS     PIC Z9.
          02 FILLER             PIC X(14) VALUE ' BUSINESS DAYS'.
       01 SECTION-HEADING      PIC X(40).
       01 SUMMARY-LINE.
          02 SUL-LABEL          PIC X(36).
          02 SUL-VALUE          PIC ZZZZZ9.9.
       01 SUMMARY-COUNT-LINE.
          02 SCL-LABEL          PIC X(36).
          02 SCL-COUNT          PIC ZZZZZ9.
       01 CUSTOMER-HEADS.
          02 FILLER             PIC X(6)  VALUE 'RANK'.
          02 FILLER             PIC X(9)  VALUE 'CUSTOMER'.
          02 FILLER             PIC X(7)  VALUE 'ORDERS'.
          02 FILLER             PIC X(7)  VALUE ' FULL'.
          02 FILLER             PIC X(8)  VALUE 'ORDFIL%'.
          02 FILLER             PIC X(7)  VALUE ' LINES'.
          02 FILLER             PIC X(8)  VALUE 'LINFIL%'.
          02 FILLER             PIC X(8)  VALUE 'AVGDAYS'.
          02 FILLER             PIC X(7)  VALUE 'ONTIME%'.
       01 CUSTOMER-DETAIL-LINE.
          02 CDL-RANK           PIC ZZZZ.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 CDL-ID-NUM         PIC 9(5).
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 CDL-ORDERS         PIC ZZZZ9.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 CDL-ORDERS-FULL    PIC ZZZZ9.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 CDL-ORDER-FILL-PCT PIC ZZ9.9.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 CDL-LINES          PIC ZZZZ9.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 CDL-LINE-FILL-PCT  PIC ZZ9.9.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 CDL-AVG-DAYS       PIC ZZ9.9.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 CDL-ON-TIME-PCT    PIC ZZ9.9.
       01 PRODUCT-HEADS.
          02 FILLER             PIC X(6)  VALUE 'RANK'.
          02 FILLER             PIC X(11) VALUE 'PRODUCT'.
          02 FILLER             PIC X(7)  VALUE ' LINES'.
          02 FILLER             PIC X(7)  VALUE '  FULL'.
          02 FILLER             PIC X(9)  VALUE ' LINFIL%'.
          02 FILLER             PIC X(9)  VALUE '  ORDERED'.
          02 FILLER             PIC X(9)  VALUE '    SHORT'.
       01 PRODUCT-DETAIL-LINE.
          02 PDL-RANK           PIC ZZZZ.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 PDL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 PDL-LINES          PIC ZZZZ9.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 PDL-LINES-FULL     PIC ZZZZ9.
          02 FILLER             PIC X(3)  VALUE SPACES.
          02 PDL-LINE-FILL-PCT  PIC ZZ9.9.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 PDL-QTY-ORDERED    PIC ZZZZZZ9.
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 PDL-QTY-SHORT      PIC ZZZZZZ9.
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16)  VALUE 'END OF REPORT - '.
          02 RF-ORDERS          PIC ZZZZ9.
          02 FILLER             PIC X(20)  VALUE ' ORDER(S) IN MONTH'.

       PROCEDURE DIVISION .
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM SET-REVIEW-MONTH.
           PERFORM FOLD-SHIP-LINES.
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
              UNTIL WS-ORD-I > WS-ORD-COUNT
                   PERFORM FOLD-ONE-ORDER
           END-PERFORM.
           PERFORM VARYING WS-CU-I FROM 1 BY 1
              UNTIL WS-CU-I > WS-CU-COUNT
                   PERFORM SCORE-ONE-CUSTOMER
           END-PERFORM.
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   PERFORM SCORE-ONE-PRODUCT
           END-PERFORM.
           PERFORM PRINT-SERVICE-REPORT.
           MOVE 'MAINSERVICEL' TO WS-SP-PROGRAM.
           MOVE 'servlvl.rpt' TO WS-SP-REPORT-NAME.
           MOVE SPACES TO WS-SP-PARAMS.
           STRING 'MONTH ' WS-MONTH ' TGT ' WS-TARGET-DAYS
              DELIMITED BY SIZE INTO WS-SP-PARAMS.
           MOVE SPACES TO WS-SP-OPERATOR.
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL.
           DISPLAY 'SERVLVL: ' WS-TOT-ORDERS ' order(s), '
              WS-TOT-LINES ' line(s) shipped in ' WS-MONTH
              ' - see servlvl.rpt'.
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE
           DISPLAY 'END OF RUN: ' WS-LINE-COUNT
              ' record(s) written'.
           STOP RUN.

      *    THE LAST COMPLETE CALENDAR MONTH, UNLESS THE CONTROL FILE
      *    NAMES ONE
       SET-REVIEW-MONTH.
           MOVE WS-TODAY(1:6) TO WS-MONTH
           IF WS-MONTH-MONTH IS EQUAL TO 1
              MOVE 12 TO WS-MONTH-MONTH
              SUBTRACT 1 FROM WS-MONTH-YEAR
           ELSE
              SUBTRACT 1 FROM WS-MONTH-MONTH
           END-IF
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-CONTROL-STATUS IS EQUAL TO '00'
              READ PERIOD-CONTROL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF PC-MONTH IS NUMERIC AND
                    PC-MONTH(5:2) IS GREATER THAN '00' AND
                    PC-MONTH(5:2) IS LESS THAN '13'
                    MOVE PC-MONTH TO WS-MONTH
                 ELSE
                    DISPLAY 'SERVLVL: servlvl.ctl month not '
                       'usable, last month taken'
                 END-IF
                 IF PC-TARGET-DAYS IS NUMERIC AND
                    PC-TARGET-DAYS IS GREATER THAN ZERO
                    MOVE PC-TARGET-DAYS TO WS-TARGET-DAYS
                 END-IF
              END-READ
              CLOSE PERIOD-CONTROL-FILE
           END-IF.

       FOLD-SHIP-LINES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SHIP-LINE-FILE
           IF WS-SHIPLINE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'SERVLVL: shipline.dat not found - nothing '
                 'shipped yet'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SHIP-LINE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF SV-SHIP-DATE(1:6) IS EQUAL TO WS-MONTH
                            PERFORM FOLD-ONE-LINE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SHIP-LINE-FILE
           END-IF.

      *    A LINE IS FILLED WHEN ALL OF IT WENT OUT; ONE SHORT LINE
      *    MAKES THE WHOLE ORDER A MISSED FILL
       FOLD-ONE-LINE.
           MOVE 'N' TO WS-LINE-FULL
           IF SV-QTY-SHIPPED IS NOT LESS THAN SV-QTY-ORDERED
              MOVE 'Y' TO WS-LINE-FULL
           END-IF
           ADD 1 TO WS-TOT-LINES
           IF WS-LINE-FULL IS EQUAL TO 'Y'
              ADD 1 TO WS-TOT-LINES-FULL
           END-IF
           PERFORM FIND-ORDER-SLOT
           IF WS-LINE-FULL IS EQUAL TO 'N'
              MOVE 'N' TO WO-FULL(WS-ORD-I)
           END-IF
           MOVE SV-ID-NUM TO WS-LOOKUP-ID
           PERFORM FIND-CUSTOMER-SLOT
           ADD 1 TO WCU-LINES(WS-CU-I)
           IF WS-LINE-FULL IS EQUAL TO 'Y'
              ADD 1 TO WCU-LINES-FULL(WS-CU-I)
           END-IF
           MOVE SV-PROD-CODE TO WS-LOOKUP-PROD
           PERFORM FIND-PRODUCT-SLOT
           ADD 1 TO WPR-LINES(WS-PR-I)
           ADD SV-QTY-ORDERED TO WPR-QTY-ORDERED(WS-PR-I)
           IF WS-LINE-FULL IS EQUAL TO 'Y'
              ADD 1 TO WPR-LINES-FULL(WS-PR-I)
           ELSE
              COMPUTE WPR-QTY-SHORT(WS-PR-I) =
                 WPR-QTY-SHORT(WS-PR-I) +
                 SV-QTY-ORDERED - SV-QTY-SHIPPED
           END-IF.

       FIND-ORDER-SLOT.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-ORD-I FROM 1 BY 1
              UNTIL WS-ORD-I > WS-ORD-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WO-ORDER-NUM(WS-ORD-I) IS EQUAL TO
                      SV-ORDER-NUM
                      MOVE 'Y' TO WS-FOUND
                      SUBTRACT 1 FROM WS-ORD-I
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              IF WS-ORD-COUNT IS EQUAL TO 5000
                 DISPLAY 'SERVLVL: order table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-ORD-COUNT
              MOVE WS-ORD-COUNT TO WS-ORD-I
              MOVE SV-ORDER-NUM TO WO-ORDER-NUM(WS-ORD-I)
              MOVE SV-ID-NUM TO WO-ID-NUM(WS-ORD-I)
              MOVE SV-ORDER-DATE TO WO-ORDER-DATE(WS-ORD-I)
              MOVE SV-SHIP-DATE TO WO-SHIP-DATE(WS-ORD-I)
              MOVE 'Y' TO WO-FULL(WS-ORD-I)
           END-IF.

      *    NEW CUSTOMERS ARE SLOTTED IN ID ORDER SO THE REPORT
      *    NEEDS NO SORT
       FIND-CUSTOMER-SLOT.
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING WS-CU-I FROM 1 BY 1
              UNTIL WS-CU-I > WS-CU-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y' OR
                 WS-INSERT-AT IS GREATER THAN ZERO
                   IF WCU-ID-NUM(WS-CU-I) IS EQUAL TO WS-LOOKUP-ID
                      MOVE 'Y' TO WS-FOUND
                   ELSE
                      IF WCU-ID-NUM(WS-CU-I) IS GREATER THAN
                         WS-LOOKUP-ID
                         MOVE WS-CU-I TO WS-INSERT-AT
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-CU-I
           ELSE
              IF WS-CU-COUNT IS EQUAL TO 2000
                 DISPLAY 'SERVLVL: customer table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CU-COUNT
              IF WS-INSERT-AT IS EQUAL TO ZERO
                 MOVE WS-CU-COUNT TO WS-INSERT-AT
              END-IF
              PERFORM VARYING WS-CU-I FROM WS-CU-COUNT BY -1
                 UNTIL WS-CU-I IS NOT GREATER THAN WS-INSERT-AT
                      MOVE WS-CU-ENTRY(WS-CU-I - 1) TO
                         WS-CU-ENTRY(WS-CU-I)
              END-PERFORM
              MOVE WS-INSERT-AT TO WS-CU-I
              INITIALIZE WS-CU-ENTRY(WS-CU-I)
              MOVE WS-LOOKUP-ID TO WCU-ID-NUM(WS-CU-I)
           END-IF.

       FIND-PRODUCT-SLOT.
           MOVE 'N' TO WS-FOUND
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y' OR
                 WS-INSERT-AT IS GREATER THAN ZERO
                   IF WPR-PROD-CODE(WS-PR-I) IS EQUAL TO
                      WS-LOOKUP-PROD
                      MOVE 'Y' TO WS-FOUND
                   ELSE
                      IF WPR-PROD-CODE(WS-PR-I) IS GREATER THAN
                         WS-LOOKUP-PROD
                         MOVE WS-PR-I TO WS-INSERT-AT
                      END-IF
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'Y'
              SUBTRACT 1 FROM WS-PR-I
           ELSE
              IF WS-PR-COUNT IS EQUAL TO 2000
                 DISPLAY 'SERVLVL: product table full, run aborted'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PR-COUNT
              IF WS-INSERT-AT IS EQUAL TO ZERO
                 MOVE WS-PR-COUNT TO WS-INSERT-AT
              END-IF
              PERFORM VARYING WS-PR-I FROM WS-PR-COUNT BY -1
                 UNTIL WS-PR-I IS NOT GREATER THAN WS-INSERT-AT
                      MOVE WS-PR-ENTRY(WS-PR-I - 1) TO
                         WS-PR-ENTRY(WS-PR-I)
              END-PERFORM
              MOVE WS-INSERT-AT TO WS-PR-I
              INITIALIZE WS-PR-ENTRY(WS-PR-I)
              MOVE WS-LOOKUP-PROD TO WPR-PROD-CODE(WS-PR-I)
           END-IF.

      *    DAYS TO SHIP AND THE ON-TIME TEST FOR ONE ORDER, ROLLED
      *    INTO ITS CUSTOMER AND THE MONTH
       FOLD-ONE-ORDER.
           MOVE ZERO TO WS-DAYS
           MOVE 'Y' TO WS-ON-TIME
           IF WO-ORDER-DATE(WS-ORD-I) IS NUMERIC AND
              WO-ORDER-DATE(WS-ORD-I) IS GREATER THAN ZERO AND
              WO-ORDER-DATE(WS-ORD-I) IS LESS THAN
              WO-SHIP-DATE(WS-ORD-I)
              MOVE FUNCTION INTEGER-OF-DATE(WO-ORDER-DATE(WS-ORD-I))
                 TO WS-ORDER-INT
              MOVE FUNCTION INTEGER-OF-DATE(WO-SHIP-DATE(WS-ORD-I))
                 TO WS-SHIP-INT
              COMPUTE WS-DAYS = WS-SHIP-INT - WS-ORDER-INT
              PERFORM COUNT-BUSINESS-DAYS
              IF WS-BUS-DAYS IS GREATER THAN WS-TARGET-DAYS
                 MOVE 'N' TO WS-ON-TIME
              END-IF
           END-IF
           ADD 1 TO WS-TOT-ORDERS
           ADD WS-DAYS TO WS-TOT-DAYS
           MOVE WO-ID-NUM(WS-ORD-I) TO WS-LOOKUP-ID
           PERFORM FIND-CUSTOMER-SLOT
           ADD 1 TO WCU-ORDERS(WS-CU-I)
           ADD WS-DAYS TO WCU-DAYS(WS-CU-I)
           IF WO-FULL(WS-ORD-I) IS EQUAL TO 'Y'
              ADD 1 TO WS-TOT-ORDERS-FULL
              ADD 1 TO WCU-ORDERS-FULL(WS-CU-I)
           END-IF
           IF WS-ON-TIME IS EQUAL TO 'Y'
              ADD 1 TO WS-TOT-ON-TIME
              ADD 1 TO WCU-ON-TIME(WS-CU-I)
           END-IF.

      *    BUSINESS DAYS AFTER THE ORDER DATE UP TO AND INCLUDING THE
      *    SHIP DATE - COUNTING STOPS ONCE PAST THE TARGET, THE
      *    ORDER IS LATE EITHER WAY
       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUS-DAYS
           MOVE WS-ORDER-INT TO WS-WORK-INT
           PERFORM UNTIL WS-WORK-INT IS NOT LESS THAN WS-SHIP-INT
              OR WS-BUS-DAYS IS GREATER THAN WS-TARGET-DAYS
                   ADD 1 TO WS-WORK-INT
                   MOVE '1' TO WS-CAL-FUNC
                   MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                      TO WS-CAL-DATE-IN
                   CALL 'CALBUSDAY' USING
                      BY REFERENCE WS-CAL-FUNC,
                      BY REFERENCE WS-CAL-DATE-IN,
                      BY REFERENCE WS-CAL-DATE-OUT,
                      BY REFERENCE WS-CAL-PERIOD,
                      BY REFERENCE WS-CAL-ANSWER
                   END-CALL
                   IF WS-CAL-ANSWER IS EQUAL TO 'Y'
                      ADD 1 TO WS-BUS-DAYS
                   END-IF
           END-PERFORM.

      *    A CUSTOMER BELOW 100% ON ORDER FILL OR ON TIME GOES ON
      *    THE WORST-OFFENDER LIST, RANKED ON THE AVERAGE OF THE TWO
       SCORE-ONE-CUSTOMER.
           IF WCU-ORDERS(WS-CU-I) IS GREATER THAN ZERO
              COMPUTE WCU-ORDER-FILL-PCT(WS-CU-I) ROUNDED =
                 WCU-ORDERS-FULL(WS-CU-I) * 100 /
                 WCU-ORDERS(WS-CU-I)
              COMPUTE WCU-ON-TIME-PCT(WS-CU-I) ROUNDED =
                 WCU-ON-TIME(WS-CU-I) * 100 / WCU-ORDERS(WS-CU-I)
              COMPUTE WCU-AVG-DAYS(WS-CU-I) ROUNDED =
                 WCU-DAYS(WS-CU-I) / WCU-ORDERS(WS-CU-I)
           END-IF
           IF WCU-LINES(WS-CU-I) IS GREATER THAN ZERO
              COMPUTE WCU-LINE-FILL-PCT(WS-CU-I) ROUNDED =
                 WCU-LINES-FULL(WS-CU-I) * 100 / WCU-LINES(WS-CU-I)
           END-IF
           COMPUTE WCU-SCORE(WS-CU-I) ROUNDED =
              (WCU-ORDER-FILL-PCT(WS-CU-I) +
               WCU-ON-TIME-PCT(WS-CU-I)) / 2
           IF WCU-SCORE(WS-CU-I) IS LESS THAN 100
              ADD 1 TO WS-CRK-COUNT
              MOVE WS-CU-I TO WRK-CU-I(WS-CRK-COUNT)
              MOVE WS-CRK-COUNT TO WS-RK-I
              PERFORM SIFT-CUSTOMER-UP
           END-IF.

      *    LOWEST SCORE FIRST - A SIMPLE INSERTION, AS IN THE VENDOR
      *    SCORECARD
       SIFT-CUSTOMER-UP.
           PERFORM UNTIL WS-RK-I IS LESS THAN 2
                   COMPUTE WS-RK-J = WS-RK-I - 1
                   IF WCU-SCORE(WRK-CU-I(WS-RK-I)) IS LESS THAN
                      WCU-SCORE(WRK-CU-I(WS-RK-J))
                      MOVE WRK-CU-I(WS-RK-I) TO WS-SWAP
                      MOVE WRK-CU-I(WS-RK-J) TO WRK-CU-I(WS-RK-I)
                      MOVE WS-SWAP TO WRK-CU-I(WS-RK-J)
                      MOVE WS-RK-J TO WS-RK-I
                   ELSE
                      MOVE 1 TO WS-RK-I
                   END-IF
           END-PERFORM.

       SCORE-ONE-PRODUCT.
           IF WPR-LINES(WS-PR-I) IS GREATER THAN ZERO
              COMPUTE WPR-LINE-FILL-PCT(WS-PR-I) ROUNDED =
                 WPR-LINES-FULL(WS-PR-I) * 100 / WPR-LINES(WS-PR-I)
           END-IF
           IF WPR-LINE-FILL-PCT(WS-PR-I) IS LESS THAN 100
              ADD 1 TO WS-PRK-COUNT
              MOVE WS-PR-I TO WRK-PR-I(WS-PRK-COUNT)
              MOVE WS-PRK-COUNT TO WS-RK-I
              PERFORM SIFT-PRODUCT-UP
           END-IF.

      *    LOWEST LINE FILL FIRST, THE MOST UNITS SHORT BREAKING TIES
       SIFT-PRODUCT-UP.
           PERFORM UNTIL WS-RK-I IS LESS THAN 2
                   COMPUTE WS-RK-J = WS-RK-I - 1
                   IF WPR-LINE-FILL-PCT(WRK-PR-I(WS-RK-I)) IS LESS
                      THAN WPR-LINE-FILL-PCT(WRK-PR-I(WS-RK-J)) OR
                      (WPR-LINE-FILL-PCT(WRK-PR-I(WS-RK-I)) IS
                       EQUAL TO WPR-LINE-FILL-PCT(WRK-PR-I(WS-RK-J))
                       AND WPR-QTY-SHORT(WRK-PR-I(WS-RK-I)) IS
                       GREATER THAN WPR-QTY-SHORT(WRK-PR-I(WS-RK-J)))
                      MOVE WRK-PR-I(WS-RK-I) TO WS-SWAP
                      MOVE WRK-PR-I(WS-RK-J) TO WRK-PR-I(WS-RK-I)
                      MOVE WS-SWAP TO WRK-PR-I(WS-RK-J)
                      MOVE WS-RK-J TO WS-RK-I
                   ELSE
                      MOVE 1 TO WS-RK-I
                   END-IF
           END-PERFORM.

       PRINT-SERVICE-REPORT.
           OPEN OUTPUT SERVICE-REPORT
           MOVE WS-MONTH TO RH-MONTH
           MOVE WS-TARGET-DAYS TO RH-TARGET-DAYS
           WRITE PRINT-LINE FROM REPORT-HEADING
           PERFORM PRINT-MONTH-SUMMARY
           MOVE 'BY CUSTOMER' TO SECTION-HEADING
           PERFORM PRINT-SECTION-HEADING
           WRITE PRINT-LINE FROM CUSTOMER-HEADS
           MOVE ZERO TO CDL-RANK
           PERFORM VARYING WS-CU-I FROM 1 BY 1
              UNTIL WS-CU-I > WS-CU-COUNT
                   PERFORM PRINT-ONE-CUSTOMER
           END-PERFORM
           MOVE 'BY PRODUCT' TO SECTION-HEADING
           PERFORM PRINT-SECTION-HEADING
           WRITE PRINT-LINE FROM PRODUCT-HEADS
           MOVE ZERO TO PDL-RANK
           PERFORM VARYING WS-PR-I FROM 1 BY 1
              UNTIL WS-PR-I > WS-PR-COUNT
                   PERFORM PRINT-ONE-PRODUCT
           END-PERFORM
           MOVE 'WORST OFFENDERS - CUSTOMERS' TO SECTION-HEADING
           PERFORM PRINT-SECTION-HEADING
           WRITE PRINT-LINE FROM CUSTOMER-HEADS
           PERFORM VARYING WS-RK-I FROM 1 BY 1
              UNTIL WS-RK-I > WS-CRK-COUNT OR WS-RK-I > 10
                   MOVE WRK-CU-I(WS-RK-I) TO WS-CU-I
                   MOVE WS-RK-I TO CDL-RANK
                   PERFORM PRINT-ONE-CUSTOMER
           END-PERFORM
           MOVE 'WORST OFFENDERS - PRODUCTS' TO SECTION-HEADING
           PERFORM PRINT-SECTION-HEADING
           WRITE PRINT-LINE FROM PRODUCT-HEADS
           PERFORM VARYING WS-RK-I FROM 1 BY 1
              UNTIL WS-RK-I > WS-PRK-COUNT OR WS-RK-I > 10
                   MOVE WRK-PR-I(WS-RK-I) TO WS-PR-I
                   MOVE WS-RK-I TO PDL-RANK
                   PERFORM PRINT-ONE-PRODUCT
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-TOT-ORDERS TO RF-ORDERS
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE SERVICE-REPORT.

       PRINT-SECTION-HEADING.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SECTION-HEADING.

       PRINT-MONTH-SUMMARY.
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE 'ORDERS SHIPPED' TO SCL-LABEL
           MOVE WS-TOT-ORDERS TO SCL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE
           MOVE ZERO TO WS-PCT
           IF WS-TOT-ORDERS IS GREATER THAN ZERO
              COMPUTE WS-PCT ROUNDED =
                 WS-TOT-ORDERS-FULL * 100 / WS-TOT-ORDERS
           END-IF
           MOVE 'ORDER FILL RATE % (COMPLETE)' TO SUL-LABEL
           MOVE WS-PCT TO SUL-VALUE
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE 'LINES SHIPPED' TO SCL-LABEL
           MOVE WS-TOT-LINES TO SCL-COUNT
           WRITE PRINT-LINE FROM SUMMARY-COUNT-LINE
           MOVE ZERO TO WS-PCT
           IF WS-TOT-LINES IS GREATER THAN ZERO
              COMPUTE WS-PCT ROUNDED =
                 WS-TOT-LINES-FULL * 100 / WS-TOT-LINES
           END-IF
           MOVE 'LINE FILL RATE %' TO SUL-LABEL
           MOVE WS-PCT TO SUL-VALUE
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE ZERO TO WS-PCT
           IF WS-TOT-ORDERS IS GREATER THAN ZERO
              COMPUTE WS-PCT ROUNDED = WS-TOT-DAYS / WS-TOT-ORDERS
           END-IF
           MOVE 'AVERAGE DAYS ORDER TO SHIP' TO SUL-LABEL
           MOVE WS-PCT TO SUL-VALUE
           WRITE PRINT-LINE FROM SUMMARY-LINE
           MOVE ZERO TO WS-PCT
           IF WS-TOT-ORDERS IS GREATER THAN ZERO
              COMPUTE WS-PCT ROUNDED =
                 WS-TOT-ON-TIME * 100 / WS-TOT-ORDERS
           END-IF
           MOVE 'SHIPPED WITHIN TARGET %' TO SUL-LABEL
           MOVE WS-PCT TO SUL-VALUE
           WRITE PRINT-LINE FROM SUMMARY-LINE.

       PRINT-ONE-CUSTOMER.
           MOVE WCU-ID-NUM(WS-CU-I) TO CDL-ID-NUM
           MOVE WCU-ORDERS(WS-CU-I) TO CDL-ORDERS
           MOVE WCU-ORDERS-FULL(WS-CU-I) TO CDL-ORDERS-FULL
           MOVE WCU-ORDER-FILL-PCT(WS-CU-I) TO CDL-ORDER-FILL-PCT
           MOVE WCU-LINES(WS-CU-I) TO CDL-LINES
           MOVE WCU-LINE-FILL-PCT(WS-CU-I) TO CDL-LINE-FILL-PCT
           MOVE WCU-AVG-DAYS(WS-CU-I) TO CDL-AVG-DAYS
           MOVE WCU-ON-TIME-PCT(WS-CU-I) TO CDL-ON-TIME-PCT
           WRITE PRINT-LINE FROM CUSTOMER-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-ONE-PRODUCT.
           MOVE WPR-PROD-CODE(WS-PR-I) TO PDL-PROD-CODE
           MOVE WPR-LINES(WS-PR-I) TO PDL-LINES
           MOVE WPR-LINES-FULL(WS-PR-I) TO PDL-LINES-FULL
           MOVE WPR-LINE-FILL-PCT(WS-PR-I) TO PDL-LINE-FILL-PCT
           MOVE WPR-QTY-ORDERED(WS-PR-I) TO PDL-QTY-ORDERED
           MOVE WPR-QTY-SHORT(WS-PR-I) TO PDL-QTY-SHORT
           WRITE PRINT-LINE FROM PRODUCT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
