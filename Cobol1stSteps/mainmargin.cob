      *    ARE COUNTED AS ESTIMATED. NET REVENUE, COST OF GOODS AND
      *    MARGIN PERCENT PRINT BY PRODUCT, BY CATEGORY AND BY
      *    CUSTOMER ON margin.rpt, AND EVERY LINE SOLD BELOW COST
      *    IS FLAGGED. CREDIT-MEMO LINES SUBTRACT. A KIT LINE IS
      *    COSTED FROM ITS COMPONENTS: THE OD-UNIT-COST THE ORDER
      *    PROGRAMS CAPTURE FOR A KIT IS ALREADY THE COMPONENTS'
      *    ROLLED-UP COST, AND AN UNCAPTURED KIT LINE FALLS BACK TO
      *    TODAY'S COMPONENT COSTS FROM kit.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT MARGIN-REPORT ASSIGN TO 'margin.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KIT-FILE ASSIGN TO 'kit.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LOG.
       FD MARGIN-REPORT.
       01 PRINT-LINE            PIC X(90).

       FD KIT-FILE.
       01 KIT-DATA.
          COPY KIT-COMPONENT.

       WORKING-STORAGE SECTION.
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.
       01 WS-FOUND             PIC X.
       01 WS-LINE-CATEGORY     PIC X(4).

      *    KIT COMPONENTS FROM kit.dat - ONLY NEEDED TO COST A KIT
      *    LINE THAT PRE-DATES COST CAPTURE
       01 WS-KIT-STATUS        PIC XX.
       01 WS-KIT-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-KIT-TABLE.
          02 WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-KIT-COUNT.
             03 WKT-PARENT-CODE       PIC X(10).
             03 WKT-COMP-CODE         PIC X(10).
             03 WKT-COMP-QTY          PIC 9(3).
       01 WS-KIT-I             PIC 9(3).
       01 WS-IS-KIT            PIC X.

       01 REPORT-HEADING.
          02 FILLER             PIC X(29) VALUE
             'GROSS MARGIN REPORT PERIOD   '.
          02 BCL-COST           PIC -ZZZZZ9.99.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'MARGIN: Period from (YYYYMMDD): '
              WITH NO ADVANCING
           ACCEPT WS-FROM-DATE

           OPEN INPUT PRODUCT-FILE.
           OPEN OUTPUT MARGIN-REPORT.
           PERFORM LOAD-KIT-TABLE.
           MOVE WS-FROM-DATE TO RH-FROM-DATE.
           MOVE WS-TO-DATE TO RH-TO-DATE.
           WRITE PRINT-LINE FROM REPORT-HEADING.
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'Y'
              MOVE CATEGORY-CODE TO WS-LINE-CATEGORY
           ELSE
              MOVE '????' TO WS-LINE-CATEGORY
           END-IF
           IF OD-UNIT-COST IS NUMERIC
              COMPUTE WS-UNIT-COST =
                 FUNCTION NUMVAL(OD-UNIT-COST) / 100
           ELSE
              MOVE 'Y' TO WS-ESTIMATED
              ADD 1 TO WS-EST-COUNT
              PERFORM FIND-KIT-FOR-LINE
              IF WS-IS-KIT IS EQUAL TO 'Y'
                 PERFORM COST-KIT-FROM-COMPONENTS
              ELSE
                 IF WS-PRODUCT-EXISTS IS EQUAL TO 'Y'
                    MOVE UNIT-COST TO WS-UNIT-COST
                 ELSE
                    MOVE ZERO TO WS-UNIT-COST
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-LINE-COST =
              OD-QTY-ORDERED * WS-UNIT-COST.

       FIND-KIT-FOR-LINE.
           MOVE 'N' TO WS-IS-KIT
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT OR
                 WS-IS-KIT IS EQUAL TO 'Y'
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      OD-PROD-CODE
                      MOVE 'Y' TO WS-IS-KIT
                   END-IF
           END-PERFORM.

      *    ONE KIT COSTS WHAT ITS COMPONENTS COST TODAY - THE KIT
      *    CODE'S OWN UNIT-COST IS NEVER RECEIVED AGAINST AND MEANS
      *    NOTHING. A COMPONENT NO LONGER ON FILE COSTS NOTHING
       COST-KIT-FROM-COMPONENTS.
           MOVE ZERO TO WS-UNIT-COST
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      OD-PROD-CODE
                      MOVE WKT-COMP-CODE(WS-KIT-I) TO PROD-CODE
                      READ PRODUCT-FILE
                      NOT INVALID KEY
                              COMPUTE WS-UNIT-COST = WS-UNIT-COST +
                                 UNIT-COST * WKT-COMP-QTY(WS-KIT-I)
                      END-READ
                   END-IF
           END-PERFORM.

       LOAD-KIT-TABLE.
           OPEN INPUT KIT-FILE
           IF WS-KIT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-KIT-STATUS IS NOT EQUAL TO '00'
                      READ KIT-FILE
                      NOT AT END
                         IF WS-KIT-COUNT IS LESS THAN 500
                            ADD 1 TO WS-KIT-COUNT
                            MOVE KC-PARENT-CODE TO
                               WKT-PARENT-CODE(WS-KIT-COUNT)
                            MOVE KC-COMP-CODE TO
                               WKT-COMP-CODE(WS-KIT-COUNT)
                            MOVE KC-COMP-QTY TO
                               WKT-COMP-QTY(WS-KIT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE KIT-FILE
           END-IF.

       FLAG-BELOW-COST.
