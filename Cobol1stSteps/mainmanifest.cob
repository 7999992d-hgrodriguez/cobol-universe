       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINMANIFEST.

      *    END-OF-DAY SHIPPING MANIFEST FOR THE DRIVER PICKUP: EVERY
      *    SHIPMENT MAINORDERSHIP RECORDED ON shipment.dat FOR THE
      *    DAY, GROUPED PER CARRIER WITH THE CARRIER'S NAME AND OUR
      *    SHIPPER ACCOUNT FROM carrier.dat. EACH LINE GIVES THE
      *    ORDER, THE CUSTOMER, WHERE IT IS GOING (THE ORDER'S
      *    shipto.dat ADDRESS, OR THE BILLING ADDRESS), CARTONS,
      *    WEIGHT AND TRACKING NUMBER; EACH CARRIER CLOSES WITH ITS
      *    TOTALS AND A LINE FOR THE DRIVER TO SIGN. A BLANK DATE
      *    MEANS TODAY; AN EARLIER DATE REPRINTS THAT DAY'S MANIFEST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-FILE ASSIGN TO 'shipment.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPMENT-STATUS.
           SELECT CARRIER-FILE ASSIGN TO 'carrier.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CARRIER-STATUS.
           SELECT ORDER-HEADER-FILE ASSIGN TO 'orderhdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HEADER-STATUS.
           SELECT SHIP-TO-FILE ASSIGN TO 'shipto.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPTO-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
           SELECT MANIFEST-REPORT ASSIGN TO 'manifest.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD SHIPMENT-FILE.
       01 SHIPMENT-DATA.
          COPY SHIPMENT-RECORD.

       FD CARRIER-FILE.
       01 CARRIER-DATA.
          COPY CARRIER-RECORD.

       FD ORDER-HEADER-FILE.
       01 ORDER-HEADER.
          02 OH-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 OH-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 OH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 OH-STATUS         PIC X.
          02 FILLER            PIC X.
      *       SHIP-TO CODE - SPACES MEANS THE BILLING ADDRESS
          02 OH-SHIP-TO        PIC X(4).
          02 FILLER            PIC X.
          02 OH-SHIP-FROM      PIC X(4).
      *       OPERATOR AND ENTRY TIME - NOT USED HERE
          02 FILLER            PIC X(16).

       FD SHIP-TO-FILE.
       01 SHIP-TO-DATA.
          02 ST-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 ST-CODE           PIC X(4).
          02 FILLER            PIC X.
          02 ST-STREET         PIC X(25).
          02 FILLER            PIC X.
          02 ST-CITY           PIC X(20).
          02 FILLER            PIC X.
          02 ST-STATE          PIC X(2).
          02 FILLER            PIC X.
          02 ST-ZIP            PIC X(10).

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

       FD MANIFEST-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SHIPMENT-STATUS   PIC XX.
       01 WS-CARRIER-STATUS    PIC XX.
       01 WS-HEADER-STATUS     PIC XX.
       01 WS-SHIPTO-STATUS     PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-ENTER-DATE        PIC X(8).
       01 WS-MANIFEST-DATE     PIC 9(8).
       01 WS-SHIP-TO-CODE      PIC X(4).
       01 WS-LISTED-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-TOTAL-SHIPMENTS   PIC 9(5).
       01 WS-TOTAL-CARTONS     PIC 9(6).
       01 WS-TOTAL-WEIGHT      PIC 9(7)V99.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    THE DAY'S SHIPMENTS, HELD SO EACH CARRIER'S CAN BE
      *    GATHERED UNDER ONE HEADING
       01 WS-SH-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-SH-TABLE.
          02 WS-SH-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-SH-COUNT.
             03 WSH-ORDER-NUM         PIC 9(6).
             03 WSH-ID-NUM            PIC 9(5).
             03 WSH-CARRIER           PIC X(4).
             03 WSH-TRACKING          PIC X(20).
             03 WSH-CARTONS           PIC 9(3).
             03 WSH-WEIGHT            PIC 9(5)V99.
       01 WS-SH-I              PIC 9(4).

      *    THE CARRIERS ON FILE, AND THE DISTINCT CARRIERS THE DAY'S
      *    SHIPMENTS WENT WITH IN THE ORDER THEY FIRST APPEAR
       01 WS-CR-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-CR-TABLE.
          02 WS-CR-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-CR-COUNT.
             03 WC-CODE               PIC X(4).
             03 WC-NAME               PIC X(20).
             03 WC-ACCOUNT            PIC X(10).
       01 WS-CR-I              PIC 9(3).
       01 WS-MC-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-MC-TABLE.
          02 WS-MC-ENTRY OCCURS 1 TO 100 TIMES
             DEPENDING ON WS-MC-COUNT.
             03 WMC-CODE              PIC X(4).
       01 WS-MC-I              PIC 9(3).

       01 MANIFEST-HEADING.
          02 FILLER             PIC X(37) VALUE
             'DRIVER MANIFEST - SHIPMENTS OF DATE '.
          02 MH-DATE            PIC 9(8).
       01 CARRIER-HEAD-LINE.
          02 FILLER             PIC X(8)  VALUE 'CARRIER '.
          02 CHL-CODE           PIC X(4).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 CHL-NAME           PIC X(20).
          02 FILLER             PIC X(10) VALUE '  ACCOUNT '.
          02 CHL-ACCOUNT        PIC X(10).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(7)  VALUE 'ORDER'.
          02 FILLER             PIC X(21) VALUE 'CUSTOMER'.
          02 FILLER             PIC X(19) VALUE 'DESTINATION'.
          02 FILLER             PIC X(4)  VALUE 'CTN'.
          02 FILLER             PIC X(9)  VALUE '  WEIGHT'.
          02 FILLER             PIC X(8)  VALUE 'TRACKING'.
       01 MANIFEST-DETAIL-LINE.
          02 MDL-ORDER-NUM      PIC 9(6).
          02 FILLER             PIC X     VALUE SPACE.
          02 MDL-NAME           PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 MDL-CITY           PIC X(15).
          02 FILLER             PIC X     VALUE SPACE.
          02 MDL-STATE          PIC X(2).
          02 FILLER             PIC X     VALUE SPACE.
          02 MDL-CARTONS        PIC ZZ9.
          02 FILLER             PIC X     VALUE SPACE.
          02 MDL-WEIGHT         PIC ZZZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 MDL-TRACKING       PIC X(20).
       01 CARRIER-TOTAL-LINE.
          02 FILLER             PIC X(7)  VALUE 'TOTAL  '.
          02 CTL-SHIPMENTS      PIC ZZZZ9.
          02 FILLER             PIC X(15) VALUE ' SHIPMENT(S)   '.
          02 CTL-CARTONS        PIC ZZZZZ9.
          02 FILLER             PIC X(13) VALUE ' CARTON(S)   '.
          02 CTL-WEIGHT         PIC ZZZZZZ9.99.
          02 FILLER             PIC X(3)  VALUE ' LB'.
       01 SIGNATURE-LINE.
          02 FILLER             PIC X(40) VALUE
             'DRIVER SIGNATURE ______________________'.
          02 FILLER             PIC X(20) VALUE
             '  TIME ________'.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'MANIFEST: Ship Date (YYYYMMDD, blank = today): '
              WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE IS EQUAL TO SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MANIFEST-DATE
           ELSE
              MOVE WS-ENTER-DATE TO WS-MANIFEST-DATE
           END-IF
           PERFORM LOAD-CARRIER-TABLE
           PERFORM LOAD-DAYS-SHIPMENTS
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT MANIFEST-REPORT
           MOVE WS-MANIFEST-DATE TO MH-DATE
           WRITE PRINT-LINE FROM MANIFEST-HEADING
           IF WS-SH-COUNT IS EQUAL TO ZERO
              MOVE SPACES TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE 'NO SHIPMENTS RECORDED FOR THIS DATE'
                 TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF
           PERFORM VARYING WS-MC-I FROM 1 BY 1
              UNTIL WS-MC-I > WS-MC-COUNT
                   PERFORM PRINT-ONE-CARRIER
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE MANIFEST-REPORT
      *    KEEP A RUN-STAMPED COPY - THE SIGNED MANIFEST IS THE
      *    PROOF THE DRIVER TOOK THE FREIGHT
           MOVE 'MAINMANIFEST' TO WS-SP-PROGRAM
           MOVE 'manifest.rpt' TO WS-SP-REPORT-NAME
           MOVE WS-MANIFEST-DATE TO WS-SP-PARAMS
           MOVE SPACES TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           DISPLAY 'MANIFEST: ' WS-LISTED-COUNT ' shipment(s) for '
              WS-MC-COUNT ' carrier(s) on manifest.rpt'
           STOP RUN.

       LOAD-CARRIER-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CARRIER-FILE
           IF WS-CARRIER-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ CARRIER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-CR-COUNT IS LESS THAN 100
                            ADD 1 TO WS-CR-COUNT
                            MOVE CR-CODE TO WC-CODE(WS-CR-COUNT)
                            MOVE CR-NAME TO WC-NAME(WS-CR-COUNT)
                            MOVE CR-ACCOUNT TO
                               WC-ACCOUNT(WS-CR-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CARRIER-FILE
           END-IF.

       LOAD-DAYS-SHIPMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SHIPMENT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF SH-SHIP-DATE IS EQUAL TO
                            WS-MANIFEST-DATE
                            PERFORM KEEP-SHIPMENT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SHIPMENT-FILE
           END-IF.

       KEEP-SHIPMENT.
           IF WS-SH-COUNT IS EQUAL TO 2000
              DISPLAY 'MANIFEST: shipment table full, run aborted'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-SH-COUNT
           MOVE SH-ORDER-NUM TO WSH-ORDER-NUM(WS-SH-COUNT)
           MOVE SH-ID-NUM TO WSH-ID-NUM(WS-SH-COUNT)
           MOVE SH-CARRIER TO WSH-CARRIER(WS-SH-COUNT)
           MOVE SH-TRACKING TO WSH-TRACKING(WS-SH-COUNT)
           MOVE SH-CARTONS TO WSH-CARTONS(WS-SH-COUNT)
           MOVE SH-WEIGHT TO WSH-WEIGHT(WS-SH-COUNT)
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-MC-I FROM 1 BY 1
              UNTIL WS-MC-I > WS-MC-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WMC-CODE(WS-MC-I) IS EQUAL TO SH-CARRIER
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N' AND WS-MC-COUNT IS LESS THAN 100
              ADD 1 TO WS-MC-COUNT
              MOVE SH-CARRIER TO WMC-CODE(WS-MC-COUNT)
           END-IF.

      *    ONE CARRIER'S SHIPMENTS, TOTALS AND SIGNATURE LINE - THE
      *    PART OF THE MANIFEST THAT CARRIER'S DRIVER TAKES AWAY
       PRINT-ONE-CARRIER.
           MOVE WMC-CODE(WS-MC-I) TO CHL-CODE
           MOVE '** NOT ON FILE **' TO CHL-NAME
           MOVE SPACES TO CHL-ACCOUNT
           PERFORM VARYING WS-CR-I FROM 1 BY 1
              UNTIL WS-CR-I > WS-CR-COUNT
                   IF WC-CODE(WS-CR-I) IS EQUAL TO WMC-CODE(WS-MC-I)
                      MOVE WC-NAME(WS-CR-I) TO CHL-NAME
                      MOVE WC-ACCOUNT(WS-CR-I) TO CHL-ACCOUNT
                   END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM CARRIER-HEAD-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADS
           MOVE ZERO TO WS-TOTAL-SHIPMENTS
           MOVE ZERO TO WS-TOTAL-CARTONS
           MOVE ZERO TO WS-TOTAL-WEIGHT
           PERFORM VARYING WS-SH-I FROM 1 BY 1
              UNTIL WS-SH-I > WS-SH-COUNT
                   IF WSH-CARRIER(WS-SH-I) IS EQUAL TO
                      WMC-CODE(WS-MC-I)
                      PERFORM PRINT-ONE-SHIPMENT
                   END-IF
           END-PERFORM
           MOVE WS-TOTAL-SHIPMENTS TO CTL-SHIPMENTS
           MOVE WS-TOTAL-CARTONS TO CTL-CARTONS
           MOVE WS-TOTAL-WEIGHT TO CTL-WEIGHT
           WRITE PRINT-LINE FROM CARRIER-TOTAL-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM SIGNATURE-LINE.

       PRINT-ONE-SHIPMENT.
           MOVE SPACES TO MANIFEST-DETAIL-LINE
           MOVE WSH-ORDER-NUM(WS-SH-I) TO MDL-ORDER-NUM
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE WSH-ID-NUM(WS-SH-I) TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'Y'
              STRING FIRST-NAME DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 LAST-NAME DELIMITED BY SIZE
                 INTO MDL-NAME
              MOVE CITY TO MDL-CITY
              MOVE STATE TO MDL-STATE
           ELSE
              MOVE '** NOT ON FILE **' TO MDL-NAME
           END-IF
           PERFORM FIND-ORDER-SHIP-TO
           IF WS-SHIP-TO-CODE IS NOT EQUAL TO SPACES
              PERFORM FIND-SHIP-TO-ADDRESS
           END-IF
           MOVE WSH-CARTONS(WS-SH-I) TO MDL-CARTONS
           MOVE WSH-WEIGHT(WS-SH-I) TO MDL-WEIGHT
           MOVE WSH-TRACKING(WS-SH-I) TO MDL-TRACKING
           WRITE PRINT-LINE FROM MANIFEST-DETAIL-LINE
           ADD 1 TO WS-TOTAL-SHIPMENTS
           ADD 1 TO WS-LISTED-COUNT
           ADD WSH-CARTONS(WS-SH-I) TO WS-TOTAL-CARTONS
           ADD WSH-WEIGHT(WS-SH-I) TO WS-TOTAL-WEIGHT.

       FIND-ORDER-SHIP-TO.
           MOVE SPACES TO WS-SHIP-TO-CODE
           MOVE 'N' TO WS-EOF
           OPEN INPUT ORDER-HEADER-FILE
           IF WS-HEADER-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ ORDER-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF OH-ORDER-NUM IS EQUAL TO
                            WSH-ORDER-NUM(WS-SH-I)
                            MOVE OH-SHIP-TO TO WS-SHIP-TO-CODE
                            MOVE 'Y' TO WS-EOF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE ORDER-HEADER-FILE
           END-IF.

      *    THE ORDER GOES TO ONE OF THE CUSTOMER'S OTHER ADDRESSES -
      *    THE DRIVER NEEDS THAT CITY, NOT THE BILLING ONE
       FIND-SHIP-TO-ADDRESS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT SHIP-TO-FILE
           IF WS-SHIPTO-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SHIP-TO-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF ST-ID-NUM IS EQUAL TO
                            WSH-ID-NUM(WS-SH-I) AND
                            ST-CODE IS EQUAL TO WS-SHIP-TO-CODE
                            MOVE ST-CITY TO MDL-CITY
                            MOVE ST-STATE TO MDL-STATE
                            MOVE 'Y' TO WS-EOF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SHIP-TO-FILE
           END-IF.
