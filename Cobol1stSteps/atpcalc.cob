       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATPCALC.

      *    SHARED AVAILABLE-TO-PROMISE SUBPROGRAM, IN THE SPIRIT OF
      *    CUSTTERMS: ORDER ENTRY AND THE QUOTE SCREEN ASK HERE WHEN
      *    A LINE IS SHORT, AND MAINATPINQUIRY SHOWS THE WHOLE
      *    PICTURE. GIVEN A PRODUCT, ITS QTY-ON-HAND AND A WANTED
      *    QUANTITY IT TAKES OFF WHAT THE OPEN BACKORDERS ON
      *    backorder.dat ARE STILL OWED, THEN ADDS THE UNRECEIVED
      *    QUANTITY OF EVERY OPEN OR PART-RECEIVED PO LINE ON
      *    poitm.dat BY DUE DATE, AND RETURNS THE FIRST DATE THE
      *    WANTED QUANTITY IS COVERED (SEE ATP-RESULT). DROP-SHIP
      *    POs NEVER REACH OUR SHELF AND ARE LEFT OUT. THE FILES ARE
      *    READ AFRESH ON EVERY CALL SO A BACKORDER TAKEN A MINUTE
      *    AGO ON ANOTHER SCREEN IS NOT PROMISED AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO 'backorder.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BACKORDER-STATUS.
           SELECT PO-HEADER-FILE ASSIGN TO 'pohdr.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POHDR-STATUS.
           SELECT PO-ITEM-FILE ASSIGN TO 'poitm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-POITM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BACKORDER-FILE.
       01 BACKORDER-DATA.
          02 BO-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 BO-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 BO-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 BO-QTY-SHORT      PIC 9(5).
          02 FILLER            PIC X.
          02 BO-STATUS         PIC X.

       FD PO-HEADER-FILE.
       01 PO-HEADER.
          02 PH-PO-NUM         PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 PH-VENDOR-CODE    PIC X(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 PH-DATE           PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
      *       O = OPEN, P = PARTIALLY RECEIVED, C = CLOSED,
      *       D = DROP-SHIP, THE VENDOR DELIVERS TO OUR CUSTOMER
          02 PH-STATUS         PIC X.

       FD PO-ITEM-FILE.
       01 PO-ITEM.
          02 PI-PO-NUM         PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-LINE-NUM       PIC 9(3).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-PROD-CODE      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-QTY-EXPECTED   PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-UNIT-COST      PIC 9(4)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-DUE-DATE       PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 PI-QTY-RECEIVED   PIC 9(5).
      *       UNIT OF MEASURE FIELDS - NOT USED HERE
          02 FILLER            PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BACKORDER-STATUS  PIC XX.
       01 WS-POHDR-STATUS      PIC XX.
       01 WS-POITM-STATUS      PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-OPEN-QTY          PIC 9(5).
       01 WS-RUNNING           PIC S9(7).
       01 WS-SLOT              PIC 9(2).
       01 WS-INB-I             PIC 9(2).

      *    THE PO NUMBERS STILL EXPECTING GOODS ON OUR DOCK
       01 WS-OPEN-PO-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-OPEN-PO-TABLE.
          02 WS-OPEN-PO-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-OPEN-PO-COUNT.
             03 WOP-PO-NUM            PIC 9(6).
       01 WS-OPEN-PO-I         PIC 9(4).

       LINKAGE SECTION.
       01 LS-ATP-RESULT.
          COPY ATP-RESULT.

       PROCEDURE DIVISION USING LS-ATP-RESULT.

       ATPCALC-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE ZERO TO AT-BACKORDERED.
           MOVE ZERO TO AT-PROMISE-DATE.
           MOVE ZERO TO AT-INB-COUNT.
           MOVE 'N' TO AT-INB-MORE.
           PERFORM ADD-OPEN-BACKORDERS.
           COMPUTE AT-AVAIL-NOW = AT-ON-HAND - AT-BACKORDERED.
           PERFORM LOAD-OPEN-PO-HEADERS.
           PERFORM ADD-INBOUND-PO-LINES.
           MOVE AT-AVAIL-NOW TO WS-RUNNING.
           IF AT-QTY-WANTED IS LESS THAN OR EQUAL TO WS-RUNNING
              MOVE WS-TODAY TO AT-PROMISE-DATE
           END-IF.
           PERFORM VARYING WS-INB-I FROM 1 BY 1
              UNTIL WS-INB-I > AT-INB-COUNT
                   ADD AT-INB-QTY(WS-INB-I) TO WS-RUNNING
                   MOVE WS-RUNNING TO AT-INB-RUNNING(WS-INB-I)
                   IF AT-PROMISE-DATE IS EQUAL TO ZERO AND
                      AT-QTY-WANTED IS LESS THAN OR EQUAL TO
                      WS-RUNNING
      *               A LINE ALREADY OVERDUE IS PROMISED FOR TODAY,
      *               NOT FOR A DATE IN THE PAST
                      IF AT-INB-DUE-DATE(WS-INB-I) IS LESS THAN
                         WS-TODAY
                         MOVE WS-TODAY TO AT-PROMISE-DATE
                      ELSE
                         MOVE AT-INB-DUE-DATE(WS-INB-I) TO
                            AT-PROMISE-DATE
                      END-IF
                   END-IF
           END-PERFORM.
           GOBACK.

       ADD-OPEN-BACKORDERS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ BACKORDER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF BO-STATUS IS EQUAL TO 'O' AND
                            BO-PROD-CODE IS EQUAL TO AT-PROD-CODE
                            ADD BO-QTY-SHORT TO AT-BACKORDERED
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE BACKORDER-FILE
           END-IF.

       LOAD-OPEN-PO-HEADERS.
           MOVE ZERO TO WS-OPEN-PO-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-HEADER-FILE
           IF WS-POHDR-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-HEADER-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF (PH-STATUS IS EQUAL TO 'O' OR
                            PH-STATUS IS EQUAL TO 'P') AND
                            WS-OPEN-PO-COUNT IS LESS THAN 2000
                            ADD 1 TO WS-OPEN-PO-COUNT
                            MOVE PH-PO-NUM TO
                               WOP-PO-NUM(WS-OPEN-PO-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PO-HEADER-FILE
           END-IF.

       ADD-INBOUND-PO-LINES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PO-ITEM-FILE
           IF WS-POITM-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PO-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PI-PROD-CODE IS EQUAL TO AT-PROD-CODE AND
                            PI-QTY-EXPECTED IS GREATER THAN
                            PI-QTY-RECEIVED
                            PERFORM CHECK-PO-IS-OPEN
                            IF WS-FOUND IS EQUAL TO 'Y'
                               PERFORM INSERT-INBOUND-LINE
                            END-IF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PO-ITEM-FILE
           END-IF.

       CHECK-PO-IS-OPEN.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-OPEN-PO-I FROM 1 BY 1
              UNTIL WS-OPEN-PO-I > WS-OPEN-PO-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WOP-PO-NUM(WS-OPEN-PO-I) IS EQUAL TO PI-PO-NUM
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM.

      *    KEEPS THE INBOUND LIST IN DUE-DATE ORDER AS IT IS BUILT -
      *    LATER LINES SHIFT UP ONE TO MAKE ROOM. WHEN THE LIST IS
      *    FULL THE LATEST-DUE LINE FALLS OFF THE END
       INSERT-INBOUND-LINE.
           COMPUTE WS-OPEN-QTY = PI-QTY-EXPECTED - PI-QTY-RECEIVED
           MOVE 1 TO WS-SLOT
           PERFORM UNTIL WS-SLOT > AT-INB-COUNT
              OR AT-INB-DUE-DATE(WS-SLOT) IS GREATER THAN PI-DUE-DATE
                   ADD 1 TO WS-SLOT
           END-PERFORM
           IF AT-INB-COUNT IS EQUAL TO 50
              MOVE 'Y' TO AT-INB-MORE
              IF WS-SLOT IS GREATER THAN 50
                 MOVE ZERO TO WS-SLOT
              ELSE
                 SUBTRACT 1 FROM AT-INB-COUNT
              END-IF
           END-IF
           IF WS-SLOT IS GREATER THAN ZERO
              MOVE AT-INB-COUNT TO WS-INB-I
              PERFORM UNTIL WS-INB-I IS LESS THAN WS-SLOT
                      MOVE AT-INB-ENTRY(WS-INB-I) TO
                         AT-INB-ENTRY(WS-INB-I + 1)
                      SUBTRACT 1 FROM WS-INB-I
              END-PERFORM
              MOVE PI-DUE-DATE TO AT-INB-DUE-DATE(WS-SLOT)
              MOVE PI-PO-NUM TO AT-INB-PO-NUM(WS-SLOT)
              MOVE WS-OPEN-QTY TO AT-INB-QTY(WS-SLOT)
              MOVE ZERO TO AT-INB-RUNNING(WS-SLOT)
              ADD 1 TO AT-INB-COUNT
           END-IF.
