      *    (NEWEST FIRST, PAGE FORWARD THROUGH LONG HISTORIES), AND
      *    THEIR RECENT customer.audit ACTIVITY - THE WHOLE PHONE
      *    CALL ON ONE SCREEN. ALL UPDATE PATHS STAY WHERE THEY ARE.
      *    THE NEWEST SHIPMENTS FROM shipment.dat SHOW WITH THEIR
      *    CARRIER AND TRACKING NUMBER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-NOTE-FILE ASSIGN TO 'custnote.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTE-STATUS.
           SELECT SHIPMENT-FILE ASSIGN TO 'shipment.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SHIPMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
          02 FILLER            PIC X.
          02 CN-TEXT           PIC X(50).

       FD SHIPMENT-FILE.
       01 SHIPMENT-DATA.
          COPY SHIPMENT-RECORD.

       WORKING-STORAGE SECTION.
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.
             03 WN-TEXT               PIC X(50).
       01 WS-NOTE-I            PIC 9(3).
       01 WS-NOTE-SHOWN        PIC 9(2).
      *    THE CUSTOMER'S SHIPMENTS, GATHERED SO THE NEWEST FIVE CAN
      *    SHOW LAST-FIRST WITH THEIR TRACKING NUMBERS
       01 WS-SHIPMENT-STATUS   PIC XX.
       01 WS-SHP-COUNT         PIC 9(3).
       01 WS-SHP-TABLE.
          02 WS-SHP-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-SHP-COUNT.
             03 WSP-SHIP-DATE         PIC 9(8).
             03 WSP-ORDER-NUM         PIC 9(6).
             03 WSP-CARRIER           PIC X(4).
             03 WSP-TRACKING          PIC X(20).
       01 WS-SHP-I             PIC 9(3).
       01 WS-SHP-SHOWN         PIC 9(2).

      *    THE CUSTOMER'S ORDER LINES, GATHERED SO THEY CAN BE PAGED
      *    NEWEST FIRST
       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           OPEN INPUT CUSTOMER-FILE.
           PERFORM OPEN-AR-BALANCE-FILE.
           PERFORM UNTIL STAY-OPEN IS EQUAL TO 'N'
              PERFORM SHOW-MASTER-RECORD
              PERFORM SHOW-OPEN-BALANCE
              PERFORM SHOW-ORDER-HISTORY
              PERFORM SHOW-RECENT-SHIPMENTS
              PERFORM SHOW-RECENT-NOTES
              PERFORM SHOW-RECENT-AUDIT
           END-IF.

      *    THE NEWEST FIVE SHIPMENTS - THE CARRIER AND TRACKING
      *    NUMBER ARE WHAT A CUSTOMER CHASING A DELIVERY NEEDS
       SHOW-RECENT-SHIPMENTS.
           MOVE ZERO TO WS-SHP-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SHIPMENT-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF SH-ID-NUM IS EQUAL TO WS-LOOKUP-ID
                            AND WS-SHP-COUNT IS LESS THAN 200
                            ADD 1 TO WS-SHP-COUNT
                            MOVE SH-SHIP-DATE TO
                               WSP-SHIP-DATE(WS-SHP-COUNT)
                            MOVE SH-ORDER-NUM TO
                               WSP-ORDER-NUM(WS-SHP-COUNT)
                            MOVE SH-CARRIER TO
                               WSP-CARRIER(WS-SHP-COUNT)
                            MOVE SH-TRACKING TO
                               WSP-TRACKING(WS-SHP-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SHIPMENT-FILE
           END-IF
           IF WS-SHP-COUNT IS EQUAL TO ZERO
              DISPLAY 'C360: no shipments on file'
           ELSE
              DISPLAY 'C360: recent shipments'
              MOVE ZERO TO WS-SHP-SHOWN
              PERFORM VARYING WS-SHP-I FROM WS-SHP-COUNT BY -1
                 UNTIL WS-SHP-I IS EQUAL TO ZERO OR
                    WS-SHP-SHOWN IS EQUAL TO 5
                      DISPLAY 'C360: ' WSP-SHIP-DATE(WS-SHP-I)
                         ' #' WSP-ORDER-NUM(WS-SHP-I) ' via '
                         WSP-CARRIER(WS-SHP-I) ' tracking '
                         WSP-TRACKING(WS-SHP-I)
                      ADD 1 TO WS-SHP-SHOWN
              END-PERFORM
           END-IF.

      *    THE NEWEST FIVE CONTACT-LOG NOTES - WHOEVER ANSWERS THE
      *    PHONE SEES WHAT A COLLEAGUE PROMISED YESTERDAY
       SHOW-RECENT-NOTES.
