      *    BACK TOWARD ZERO, AND CONSUMES THE CUSTOMER'S NEGATIVE
      *    OPEN ITEMS ON aropen.dat. EVERY DISBURSEMENT IS APPENDED
      *    TO THE refundreg.dat REGISTER AND THE RUN'S REFUNDS ARE
      *    PRINTED TO refund.rpt FOR THE BOOKKEEPER. REFUND CHECKS
      *    TAKE THEIR NUMBER FROM THE SAME apcheck.seq CHECK STOCK AS
      *    THE AP CHECK RUN, SO THE BANK RECONCILIATION CAN TICK
      *    EITHER KIND OFF BY NUMBER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-REGISTER ASSIGN TO 'refundreg.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.
           SELECT CHECK-SEQUENCE-FILE ASSIGN TO 'apcheck.seq'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEQ-STATUS.
           SELECT REFUND-REPORT ASSIGN TO 'refund.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
          02 AR-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          02 RR-AMOUNT         PIC 9(6)V99.
          02 FILLER            PIC X     VALUE SPACE.
          02 RR-OPERATOR       PIC X(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 RR-CHECK-NUM      PIC 9(6).

       FD CHECK-SEQUENCE-FILE.
       01 CHECK-SEQUENCE-LINE   PIC 9(6).

       FD REFUND-REPORT.
       01 PRINT-LINE            PIC X(80).
       01 WS-PAYLOG-STATUS     PIC XX.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-REGISTER-STATUS   PIC XX.
       01 WS-SEQ-STATUS        PIC XX.
       01 WS-CHECK-NUM         PIC 9(6).
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-CUSTOMER-EXISTS   PIC X.
          02 FILLER            PIC X.
          02 WP-REC-TYPE       PIC X(3).
          02 FILLER            PIC X(12).
          02 FILLER            PIC X.
          02 WP-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 WP-ENTRY-TIME     PIC X(6).

      *    THE WHOLE SUBLEDGER, HELD SO THE CONSUMED CREDIT ITEMS
      *    CAN BE CLOSED AND THE FILE REWRITTEN
             03 WI-INVOICE-NUM        PIC 9(6).
             03 WI-ID-NUM             PIC 9(5).
             03 WI-DATE               PIC 9(8).
             03 WI-DUE-DATE           PIC 9(8).
             03 WI-ITEM-TYPE          PIC X(3).
             03 WI-AMOUNT             PIC S9(7)V99.
             03 WI-PAID               PIC S9(7)V99.
             DEPENDING ON WS-RUN-COUNT.
             03 WR-ID-NUM             PIC 9(5).
             03 WR-AMOUNT             PIC 9(6)V99.
             03 WR-CHECK-NUM          PIC 9(6).
       01 WS-RUN-I             PIC 9(3).

       01 REPORT-HEADING       PIC X(40)  VALUE
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 RDL-NAME           PIC X(30).
          02 RDL-AMOUNT         PIC ZZZZZ9.99.
          02 FILLER             PIC X(8)  VALUE '  CHECK '.
          02 RDL-CHECK-NUM      PIC 9(6).
       01 REPORT-TOTAL-LINE.
          02 FILLER             PIC X(22) VALUE 'TOTAL DISBURSED'.
          02 RTL-TOTAL          PIC Z,ZZZ,ZZ9.99.
                            WI-INVOICE-NUM(WS-ITEM-COUNT)
                         MOVE AO-ID-NUM TO WI-ID-NUM(WS-ITEM-COUNT)
                         MOVE AO-DATE TO WI-DATE(WS-ITEM-COUNT)
                         IF AO-DUE-DATE IS NUMERIC AND
                            AO-DUE-DATE IS GREATER THAN ZERO
                            MOVE AO-DUE-DATE TO
                               WI-DUE-DATE(WS-ITEM-COUNT)
                         ELSE
                            MOVE AO-DATE TO WI-DUE-DATE(WS-ITEM-COUNT)
                         END-IF
                         MOVE AO-ITEM-TYPE TO
                            WI-ITEM-TYPE(WS-ITEM-COUNT)
                         MOVE AO-AMOUNT TO WI-AMOUNT(WS-ITEM-COUNT)
           MOVE WS-REFUND-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WP-AMOUNT
           MOVE 'RFD' TO WP-REC-TYPE
           MOVE WS-OPERATOR-ID TO WP-OPERATOR
           MOVE FUNCTION CURRENT-DATE(9:6) TO WP-ENTRY-TIME
           WRITE PAYMENT-LINE FROM WS-PAYMENT-DETAIL
           CLOSE PAYMENT-LOG
           PERFORM ASSIGN-CHECK-NUMBER
           OPEN EXTEND REFUND-REGISTER
           IF WS-REGISTER-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT REFUND-REGISTER
           MOVE WS-ENTER-ID TO RR-ID-NUM
           MOVE WS-REFUND-AMOUNT TO RR-AMOUNT
           MOVE WS-OPERATOR-ID TO RR-OPERATOR
           MOVE WS-CHECK-NUM TO RR-CHECK-NUM
           WRITE REFUND-REGISTER-DATA
           CLOSE REFUND-REGISTER
           ADD 1 TO WS-REFUND-COUNT
              ADD 1 TO WS-RUN-COUNT
              MOVE WS-ENTER-ID TO WR-ID-NUM(WS-RUN-COUNT)
              MOVE WS-REFUND-AMOUNT TO WR-AMOUNT(WS-RUN-COUNT)
              MOVE WS-CHECK-NUM TO WR-CHECK-NUM(WS-RUN-COUNT)
           END-IF
           DISPLAY 'REFUND: pay by check number ' WS-CHECK-NUM.

      *    READS THE NEXT CHECK NUMBER FROM THE SHARED CHECK-STOCK
      *    SEQUENCE FILE AND WRITES THE INCREMENTED NUMBER BACK
       ASSIGN-CHECK-NUMBER.
           MOVE ZERO TO WS-CHECK-NUM
           OPEN INPUT CHECK-SEQUENCE-FILE
           IF WS-SEQ-STATUS IS EQUAL TO '00'
              READ CHECK-SEQUENCE-FILE
              AT END
                 MOVE ZERO TO WS-CHECK-NUM
              NOT AT END
                 MOVE CHECK-SEQUENCE-LINE TO WS-CHECK-NUM
              END-READ
              CLOSE CHECK-SEQUENCE-FILE
           END-IF
           ADD 1 TO WS-CHECK-NUM
           OPEN OUTPUT CHECK-SEQUENCE-FILE
           MOVE WS-CHECK-NUM TO CHECK-SEQUENCE-LINE
           WRITE CHECK-SEQUENCE-LINE
           CLOSE CHECK-SEQUENCE-FILE.

      *    THE REFUND CONSUMES THE CUSTOMER'S NEGATIVE OPEN ITEMS
      *    OLDEST FIRST SO THE SUBLEDGER AGREES WITH THE BALANCE
                   MOVE WI-INVOICE-NUM(WS-ITEM-I) TO AO-INVOICE-NUM
                   MOVE WI-ID-NUM(WS-ITEM-I) TO AO-ID-NUM
                   MOVE WI-DATE(WS-ITEM-I) TO AO-DATE
                   MOVE WI-DUE-DATE(WS-ITEM-I) TO AO-DUE-DATE
                   MOVE WI-ITEM-TYPE(WS-ITEM-I) TO AO-ITEM-TYPE
                   MOVE WI-AMOUNT(WS-ITEM-I) TO AO-AMOUNT
                   MOVE WI-PAID(WS-ITEM-I) TO AO-PAID
              MOVE '** NOT ON FILE **' TO RDL-NAME
           END-IF
           MOVE WR-AMOUNT(WS-RUN-I) TO RDL-AMOUNT
           MOVE WR-CHECK-NUM(WS-RUN-I) TO RDL-CHECK-NUM
           WRITE PRINT-LINE FROM REFUND-DETAIL-LINE.
