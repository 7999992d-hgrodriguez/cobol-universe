          02 AR-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD AR-OPEN-FILE.
       01 AR-OPEN-DATA.
          02 FILLER            PIC X.
          02 WP-REC-TYPE       PIC X(3).
          02 FILLER            PIC X(12).
          02 FILLER            PIC X.
          02 WP-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 WP-ENTRY-TIME     PIC X(6).

       PROCEDURE DIVISION .
           CALL 'OPERSIGNON' USING
           MOVE WS-ENTER-AMOUNT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WP-AMOUNT
           MOVE 'NSF' TO WP-REC-TYPE
           MOVE WS-OPERATOR-ID TO WP-OPERATOR
           MOVE FUNCTION CURRENT-DATE(9:6) TO WP-ENTRY-TIME
           WRITE PAYMENT-LINE FROM WS-PAYMENT-DETAIL
           IF WS-FEE-AMOUNT IS GREATER THAN ZERO
              MOVE SPACES TO WS-PAYMENT-DETAIL
              MOVE WS-FEE-AMOUNT TO WS-EDIT-AMOUNT
              MOVE WS-EDIT-AMOUNT TO WP-AMOUNT
              MOVE 'FEE' TO WP-REC-TYPE
              MOVE WS-OPERATOR-ID TO WP-OPERATOR
              MOVE FUNCTION CURRENT-DATE(9:6) TO WP-ENTRY-TIME
              WRITE PAYMENT-LINE FROM WS-PAYMENT-DETAIL
           END-IF
           CLOSE PAYMENT-LOG.
           MOVE ZERO TO AO-INVOICE-NUM
           MOVE WS-ENTER-ID TO AO-ID-NUM
           MOVE WS-TODAY TO AO-DATE
           MOVE WS-TODAY TO AO-DUE-DATE
           MOVE 'NSF' TO AO-ITEM-TYPE
           MOVE WS-ENTER-AMOUNT TO AO-AMOUNT
           MOVE ZERO TO AO-PAID
              MOVE ZERO TO AO-INVOICE-NUM
              MOVE WS-ENTER-ID TO AO-ID-NUM
              MOVE WS-TODAY TO AO-DATE
              MOVE WS-TODAY TO AO-DUE-DATE
              MOVE 'NSF' TO AO-ITEM-TYPE
              MOVE WS-FEE-AMOUNT TO AO-AMOUNT
              MOVE ZERO TO AO-PAID
