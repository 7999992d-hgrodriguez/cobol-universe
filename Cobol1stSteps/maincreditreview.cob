       01 ORDER-LINE         PIC X(80).

       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD DAILY-TOTALS-FILE.
       01 DAILY-TOTALS-RECORD.
          02 FILLER            PIC X.
          02 WP-REC-TYPE       PIC X(3).
          02 FILLER            PIC X(12).
      *       OPERATOR AND ENTRY TIME - NOT USED HERE
          02 FILLER            PIC X(16).
       01 WS-LOG-STATUS        PIC XX.
       01 WS-PAYMENT-STATUS    PIC XX.
       01 WS-TOTALS-STATUS     PIC XX.
