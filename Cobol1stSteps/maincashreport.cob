       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-LOG.
       01 PAYMENT-LINE       PIC X(56).

       FD CUSTOMER-FILE.
       01 CUSTOMER-DATA.
          02 FILLER            PIC X.
          02 WP-REC-TYPE       PIC X(3).
          02 FILLER            PIC X(12).
      *       OPERATOR AND ENTRY TIME - NOT USED HERE
          02 FILLER            PIC X(16).

       01 WS-PAYLOG-STATUS     PIC XX.
       01 WS-ARBAL-STATUS      PIC XX.
