      *    ONE PAYMENT-TERMS CODE OF THE terms.dat TABLE, SHARED BY
      *    THE TERMS MAINTENANCE SCREEN AND THE CUSTTERMS LOOKUP.
      *    A CUSTOMER'S TERMS CODE (custprof.dat) POINTS HERE; THE
      *    INVOICE PRINT STAMPS THE DUE DATE FROM THE NET DAYS AND
      *    CASH APPLICATION GRANTS THE DISCOUNT INSIDE ITS WINDOW.
       02 TM-CODE           PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
      *       DAYS FROM INVOICE DATE TO DUE DATE - ZERO FOR COD
       02 TM-NET-DAYS       PIC 9(3).
       02 FILLER            PIC X     VALUE SPACE.
      *       EARLY-PAYMENT DISCOUNT PERCENT, ZERO WHEN NONE
       02 TM-DISC-PCT       PIC 9(2)V99.
       02 FILLER            PIC X     VALUE SPACE.
      *       DAYS FROM INVOICE DATE THE DISCOUNT STAYS ON OFFER
       02 TM-DISC-DAYS      PIC 9(3).
       02 FILLER            PIC X     VALUE SPACE.
       02 TM-DESC           PIC X(20).
