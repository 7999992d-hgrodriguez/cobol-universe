      *    THE FOREIGN-CURRENCY SIDE OF ONE INVOICE ON aropen.dat,
      *    KEPT ON arfx.dat. THE OPEN ITEM ITSELF STAYS IN THE BASE
      *    CURRENCY SO THE AGING, STATEMENTS AND GL SEE ONE LEDGER;
      *    THIS ROW SAYS WHAT THE CUSTOMER OWES IN ITS OWN CURRENCY.
      *    THE ITEM'S BOOKED RATE IS AX-BASE-AMOUNT / AX-FC-AMOUNT.
      *    WRITTEN BY MAININVOICEPRINT, READ BY MAINCASHAPPLY TO
      *    WORK OUT THE REALIZED GAIN OR LOSS ON PAYMENT AND BY
      *    MAINFXREVAL TO RESTATE OPEN ITEMS AT MONTH END.
       02 AX-INVOICE-NUM    PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 AX-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 AX-DATE           PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 AX-CURRENCY       PIC X(3).
       02 FILLER            PIC X     VALUE SPACE.
       02 AX-FC-AMOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER            PIC X     VALUE SPACE.
       02 AX-BASE-AMOUNT    PIC S9(7)V99 SIGN LEADING SEPARATE.
