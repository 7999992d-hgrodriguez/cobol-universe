      *    ONE CUSTOMER'S ACCOUNT-PROFILE ROW ON custprof.dat, KEYED
      *    BY CUSTOMER ID - THE RECEIVABLES SETTINGS THAT DO NOT
      *    BELONG ON THE customers.txt MASTER ITSELF, KEPT BESIDE IT
      *    THE WAY taxexempt.dat IS. A CUSTOMER WITHOUT A ROW TAKES
      *    EVERY DEFAULT. MAINTAINED BY MAINCUSTPROFILE.
       02 CP-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       PAYMENT TERMS CODE FROM terms.dat - BLANK MEANS DUE
      *       ON THE INVOICE DATE
       02 CP-TERMS-CODE     PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
      *       Y = NEVER ASSESSED A FINANCE CHARGE BY MAINFINCHARGE
      *       (BLANK OR N = CHARGED LIKE EVERYONE ELSE)
       02 CP-FINCHG-EXEMPT  PIC X.
       02 FILLER            PIC X     VALUE SPACE.
      *       Y = SEND NO E-MAIL NOTIFICATIONS - ORDER AND STATEMENT
      *       EVENTS GO TO THE PHONE-CALL LIST INSTEAD (CUSTNOTIFY)
       02 CP-NOTIFY-OPTOUT  PIC X.
       02 FILLER            PIC X     VALUE SPACE.
      *       Y = THE CUSTOMER ACCEPTS A SUBSTITUTE FROM subst.dat
      *       WHEN AN ITEM IS SHORT - MAINORDERBATCH THEN SHIPS THE
      *       FIRST ONE IN STOCK INSTEAD OF REJECTING THE ROW
       02 CP-SUBST-OK       PIC X.
       02 FILLER            PIC X     VALUE SPACE.
      *       BILL-TO PARENT ACCOUNT - THE HEAD OFFICE THAT PAYS FOR
      *       THIS CUSTOMER. ZERO OR BLANK MEANS THE CUSTOMER PAYS
      *       FOR ITSELF. ONE LEVEL ONLY: A PARENT HAS NO PARENT OF
      *       ITS OWN. ITS CREDIT-LIMIT IS THE WHOLE FAMILY'S SHARED
      *       LIMIT; CONSOLIDATED STATEMENTS, PARENT-LEVEL AGING AND
      *       CREDIT HOLDS AND ONE-CHECK CASH APPLICATION GO BY IT.
       02 CP-PARENT-ID      PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       CURRENCY THE CUSTOMER IS PRICED, INVOICED AND PAYS IN.
      *       BLANK OR USD MEANS THE BASE CURRENCY; ANY OTHER CODE
      *       MUST HAVE A RATE ON fxrate.dat (SEE FXRATE). THE
      *       LEDGERS STAY IN BASE - THE FOREIGN AMOUNTS ARE KEPT
      *       BESIDE THEM ON orderfx.dat AND arfx.dat.
       02 CP-CURRENCY-CODE  PIC X(3).
