       02 AO-DATE           PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       INV = ISSUED INVOICE, CRM = CREDIT RESIDUE FROM A
      *       RETURN OR A VOLUME REBATE CREDIT, ONA = ON-ACCOUNT
      *       CASH, NSF = RETURNED-CHECK FEE,
      *       DSC = EARLY-PAY DISCOUNT GRANTED UNDER THE TERMS,
      *       FIN = MONTH-END FINANCE CHARGE ON OVERDUE INVOICES,
      *       WOF = WRITE-OFF CLOSING THE ITEM IT REFERENCES
       02 AO-ITEM-TYPE      PIC X(3).
       02 FILLER            PIC X     VALUE SPACE.
      *       ORIGINAL AMOUNT OF THE ITEM - NEGATIVE ON CREDIT AND
       02 FILLER            PIC X     VALUE SPACE.
      *       O = OPEN, C = CLOSED (FULLY APPLIED)
       02 AO-STATUS         PIC X.
       02 FILLER            PIC X     VALUE SPACE.
      *       WHEN THE CUSTOMER'S TERMS SAY THE ITEM FALLS DUE -
      *       STAMPED BY THE INVOICE PRINT FROM terms.dat. THE AGING,
      *       DUNNING AND CREDIT HOLD AGE FROM THIS DATE; ITEMS
      *       WRITTEN BEFORE TERMS EXISTED CARRY IT BLANK AND ARE
      *       TREATED AS DUE ON AO-DATE
       02 AO-DUE-DATE       PIC 9(8).
