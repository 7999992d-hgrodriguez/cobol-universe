      *    ONE FOREIGN-CURRENCY ORDER ON orderfx.dat, WRITTEN BY
      *    MAINORDERENTRY ON THE CONFIRM FOR A CUSTOMER BILLED IN
      *    ITS OWN CURRENCY. THE ORDER LINES THEMSELVES (order.dat,
      *    orderitm.dat) CARRY THE BASE-CURRENCY EQUIVALENT LIKE
      *    EVERY OTHER ORDER; THIS ROW KEEPS THE RATE THE CUSTOMER
      *    WAS QUOTED SO THE INVOICE PRINT BILLS AT THE SAME RATE.
       02 FO-ORDER-NUM      PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 FO-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 FO-DATE           PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 FO-CURRENCY       PIC X(3).
       02 FILLER            PIC X     VALUE SPACE.
      *       BASE UNITS PER FOREIGN UNIT ON THE ORDER DATE
       02 FO-RATE           PIC 9(3)V9(6).
       02 FILLER            PIC X     VALUE SPACE.
      *       ORDER GROSS (GOODS, CHARGES AND TAX) IN THE CUSTOMER'S
      *       CURRENCY AND ITS BASE EQUIVALENT
       02 FO-FC-TOTAL       PIC 9(7)V99.
       02 FILLER            PIC X     VALUE SPACE.
       02 FO-BASE-TOTAL     PIC 9(7)V99.
