      *    ONE LANDED CHARGE ALLOCATED TO ONE RECEIVED PO LINE ON
      *    landed.dat - A FREIGHT, DUTY OR BROKERAGE BILL SPREAD
      *    OVER THE LINES OF THE PO IT PAID FOR. WRITTEN BY THE
      *    LANDCOST SUBPROGRAM, PRINTED PER PO AS THE LANDED-COST
      *    REGISTER BY MAINLANDEDCOST.
       02 LC-PO-NUM         PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 LC-DATE           PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 LC-OPERATOR       PIC X(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 LC-VENDOR-CODE    PIC X(6).
       02 FILLER            PIC X     VALUE SPACE.
      *       F = FREIGHT, D = DUTY, B = BROKERAGE
       02 LC-CHARGE-TYPE    PIC X.
          88 LC-FREIGHT                VALUE 'F'.
          88 LC-DUTY                   VALUE 'D'.
          88 LC-BROKERAGE              VALUE 'B'.
       02 FILLER            PIC X     VALUE SPACE.
      *       THE CARRIER'S OR BROKER'S BILL NUMBER
       02 LC-REFERENCE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
      *       V = SPREAD BY RECEIVED VALUE, Q = BY RECEIVED QUANTITY
       02 LC-BASIS          PIC X.
       02 FILLER            PIC X     VALUE SPACE.
      *       THE WHOLE BILL, REPEATED ON EACH LINE IT WAS SPREAD TO
       02 LC-CHARGE-AMOUNT  PIC 9(6)V99.
       02 FILLER            PIC X     VALUE SPACE.
       02 LC-LINE-NUM       PIC 9(3).
       02 FILLER            PIC X     VALUE SPACE.
       02 LC-PROD-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
      *       RECEIVED QUANTITY AND VALUE AT PO PRICE THE SHARE WAS
      *       WORKED FROM
       02 LC-RECEIVED-QTY   PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 LC-RECEIVED-VALUE PIC 9(7)V99.
       02 FILLER            PIC X     VALUE SPACE.
      *       THIS LINE'S SHARE OF THE BILL, SPLIT INTO THE PART THAT
      *       WENT INTO UNIT-COST OF THE STOCK STILL ON HAND AND THE
      *       PART THAT BELONGS TO UNITS ALREADY SOLD (COST OF SALES)
       02 LC-LINE-AMOUNT    PIC 9(6)V99.
       02 FILLER            PIC X     VALUE SPACE.
       02 LC-CAPITALIZED    PIC 9(6)V99.
       02 FILLER            PIC X     VALUE SPACE.
       02 LC-EXPENSED       PIC 9(6)V99.
       02 FILLER            PIC X     VALUE SPACE.
      *       UNIT-COST BEFORE AND AFTER THE SHARE WAS ADDED
       02 LC-OLD-COST       PIC 9(4)V99.
       02 FILLER            PIC X     VALUE SPACE.
       02 LC-NEW-COST       PIC 9(4)V99.
