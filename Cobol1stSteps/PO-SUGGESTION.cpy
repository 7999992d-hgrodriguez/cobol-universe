      *    ONE SUGGESTED PURCHASE ORDER LINE ON posuggest.dat -
      *    WRITTEN BY THE MAINPOSUGGEST BATCH GROUPED BY VENDOR,
      *    WORKED OVER BY THE BUYER IN MAINPOPROPOSAL AND RELEASED
      *    FROM THERE AS REAL pohdr.dat / poitm.dat ORDERS.
       02 PS-VENDOR-CODE    PIC X(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 PS-PROD-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
       02 PS-QTY            PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 PS-UNIT-COST      PIC 9(4)V99.
       02 FILLER            PIC X     VALUE SPACE.
       02 PS-DUE-DATE       PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       STOCK POSITION WHEN THE SUGGESTION WAS MADE
       02 PS-ON-HAND        PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 PS-ON-ORDER       PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       L = BELOW REORDER POINT, F = FORECAST SHORT, B = BOTH
       02 PS-REASON         PIC X.
       02 FILLER            PIC X     VALUE SPACE.
      *       P = PROPOSED, A = APPROVED BY THE BUYER FOR RELEASE
       02 PS-STATUS         PIC X.
          88 PS-APPROVED               VALUE 'A'.
