      *    ONE PROMOTION ON promo.dat, MAINTAINED BY MAINPROMOMAINT.
      *    A CUSTOMER QUOTES THE CODE AT ORDER TIME AND THE SHARED
      *    PROMOCALC SUBPROGRAM TAKES THE DISCOUNT OFF EACH ELIGIBLE
      *    LINE AFTER CONTRACT AND QUANTITY-BREAK PRICING.
       02 PM-CODE           PIC X(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 PM-DESC           PIC X(20).
       02 FILLER            PIC X     VALUE SPACE.
      *       THE CODE IS HONOURED ON ORDERS DATED START TO END
       02 PM-START-DATE     PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 PM-END-DATE       PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       WHICH LINES QUALIFY: C = PRODUCTS OF CATEGORY-CODE
      *       PM-ELIG-CODE, P = THE ONE PRODUCT PM-ELIG-CODE,
      *       A = EVERY LINE ON THE ORDER
       02 PM-ELIG-TYPE      PIC X.
          88 PM-ON-CATEGORY            VALUE 'C'.
          88 PM-ON-PRODUCT             VALUE 'P'.
          88 PM-ON-ANY                 VALUE 'A'.
       02 FILLER            PIC X     VALUE SPACE.
       02 PM-ELIG-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
      *       P = PM-DISC-VALUE PERCENT OFF THE LINE NET, A = A FIXED
      *       PM-DISC-VALUE OFF EACH ELIGIBLE LINE (NEVER BELOW ZERO)
       02 PM-DISC-TYPE      PIC X.
          88 PM-PERCENT-OFF            VALUE 'P'.
          88 PM-AMOUNT-OFF             VALUE 'A'.
       02 FILLER            PIC X     VALUE SPACE.
       02 PM-DISC-VALUE     PIC 9(4)V99.
       02 FILLER            PIC X     VALUE SPACE.
      *       NET ORDER VALUE BEFORE THE PROMOTION THAT MUST BE
      *       REACHED FOR THE CODE TO APPLY - ZERO MEANS NO MINIMUM
       02 PM-MIN-ORDER      PIC 9(6)V99.
