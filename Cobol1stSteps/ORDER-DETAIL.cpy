       02 OD-REC-TYPE       PIC X(3).
       02 FILLER            PIC X     VALUE SPACE.
      *    QUANTITY-BREAK DISCOUNT TAKEN OFF THE LIST PRICE ON THIS
      *    LINE, PLUS ANY PROMOTION DISCOUNT (THE CODE IS ON THE
      *    orderitm.dat LINE) - OD-LINE-TOTAL IS ALREADY THE
      *    DISCOUNTED NET
       02 OD-DISCOUNT-AMT   PIC X(8).
       02 FILLER            PIC X     VALUE SPACE.
      *    UNIT COST IN EFFECT WHEN THE LINE POSTED, AS RAW 9(4)V99
