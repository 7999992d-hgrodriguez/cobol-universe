      *    ONE SALE THAT DID NOT HAPPEN, WRITTEN TO lostsale.dat BY
      *    THE SHARED LOSTSALE SUBPROGRAM WHEREVER DEMAND IS TURNED
      *    AWAY - ORDER ENTRY, QUOTATION AND BATCH INTAKE.
      *    order.dat ONLY SHOWS WHAT SHIPPED; THIS IS WHAT WAS ASKED
      *    FOR AND LOST. MAINLOSTSALES REPORTS IT AND MAINFORECAST
      *    MAY COUNT THE STOCK-OUTS AS DEMAND.
       02 LD-DATE           PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 LD-TIME           PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 LD-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 LD-PROD-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
       02 LD-QTY            PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       STCK = OUT OF STOCK (SHORT, BACKORDER DECLINED OR NOT
      *       ALLOWED), HOLD = PRODUCT ON HOLD, PRIC = THE CUSTOMER
      *       WALKED AWAY AT THE PRICE, CRED = REFUSED ON CREDIT
       02 LD-REASON         PIC X(4).
          88 LD-OUT-OF-STOCK           VALUE 'STCK'.
          88 LD-ON-HOLD                VALUE 'HOLD'.
          88 LD-PRICE                  VALUE 'PRIC'.
          88 LD-CREDIT                 VALUE 'CRED'.
       02 FILLER            PIC X     VALUE SPACE.
      *       WHERE THE SALE WAS LOST - ORDER, QUOTE OR BATCH
       02 LD-SOURCE         PIC X(5).
