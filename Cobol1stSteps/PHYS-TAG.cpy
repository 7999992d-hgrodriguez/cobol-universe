      *    ONE PHYSICAL-INVENTORY COUNT TAG ON phytag.dat - ONE PER
      *    PRODUCT AND LOCATION, NUMBERED AND PRINTED BY MAINPHYTAGS
      *    WHEN THE STOCK IS FROZEN, FILLED IN THROUGH MAINPHYCOUNT
      *    AND POSTED BY MAINPHYPOST. EVERY TAG NUMBER ISSUED MUST
      *    COME BACK COUNTED OR VOIDED BEFORE THE COUNT CAN POST.
       02 PT-TAG-NO         PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 PT-PROD-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
       02 PT-LOCATION       PIC X(4).
       02 FILLER            PIC X     VALUE SPACE.
      *       THE LOCATION'S locstock.dat QUANTITY AT THE FREEZE
       02 PT-BOOK-QTY       PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       'O' ISSUED, NOT YET BACK; 'C' COUNTED; 'V' VOIDED
      *       (SPOILED OR NOT USED - IT COUNTS NOTHING)
       02 PT-STATUS         PIC X.
          88 PT-OPEN                   VALUE 'O'.
          88 PT-COUNTED                VALUE 'C'.
          88 PT-VOID                   VALUE 'V'.
       02 FILLER            PIC X     VALUE SPACE.
       02 PT-COUNT-QTY      PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 PT-COUNTED-BY     PIC X(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       'Y' ON A TAG WRITTEN UP DURING THE COUNT FOR STOCK
      *       FOUND WHERE NO TAG WAS PRINTED
       02 PT-EXTRA          PIC X.
