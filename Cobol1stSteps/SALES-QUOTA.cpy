      *    ONE LINE OF THE SALES QUOTA FILE quota.dat - THE NET SALES
      *    A SALESPERSON IS EXPECTED TO BOOK IN ONE PRODUCT CATEGORY
      *    IN ONE CALENDAR MONTH. KEPT IN CODE, CATEGORY, PERIOD
      *    ORDER BY MAINQUOTAMAINT (KEYED OR LOADED FROM budget.ctl)
      *    AND READ BY THE MAINQUOTAREPORT ATTAINMENT RUN.
       02 QT-SP-CODE        PIC X(3).
       02 FILLER            PIC X     VALUE SPACE.
      *    CATEGORY-CODE AS ON THE PRODUCT RECORD AND category.dat
       02 QT-CATEGORY       PIC X(4).
       02 FILLER            PIC X     VALUE SPACE.
      *    YYYYMM
       02 QT-PERIOD         PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 QT-AMOUNT         PIC 9(9)V99.
