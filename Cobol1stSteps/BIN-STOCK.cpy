      *    QUANTITY OF ONE PRODUCT IN ONE BIN ON binstock.dat - THE
      *    BIN-LEVEL SPLIT UNDER A locstock.dat LOCATION ROW. ONLY
      *    THE SHARED BINSTOCK SUBPROGRAM WRITES THIS FILE.
       02 BS-PROD-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
       02 BS-LOCATION       PIC X(4).
       02 FILLER            PIC X     VALUE SPACE.
       02 BS-BIN-CODE       PIC X(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 BS-QTY            PIC 9(5).
