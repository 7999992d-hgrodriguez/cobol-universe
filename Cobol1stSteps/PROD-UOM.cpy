      *    ONE ROW OF THE UNIT-OF-MEASURE TABLE produom.dat: A UNIT
      *    ONE OF OUR PRODUCTS IS SOLD OR BOUGHT IN AND HOW MANY OF
      *    THE BASE UNIT (EA - WHAT QTY-ON-HAND COUNTS) IT HOLDS.
      *    KEPT ON THE MAINUOMMAINT SCREEN AND CONVERTED BY THE
      *    SHARED UOMCONV SUBPROGRAM. EA ITSELF NEEDS NO ROW.
       02 PU-PROD-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
      *       UNIT CODE - DZ, CS AND SO ON
       02 PU-UOM            PIC X(2).
       02 FILLER            PIC X     VALUE SPACE.
      *       BASE UNITS IN ONE OF THIS UNIT - 12 FOR A DOZEN
       02 PU-FACTOR         PIC 9(4).
       02 FILLER            PIC X     VALUE SPACE.
      *       'Y' ON THE ONE UNIT THE PRODUCT IS SOLD BY - ORDER
      *       QUANTITIES SHOULD BE A WHOLE NUMBER OF IT
       02 PU-SELL-BY        PIC X.
          88 PU-IS-SELL-BY             VALUE 'Y'.
       02 FILLER            PIC X     VALUE SPACE.
      *       'Y' ON THE ONE UNIT THE PRODUCT IS BOUGHT BY - THE UNIT
      *       A PURCHASE ORDER LINE DEFAULTS TO
       02 PU-BUY-BY         PIC X.
          88 PU-IS-BUY-BY              VALUE 'Y'.
