      *    ONE STORAGE BIN INSIDE A STOCK LOCATION ON bins.dat,
      *    MAINTAINED BY MAINBINMAINT. THE BIN CODE IS AISLE, SHELF
      *    AND BIN; THE WALK SEQUENCE IS THE ORDER A PICKER PASSES
      *    THE BINS IN, SO PICKING LISTS RUN DOWN THE AISLES INSTEAD
      *    OF ACROSS THE BUILDING.
       02 BN-LOCATION       PIC X(4).
       02 FILLER            PIC X     VALUE SPACE.
       02 BN-BIN-CODE.
          03 BN-AISLE          PIC X(3).
          03 BN-SHELF          PIC X(2).
          03 BN-BIN            PIC X(3).
       02 FILLER            PIC X     VALUE SPACE.
       02 BN-WALK-SEQ       PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       'A' IN USE; 'I' TAKEN OUT OF USE - NEVER SUGGESTED
      *       FOR PUT-AWAY, THOUGH STOCK STILL IN IT CAN BE PICKED
       02 BN-STATUS         PIC X.
          88 BN-ACTIVE                 VALUE 'A'.
          88 BN-INACTIVE               VALUE 'I'.
