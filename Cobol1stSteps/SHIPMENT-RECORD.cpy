      *    ONE SHIPMENT ON shipment.dat, KEYED BY ORDER NUMBER: HOW A
      *    CONFIRMED ORDER LEFT THE WAREHOUSE - THE CARRIER (A CODE
      *    ON carrier.dat), THEIR TRACKING NUMBER, THE CARTONS AND
      *    THE WEIGHT. WRITTEN BY MAINORDERSHIP AT CONFIRMATION AND
      *    LISTED PER CARRIER ON THE MAINMANIFEST DRIVER MANIFEST.
       02 SH-ORDER-NUM      PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 SH-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 SH-SHIP-DATE      PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 SH-CARRIER        PIC X(4).
       02 FILLER            PIC X     VALUE SPACE.
       02 SH-TRACKING       PIC X(20).
       02 FILLER            PIC X     VALUE SPACE.
       02 SH-CARTONS        PIC 9(3).
       02 FILLER            PIC X     VALUE SPACE.
      *       TOTAL WEIGHT OF THE SHIPMENT IN POUNDS
       02 SH-WEIGHT         PIC 9(5)V99.
       02 FILLER            PIC X     VALUE SPACE.
       02 SH-OPERATOR       PIC X(8).
