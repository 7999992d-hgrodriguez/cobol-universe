      *    ONE ORDER LINE AS IT LEFT THE WAREHOUSE, APPENDED TO
      *    shipline.dat BY MAINORDERSHIP WHEN THE ORDER IS CONFIRMED
      *    - THE DATED LINE-LEVEL HISTORY THE MAINSERVICELEVEL
      *    FILL-RATE AND ON-TIME REPORT IS BUILT FROM. THE ORDER
      *    DATE IS CARRIED SO THE REPORT NEEDS NO orderhdr.dat.
       02 SV-SHIP-DATE      PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 SV-ORDER-NUM      PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 SV-LINE-NUM       PIC 9(3).
       02 FILLER            PIC X     VALUE SPACE.
       02 SV-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 SV-PROD-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
       02 SV-ORDER-DATE     PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 SV-QTY-ORDERED    PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 SV-QTY-SHIPPED    PIC 9(5).
