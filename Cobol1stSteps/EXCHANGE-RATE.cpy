      *    ONE DATED EXCHANGE RATE ON fxrate.dat, MAINTAINED BY
      *    MAINFXRATEMAINT AND LOOKED UP THROUGH FXRATE. THE RATE IN
      *    FORCE ON A DAY IS THE ONE WITH THE LATEST EFFECTIVE DATE
      *    NOT AFTER IT. EVERY AMOUNT FIELD IN THE SYSTEM IS KEPT IN
      *    THE BASE CURRENCY (USD); THE RATE SAYS HOW MANY BASE UNITS
      *    ONE UNIT OF THE FOREIGN CURRENCY IS WORTH.
       02 FX-CURRENCY       PIC X(3).
       02 FILLER            PIC X     VALUE SPACE.
       02 FX-EFF-DATE       PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       BASE UNITS PER FOREIGN UNIT, SIX DECIMALS
      *       (000736500 = 0.736500)
       02 FX-RATE           PIC 9(3)V9(6).
