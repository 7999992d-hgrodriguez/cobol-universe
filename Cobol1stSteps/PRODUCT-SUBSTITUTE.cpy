      *    ONE SUBSTITUTE FOR A PRODUCT ON subst.dat - WHEN THE
      *    PRODUCT IS SHORT, THE ALTERNATE MAY BE SOLD IN ITS PLACE.
      *    THE RANK ORDERS A PRODUCT'S ALTERNATES, 1 BEING THE
      *    CLOSEST MATCH. A TWO-WAY ROW ALSO OFFERS THE PRODUCT
      *    WHEN THE ALTERNATE IS THE ONE THAT IS SHORT. MAINSUBSTMAINT
      *    KEEPS THE FILE.
       02 SB-PROD-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
       02 SB-RANK           PIC 9(2).
       02 FILLER            PIC X     VALUE SPACE.
       02 SB-ALT-CODE       PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
      *       O = THE ALTERNATE REPLACES THE PRODUCT ONLY,
      *       T = EITHER MAY REPLACE THE OTHER
       02 SB-DIRECTION      PIC X.
          88 SB-ONE-WAY                VALUE 'O'.
          88 SB-TWO-WAY                VALUE 'T'.
