      *    ONE COUNT TAKEN AGAINST A PO LINE AT THE DOCK, APPENDED TO
      *    porcvhist.dat BY MAINPORECEIPT EVERY TIME A LINE IS
      *    RECEIVED - THE DATED HISTORY BEHIND THE VENDOR SCORECARD.
      *    porecv.rpt ONLY EVER HOLDS THE LAST TRUCK.
       02 PRH-DATE          PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 PRH-PO-NUM        PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 PRH-LINE-NUM      PIC 9(3).
       02 FILLER            PIC X     VALUE SPACE.
       02 PRH-VENDOR-CODE   PIC X(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 PRH-PROD-CODE     PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
      *       THE PO LINE'S DUE DATE AND PRICE
       02 PRH-DUE-DATE      PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 PRH-UNIT-COST     PIC 9(4)V99.
       02 FILLER            PIC X     VALUE SPACE.
      *       WHAT THE LINE STILL EXPECTED BEFORE THIS COUNT
       02 PRH-QTY-EXPECTED  PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 PRH-QTY-COUNTED   PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 PRH-QTY-ACCEPTED  PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 PRH-QTY-OVER      PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 PRH-QTY-SHORT     PIC 9(5).
