      *    ONE DISPUTED INVOICE ON ardispute.dat - THE CUSTOMER HAS
      *    QUERIED THE BILL AND WE HAVE AGREED NOT TO PRESS FOR THE
      *    MONEY UNTIL IT IS SETTLED. A ROW EXISTS ONLY WHILE THE
      *    DISPUTE IS OPEN; MAINARDISPUTE OPENS AND RESOLVES THEM.
       02 AD-INVOICE-NUM    PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 AD-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       DATE THE DISPUTE WAS OPENED
       02 AD-DATE           PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 AD-REASON         PIC X(30).
