      *    ONE LINE OF THE DAY'S COLLECTOR WORKLIST colwork.dat,
      *    WRITTEN IN RANK ORDER BY MAINCOLLECTLIST AND WORKED DOWN
      *    ON THE MAINCOLLECTCALL SCREEN.
       02 CW-LIST-DATE      PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 CW-RANK           PIC 9(4).
       02 FILLER            PIC X     VALUE SPACE.
       02 CW-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       PAST-DUE BALANCE AFTER ON-ACCOUNT CASH AND CREDITS, AND
      *       THE DAYS THE OLDEST PAST-DUE ITEM IS OVER ITS DUE DATE
       02 CW-PAST-DUE       PIC 9(7)V99.
       02 FILLER            PIC X     VALUE SPACE.
       02 CW-DAYS-OVER      PIC 9(4).
       02 FILLER            PIC X     VALUE SPACE.
      *       Y = THE CUSTOMER BROKE A PROMISE AND HAS NOT BEEN
      *       CALLED SINCE - THESE RANK FIRST
       02 CW-BROKEN         PIC X.
