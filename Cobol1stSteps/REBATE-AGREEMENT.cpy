      *    ONE CUSTOMER VOLUME REBATE AGREEMENT ON rebate.dat,
      *    MAINTAINED BY MAINREBATEMAINT AND ACCRUED AND SETTLED BY
      *    MAINREBATERUN. NET SALES OVER THE AGREEMENT YEAR ARE SET
      *    AGAINST THE TIERS; THE HIGHEST TIER WHOSE THRESHOLD THE
      *    SALES EXCEED GIVES ITS PERCENT BACK ON ALL OF THEM.
       02 RA-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 RA-START-DATE     PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 RA-END-DATE       PIC 9(8).
      *       UP TO THREE TIERS IN RISING THRESHOLD ORDER - AN UNUSED
      *       TIER CARRIES A ZERO THRESHOLD AND PERCENT
       02 RA-TIER OCCURS 3 TIMES.
          03 FILLER            PIC X.
          03 RA-THRESHOLD      PIC 9(7)V99.
          03 FILLER            PIC X.
          03 RA-PCT            PIC 9(2)V99.
       02 FILLER            PIC X     VALUE SPACE.
      *       O = OPEN, S = SETTLED - A SETTLED AGREEMENT CARRIES THE
      *       DATE AND THE REBATE CREDITED AND IS NOT CHANGED AGAIN
       02 RA-STATUS         PIC X.
          88 RA-OPEN                   VALUE 'O'.
          88 RA-SETTLED                VALUE 'S'.
       02 FILLER            PIC X     VALUE SPACE.
       02 RA-SETTLED-DATE   PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 RA-REBATE-AMT     PIC 9(7)V99.
