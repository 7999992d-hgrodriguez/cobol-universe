      *    ONE LINE OF THE CUSTOMER SEGMENT FILE custseg.dat, WRITTEN
      *    IN CUSTOMER-ID ORDER BY THE MONTHLY MAINRFMSCORE RUN AND
      *    READ BY MAINMAILINGLABELS FOR ITS SEGMENT SELECTION.
      *    R, F AND M ARE QUINTILE SCORES 1-5 (5 BEST) - ALL THREE
      *    ARE ZERO FOR A CUSTOMER WITH NO ORDERS IN THE WINDOW.
       02 SG-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *    SEGMENT CODE FROM rfmseg.ctl (CHAMP, ATRISK, LAPSED ...)
       02 SG-SEGMENT        PIC X(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 SG-R-SCORE        PIC 9.
       02 SG-F-SCORE        PIC 9.
       02 SG-M-SCORE        PIC 9.
       02 FILLER            PIC X     VALUE SPACE.
      *    DATE OF THE LATEST ORDER IN THE WINDOW, ZERO IF NONE
       02 SG-LAST-ORDER     PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 SG-ORDER-COUNT    PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *    NET REVENUE IN THE WINDOW - CREDIT MEMOS ALREADY TAKEN OFF
       02 SG-REVENUE        PIC S9(9)V99 SIGN LEADING SEPARATE.
       02 FILLER            PIC X     VALUE SPACE.
      *    SEGMENT AT THE PREVIOUS MONTH'S RUN, SPACES WHEN THE
      *    CUSTOMER WAS NOT SCORED THEN - THE MOVEMENT REPORT AND
      *    ANY RERUN IN THE SAME MONTH WORK FROM THIS
       02 SG-PRIOR-SEGMENT  PIC X(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 SG-SCORED-DATE    PIC 9(8).
