      *    ONE UNREALIZED EXCHANGE ENTRY ON fxreval.dat, WRITTEN BY
      *    THE MONTH-END MAINFXREVAL RUN WHEN THE OPERATOR POSTS IT.
      *    EACH RUN POSTS ITS NET DIFFERENCE ON THE AS-OF DATE AND THE
      *    SAME AMOUNT AS THE OPPOSITE EVENT ON THE DAY AFTER, SO THE
      *    RESTATEMENT REVERSES ITSELF AND THE NEXT MONTH STARTS AGAIN
      *    FROM THE BOOKED RATES. MAINGLEXPORT PICKS THE ENTRIES UP
      *    BY DATE LIKE ANY OTHER DAY'S ACTIVITY.
       02 FR-DATE           PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       FXU = UNREALIZED GAIN, FXV = UNREALIZED LOSS
       02 FR-EVENT          PIC X(3).
       02 FILLER            PIC X     VALUE SPACE.
       02 FR-AMOUNT         PIC 9(7)V99.
       02 FILLER            PIC X     VALUE SPACE.
      *       AS-OF DATE OF THE RUN THAT WROTE THE ENTRY - A SECOND
      *       POSTING FOR THE SAME DATE IS REFUSED
       02 FR-REVAL-DATE     PIC 9(8).
