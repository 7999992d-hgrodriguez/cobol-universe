      *    ONE PROMISE TO PAY ON promise.dat, TAKEN BY THE COLLECTOR
      *    ON THE MAINCOLLECTCALL SCREEN AND JUDGED BY THE SHARED
      *    PROMCHECK SUBPROGRAM AFTER CASH IS POSTED. THE FILE IS
      *    KEPT IN THE ORDER THE PROMISES WERE TAKEN.
       02 PR-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 PR-TAKEN-DATE     PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       WHAT THE CUSTOMER SAID THEY WOULD PAY, AND BY WHEN
       02 PR-AMOUNT         PIC 9(7)V99.
       02 FILLER            PIC X     VALUE SPACE.
       02 PR-DUE-DATE       PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       CASH RECEIVED FROM THE CUSTOMER SINCE THE PROMISE WAS
      *       TAKEN, AS AT THE LAST CHECK
       02 PR-PAID           PIC 9(7)V99.
       02 FILLER            PIC X     VALUE SPACE.
      *       O = OPEN, K = KEPT, B = BROKEN (BACK TO THE TOP OF THE
      *       WORKLIST), F = BROKEN AND FOLLOWED UP BY A LATER CALL,
      *       X = REPLACED BY A NEWER PROMISE BEFORE IT FELL DUE
       02 PR-STATUS         PIC X.
          88 PR-OPEN                   VALUE 'O'.
          88 PR-KEPT                   VALUE 'K'.
          88 PR-BROKEN                 VALUE 'B'.
          88 PR-FOLLOWED-UP            VALUE 'F'.
          88 PR-REPLACED               VALUE 'X'.
       02 FILLER            PIC X     VALUE SPACE.
      *       DATE THE STATUS LAST CHANGED
       02 PR-STATUS-DATE    PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       Y = BROKEN AND WAITING FOR MAINCREDITHOLD TO PLACE THE
      *       CUSTOMER ON HOLD, D = HOLD PLACED, SPACE = NEITHER
       02 PR-HOLD-FLAG      PIC X.
       02 FILLER            PIC X     VALUE SPACE.
       02 PR-OPERATOR       PIC X(8).
