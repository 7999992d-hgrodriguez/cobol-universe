      *    ONE ORDER LINE PRICED AGAINST A PROMOTION CODE BY THE
      *    SHARED PROMOCALC SUBPROGRAM. THE CALLER FILLS THE CODE,
      *    THE ORDER DATE, THE LINE'S PRODUCT AND CATEGORY, THE LINE
      *    NET AND THE NET OF THE WHOLE ORDER; PROMOCALC RETURNS
      *    WHETHER THE CODE APPLIES AND THE DISCOUNT FOR THE LINE.
       02 PR-CODE           PIC X(8).
       02 PR-DATE           PIC 9(8).
       02 PR-PROD-CODE      PIC X(10).
       02 PR-CATEGORY       PIC X(4).
       02 PR-LINE-NET       PIC 9(6)V99.
       02 PR-ORDER-NET      PIC 9(7)V99.
      *       Y = APPLIES TO THIS LINE, E = CODE GOOD BUT THE LINE
      *       IS NOT ELIGIBLE, N = NO SUCH CODE, D = OUTSIDE ITS
      *       DATES, M = ORDER BELOW THE MINIMUM VALUE
       02 PR-STATUS         PIC X.
          88 PR-APPLIES                VALUE 'Y'.
          88 PR-NOT-ELIGIBLE           VALUE 'E'.
          88 PR-NOT-ON-FILE            VALUE 'N'.
          88 PR-OUT-OF-DATES           VALUE 'D'.
          88 PR-UNDER-MINIMUM          VALUE 'M'.
       02 PR-DISCOUNT       PIC 9(6)V99.
       02 PR-DESC           PIC X(20).
