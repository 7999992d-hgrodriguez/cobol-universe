      *    ONE SENSITIVE MASTER-FILE CHANGE HELD ON pendchg.dat FOR A
      *    SECOND SUPERVISOR'S SIGN-OFF, QUEUED BY THE SHARED FOUREYES
      *    SUBPROGRAM WHEN A CHANGE IS OVER ITS foureyes.ctl LIMIT
      *    AND DECIDED ON MAINCHGAPPROVE. THE ROW STAYS ON FILE AFTER
      *    THE DECISION AS THE RECORD OF WHO ASKED AND WHO AGREED.
       02 PD-CHANGE-ID      PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
      *       'CRL' CUSTOMER CREDIT LIMIT; 'PRC' LIST PRICE ON
      *       pricehist.dat; 'CTP' CONTRACT PRICE ON contract.dat
       02 PD-TYPE           PIC X(3).
          88 PD-CREDIT-LIMIT           VALUE 'CRL'.
          88 PD-LIST-PRICE             VALUE 'PRC'.
          88 PD-CONTRACT-PRICE         VALUE 'CTP'.
       02 FILLER            PIC X     VALUE SPACE.
      *       CUSTOMER FOR 'CRL' AND 'CTP', ZERO FOR 'PRC'
       02 PD-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       PRODUCT FOR 'PRC' AND 'CTP', SPACES FOR 'CRL'
       02 PD-PROD-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
      *       EFFECTIVE DATE OF A 'PRC', START AND END OF A 'CTP'
       02 PD-EFF-DATE       PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 PD-END-DATE       PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 PD-BEFORE-VALUE   PIC 9(7)V99.
       02 FILLER            PIC X     VALUE SPACE.
       02 PD-AFTER-VALUE    PIC 9(7)V99.
       02 FILLER            PIC X     VALUE SPACE.
      *       WHICH LIMIT THE CHANGE WENT OVER, FOR THE APPROVER
       02 PD-REASON         PIC X(20).
       02 FILLER            PIC X     VALUE SPACE.
       02 PD-REQUESTER      PIC X(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 PD-REQ-DATE       PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 PD-REQ-TIME       PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 PD-STATUS         PIC X.
          88 PD-PENDING                VALUE 'P'.
          88 PD-APPROVED               VALUE 'A'.
          88 PD-REJECTED               VALUE 'R'.
       02 FILLER            PIC X     VALUE SPACE.
      *       THE SECOND SUPERVISOR, SPACES WHILE STILL PENDING
       02 PD-DECIDER        PIC X(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 PD-DECIDE-DATE    PIC 9(8).
