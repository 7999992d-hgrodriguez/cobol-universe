      *    ONE CHECK OF THE apcheck.dat DISBURSEMENT REGISTER, WRITTEN
      *    BY THE AP CHECK RUN - ONE RECORD PER VENDOR CHECK CUT. THE
      *    GL EXPORT TURNS THE DAY'S CHECKS INTO 'APP' EVENTS AND THE
      *    BANK RECONCILIATION TICKS THEM OFF BY CHECK NUMBER.
       02 AK-DATE           PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       CHECK NUMBER FROM apcheck.seq
       02 AK-CHECK-NUM      PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 AK-VENDOR-CODE    PIC X(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 AK-AMOUNT         PIC 9(7)V99.
       02 FILLER            PIC X     VALUE SPACE.
      *       NUMBER OF VOUCHERS THE CHECK PAID
       02 AK-ITEMS          PIC 9(4).
