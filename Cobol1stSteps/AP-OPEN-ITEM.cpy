      *    ONE OPEN PAYABLE OF THE AP SUBLEDGER apopen.dat, SHARED BY
      *    EVERY PROGRAM THAT CREATES, PAYS OR AGES WHAT WE OWE - THE
      *    PAYABLES COUNTERPART OF AR-OPEN-ITEM. ONE RECORD PER
      *    VENDOR INVOICE THAT PASSED THE THREE-WAY MATCH (OR WAS
      *    RELEASED BY A SUPERVISOR), SO ONLY GOODS THAT ACTUALLY
      *    CAME IN EVER REACH THE CHECK RUN.
      *       VOUCHER NUMBER FROM apvouch.seq - OUR OWN NUMBER FOR
      *       THE VENDOR'S BILL, SHARED WITH apinvhdr.dat
       02 AP-VOUCHER-NUM    PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 AP-VENDOR-CODE    PIC X(6).
       02 FILLER            PIC X     VALUE SPACE.
      *       THE VENDOR'S OWN INVOICE NUMBER, AS PRINTED ON THE BILL
       02 AP-VENDOR-INV     PIC X(12).
       02 FILLER            PIC X     VALUE SPACE.
       02 AP-PO-NUM         PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 AP-INV-DATE       PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       WHEN THE VENDOR EXPECTS TO BE PAID - THE CHECK RUN
      *       SELECTS ON THIS AND THE VENDOR AGING AGES FROM IT
       02 AP-DUE-DATE       PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       ORIGINAL AMOUNT OF THE BILL
       02 AP-AMOUNT         PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER            PIC X     VALUE SPACE.
      *       CHECKS WRITTEN AGAINST THE ITEM SO FAR
       02 AP-PAID           PIC S9(7)V99 SIGN LEADING SEPARATE.
       02 FILLER            PIC X     VALUE SPACE.
      *       O = OPEN, C = CLOSED (FULLY PAID)
       02 AP-STATUS         PIC X.
