          02 SE-PROGRAM        PIC X(12).
          02 FILLER            PIC X     VALUE SPACE.
      *       SIGNON-OK, SIGNON-FAIL, LOCKOUT, PWD-CHANGE,
      *       CREDIT-OVRD, ADJ-ACCEPT, HOLD-REL, SMALL-BAL-WO,
      *       BAD-DEBT-WO
          02 SE-EVENT          PIC X(12).
          02 FILLER            PIC X     VALUE SPACE.
          02 SE-DETAIL         PIC X(20).
