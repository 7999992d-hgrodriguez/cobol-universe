      *    ONE CARRIER ON THE carrier.dat REFERENCE FILE - THE CODE
      *    THE SHIPPING CLERK KEYS AT SHIP CONFIRMATION, THE NAME
      *    PRINTED ON THE MANIFEST AND OUR SHIPPER ACCOUNT WITH THEM.
      *    MAINCARRIERMAINT KEEPS THE FILE.
       02 CR-CODE           PIC X(4).
       02 FILLER            PIC X     VALUE SPACE.
       02 CR-NAME           PIC X(20).
       02 FILLER            PIC X     VALUE SPACE.
       02 CR-ACCOUNT        PIC X(10).
