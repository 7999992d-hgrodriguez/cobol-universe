      *    ONE ROW OF THE VENDOR-ITEM CATALOG vendoritm.dat, KEYED BY
      *    VENDOR CODE AND PRODUCT CODE: WHAT THE VENDOR CALLS THE
      *    PRODUCT, WHAT THEY QUOTE FOR IT, THE SMALLEST QUANTITY
      *    THEY WILL SHIP AND HOW MANY DAYS THEY TAKE. AT MOST ONE
      *    VENDOR PER PRODUCT IS FLAGGED PREFERRED. MAINVENDITEMMAINT
      *    KEEPS THE FILE.
       02 VI-VENDOR-CODE    PIC X(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 VI-PROD-CODE      PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
       02 VI-VENDOR-PART    PIC X(15).
       02 FILLER            PIC X     VALUE SPACE.
       02 VI-QUOTED-COST    PIC 9(4)V99.
       02 FILLER            PIC X     VALUE SPACE.
       02 VI-MIN-ORDER-QTY  PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 VI-LEAD-DAYS      PIC 9(3).
       02 FILLER            PIC X     VALUE SPACE.
      *       Y = THE VENDOR TO BUY THIS PRODUCT FROM BY DEFAULT
       02 VI-PREFERRED      PIC X.
          88 VI-IS-PREFERRED           VALUE 'Y'.
