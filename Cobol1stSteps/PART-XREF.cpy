      *    ONE ROW OF THE ITEM CROSS-REFERENCE partxref.dat: ANOTHER
      *    NAME BY WHICH ONE OF OUR PRODUCTS ARRIVES ON AN ORDER.
      *    KEPT ON THE MAINXREFMAINT SCREEN AND TRANSLATED TO OUR
      *    PROD-CODE BY THE SHARED PARTXREF SUBPROGRAM.
      *       C = THE CUSTOMER'S OWN PART NUMBER, VALID FOR THAT
      *       CUSTOMER ONLY; U = A UPC/EAN BARCODE, VALID FOR ANYONE
       02 PX-TYPE           PIC X.
          88 PX-CUSTOMER-PART          VALUE 'C'.
          88 PX-BARCODE                VALUE 'U'.
       02 FILLER            PIC X     VALUE SPACE.
      *       THE CUSTOMER THE PART NUMBER BELONGS TO - ZERO ON A
      *       BARCODE ROW
       02 PX-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       THE PART NUMBER OR BARCODE DIGITS AS THEY ARRIVE
       02 PX-ITEM-ID        PIC X(20).
       02 FILLER            PIC X     VALUE SPACE.
       02 PX-PROD-CODE      PIC X(10).
