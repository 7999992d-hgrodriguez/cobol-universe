      *    ONE DROP-SHIP ORDER LINE ON dropship.dat - A SALES ORDER
      *    LINE THE VENDOR SHIPS STRAIGHT TO THE CUSTOMER, TIED TO
      *    THE PURCHASE ORDER MAINORDERENTRY RAISED FOR IT. THE LINE
      *    NEVER TOUCHES OUR STOCK OR THE PICKING LIST; MAINDROPSHIP
      *    RECORDS THE VENDOR'S SHIPMENT, WHICH RELEASES THE ORDER
      *    FOR INVOICING.
       02 DSL-ORDER-NUM     PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 DSL-LINE-NUM      PIC 9(3).
       02 FILLER            PIC X     VALUE SPACE.
       02 DSL-ID-NUM        PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
       02 DSL-PROD-CODE     PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
       02 DSL-QTY           PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       SHIP-TO CODE THE VENDOR DELIVERS TO - SPACES MEANS THE
      *       CUSTOMER'S BILLING ADDRESS
       02 DSL-SHIP-TO       PIC X(4).
       02 FILLER            PIC X     VALUE SPACE.
       02 DSL-PO-NUM        PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 DSL-VENDOR-CODE   PIC X(6).
       02 FILLER            PIC X     VALUE SPACE.
      *       WHAT THE VENDOR CHARGES US - ALSO THE LINE'S COST ON
      *       THE ORDER LOG
       02 DSL-PO-COST       PIC 9(4)V99.
       02 FILLER            PIC X     VALUE SPACE.
      *       O = AWAITING THE VENDOR, S = SHIPPED BY THE VENDOR
       02 DSL-STATUS        PIC X.
          88 DSL-AWAITING-VENDOR       VALUE 'O'.
          88 DSL-VENDOR-SHIPPED        VALUE 'S'.
       02 FILLER            PIC X     VALUE SPACE.
       02 DSL-SHIP-DATE     PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
      *       THE VENDOR'S WAYBILL OR TRACKING NUMBER
       02 DSL-SHIP-REF      PIC X(15).
