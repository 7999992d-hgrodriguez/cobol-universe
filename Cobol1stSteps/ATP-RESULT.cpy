      *    AVAILABLE-TO-PROMISE FOR ONE PRODUCT, AS WORKED OUT BY THE
      *    SHARED ATPCALC SUBPROGRAM. THE CALLER FILLS THE PRODUCT,
      *    ITS QTY-ON-HAND AND THE QUANTITY THE CUSTOMER WANTS;
      *    ATPCALC RETURNS THE REST. QTY-ON-HAND IS ALREADY NET OF
      *    OPEN ORDERS (ORDER ENTRY DRAWS IT DOWN AT THE CONFIRM), SO
      *    WHAT IS STILL OWED OUT OF IT IS THE OPEN BACKORDERS.
       02 AT-PROD-CODE      PIC X(10).
       02 AT-ON-HAND        PIC 9(5).
       02 AT-QTY-WANTED     PIC 9(5).
      *       OPEN ('O') backorder.dat QUANTITY WAITING FOR STOCK
       02 AT-BACKORDERED    PIC 9(6).
      *       ON HAND LESS BACKORDERED - NEGATIVE WHEN THE BACKORDERS
      *       ALREADY EAT INTO THE NEXT RECEIPT
       02 AT-AVAIL-NOW      PIC S9(6).
      *       FIRST DATE THE WANTED QUANTITY IS COVERED - TODAY WHEN
      *       IT IS COVERED NOW, ZERO WHEN NO OPEN PO COVERS IT
       02 AT-PROMISE-DATE   PIC 9(8).
      *       OPEN PO LINES STILL TO ARRIVE, EARLIEST DUE DATE FIRST,
      *       WITH THE AVAILABILITY RUNNING TOTAL AFTER EACH
       02 AT-INB-COUNT      PIC 9(2).
      *       Y = MORE THAN 50 OPEN LINES, THE LATEST ARE NOT LISTED
       02 AT-INB-MORE       PIC X.
       02 AT-INB-ENTRY OCCURS 50 TIMES.
          03 AT-INB-DUE-DATE   PIC 9(8).
          03 AT-INB-PO-NUM     PIC 9(6).
          03 AT-INB-QTY        PIC 9(5).
          03 AT-INB-RUNNING    PIC S9(7).
