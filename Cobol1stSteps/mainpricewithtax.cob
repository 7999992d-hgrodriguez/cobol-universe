       01 WS-ARITH-RES       PIC 9(9)V99.

       PROCEDURE DIVISION.
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'Enter the price:' WITH NO ADVANCING
           ACCEPT PRICE
           DISPLAY 'Price entered= ' PRICE
