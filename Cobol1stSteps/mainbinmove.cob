       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINBINMOVE.

      *    BIN-TO-BIN MOVE INSIDE ONE LOCATION: THE OPERATOR KEYS
      *    THE PRODUCT, THE LOCATION, THE BIN IT IS IN NOW, THE BIN
      *    IT GOES TO AND THE QUANTITY, AND BINSTOCK MOVES IT ON
      *    binstock.dat. THE LOCATION TOTAL ON locstock.dat AND
      *    QTY-ON-HAND DO NOT CHANGE, SO NOTHING GOES THROUGH THE
      *    STOCKLOG LEDGER. THE TO-BIN MUST BE A BIN IN USE ON
      *    bins.dat (SEE MAINBINMAINT). NOTHING IS MOVED WHILE
      *    PHYFREEZE HAS THE STOCK FROZEN FOR A PHYSICAL INVENTORY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       WORKING-STORAGE SECTION.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-MORE-MOVES        PIC X     VALUE 'Y'.
       01 WS-ENTER-CODE        PIC X(10).
      *    SIGNED-ON OPERATOR - MOVING STOCK NEEDS UPDATE RIGHTS
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED PHYFREEZE SUBPROGRAM
       01 WS-PF-FUNC           PIC X.
       01 WS-PF-OPERATOR       PIC X(8).
       01 WS-PF-FROZEN         PIC X.
       01 WS-PF-DATE           PIC 9(8).
      *    PARAMETERS PASSED TO THE SHARED BINSTOCK SUBPROGRAM
       01 WS-BN-FUNC           PIC X.
       01 WS-BN-PROD-CODE      PIC X(10).
       01 WS-BN-LOCATION       PIC X(4).
       01 WS-BN-BIN-CODE       PIC X(8).
       01 WS-BN-TO-BIN         PIC X(8).
       01 WS-BN-QTY            PIC 9(5).
       01 WS-BN-WALK-SEQ       PIC 9(5).
       01 WS-BN-RESULT         PIC X.

       PROCEDURE DIVISION .
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           IF OPER-VIEW-ONLY
              DISPLAY 'BINMOVE: your sign-on is view-only, bin '
                 'moves need update rights'
              STOP RUN
           END-IF.
           PERFORM CHECK-STOCK-FREEZE.
           OPEN INPUT PRODUCT-FILE.
           PERFORM UNTIL WS-MORE-MOVES IS EQUAL TO 'N' OR
              WS-MORE-MOVES IS EQUAL TO 'n'
                   PERFORM TAKE-ONE-MOVE
                   DISPLAY 'BINMOVE: Another move? (Y/N): '
                      WITH NO ADVANCING
                   ACCEPT WS-MORE-MOVES
           END-PERFORM.
           CLOSE PRODUCT-FILE.
           STOP RUN.

       TAKE-ONE-MOVE.
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           DISPLAY 'BINMOVE: Enter Product Code: ' WITH NO ADVANCING
           ACCEPT WS-ENTER-CODE
           MOVE WS-ENTER-CODE TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'N'
              DISPLAY 'BINMOVE: Product with this code does not '
                 'exist'
           ELSE
              MOVE WS-ENTER-CODE TO WS-BN-PROD-CODE
              DISPLAY 'BINMOVE: Location (blank = MAIN): '
                 WITH NO ADVANCING
              ACCEPT WS-BN-LOCATION
              IF WS-BN-LOCATION IS EQUAL TO SPACES
                 MOVE 'MAIN' TO WS-BN-LOCATION
              END-IF
              MOVE FUNCTION UPPER-CASE(WS-BN-LOCATION)
                 TO WS-BN-LOCATION
              DISPLAY 'BINMOVE: From Bin: ' WITH NO ADVANCING
              ACCEPT WS-BN-BIN-CODE
              MOVE FUNCTION UPPER-CASE(WS-BN-BIN-CODE)
                 TO WS-BN-BIN-CODE
              DISPLAY 'BINMOVE: To Bin: ' WITH NO ADVANCING
              ACCEPT WS-BN-TO-BIN
              MOVE FUNCTION UPPER-CASE(WS-BN-TO-BIN)
                 TO WS-BN-TO-BIN
              IF WS-BN-BIN-CODE IS EQUAL TO WS-BN-TO-BIN
                 DISPLAY 'BINMOVE: bins must differ'
              ELSE
                 DISPLAY 'BINMOVE: Enter Quantity: '
                    WITH NO ADVANCING
                 ACCEPT WS-BN-QTY
                 IF WS-BN-QTY IS EQUAL TO ZERO
                    DISPLAY 'BINMOVE: quantity must not be zero'
                 ELSE
                    PERFORM MOVE-THE-STOCK
                 END-IF
              END-IF
           END-IF.

       MOVE-THE-STOCK.
           MOVE '5' TO WS-BN-FUNC
           CALL 'BINSTOCK' USING
              BY REFERENCE WS-BN-FUNC,
              BY REFERENCE WS-BN-PROD-CODE,
              BY REFERENCE WS-BN-LOCATION,
              BY REFERENCE WS-BN-BIN-CODE,
              BY REFERENCE WS-BN-TO-BIN,
              BY REFERENCE WS-BN-QTY,
              BY REFERENCE WS-BN-WALK-SEQ,
              BY REFERENCE WS-BN-RESULT
           END-CALL
           EVALUATE WS-BN-RESULT
           WHEN 'B'
                DISPLAY 'BINMOVE: ' WS-BN-TO-BIN ' is not a bin in '
                   'use at ' WS-BN-LOCATION ', nothing moved'
           WHEN 'S'
                DISPLAY 'BINMOVE: bin ' WS-BN-BIN-CODE ' does not '
                   'hold ' WS-BN-QTY ' of ' WS-ENTER-CODE
                   ', nothing moved'
           WHEN OTHER
                DISPLAY 'BINMOVE: moved ' WS-BN-QTY ' of '
                   WS-ENTER-CODE ' from ' WS-BN-BIN-CODE ' to '
                   WS-BN-TO-BIN
           END-EVALUATE.

      *    NO STOCK MOVES WHILE A PHYSICAL INVENTORY IS COUNTING -
      *    THE COUNTERS ARE WORKING THE SHELVES
       CHECK-STOCK-FREEZE.
           MOVE '1' TO WS-PF-FUNC
           MOVE SPACES TO WS-PF-OPERATOR
           CALL 'PHYFREEZE' USING
              BY REFERENCE WS-PF-FUNC,
              BY REFERENCE WS-PF-OPERATOR,
              BY REFERENCE WS-PF-FROZEN,
              BY REFERENCE WS-PF-DATE
           END-CALL
           IF WS-PF-FROZEN IS EQUAL TO 'Y'
              DISPLAY 'BINMOVE: stock is frozen for physical '
                 'inventory since ' WS-PF-DATE ' - nothing moved'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
