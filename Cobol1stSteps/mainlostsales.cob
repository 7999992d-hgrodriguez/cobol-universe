       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINLOSTSALES.

      *    LOST-DEMAND REPORT: READS lostsale.dat, THE SALES ORDER
      *    ENTRY, QUOTATION AND BATCH INTAKE TURNED AWAY, AND TOTALS
      *    THE UNITS LOST PER PRODUCT SPLIT BY REASON - OUT OF STOCK,
      *    ON HOLD, PRICE, CREDIT - SO PURCHASING CAN SEE WHAT THE
      *    STOCK-OUTS COST AND SALES CAN SEE WHAT WAS PRICED OR
      *    CREDITED AWAY. A BLANK FROM DATE MEANS EVERYTHING ON FILE,
      *    A BLANK TO DATE MEANS TODAY. PRINTS TO lostsale.rpt IN
      *    PRODUCT CODE ORDER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOST-SALE-FILE ASSIGN TO 'lostsale.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOST-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE.
           SELECT LOST-SALE-REPORT ASSIGN TO 'lostsale.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD LOST-SALE-FILE.
       01 LOST-SALE-DATA.
          COPY LOST-SALE.

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD LOST-SALE-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOST-STATUS       PIC XX.
       01 WS-EOF               PIC X.
       01 WS-PRODUCT-EXISTS    PIC X.
       01 WS-ENTER-DATE        PIC X(8).
       01 WS-FROM-DATE         PIC 9(8).
       01 WS-TO-DATE           PIC 9(8).
       01 WS-RECORD-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(5)  VALUE ZERO.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    ONE ENTRY PER PRODUCT, KEPT IN PRODUCT CODE ORDER AS THE
      *    FILE IS READ
       01 WS-LP-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-LP-TABLE.
          02 WS-LP-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-LP-COUNT.
             03 WLP-PROD-CODE         PIC X(10).
             03 WLP-STCK              PIC 9(7).
             03 WLP-HOLD              PIC 9(7).
             03 WLP-PRIC              PIC 9(7).
             03 WLP-CRED              PIC 9(7).
             03 WLP-LINES             PIC 9(5).
       01 WS-LP-I              PIC 9(4).
       01 WS-SLOT              PIC 9(4).
       01 WS-PROD-TOTAL        PIC 9(8).
       01 WS-GRAND-STCK        PIC 9(8)  VALUE ZERO.
       01 WS-GRAND-HOLD        PIC 9(8)  VALUE ZERO.
       01 WS-GRAND-PRIC        PIC 9(8)  VALUE ZERO.
       01 WS-GRAND-CRED        PIC 9(8)  VALUE ZERO.
       01 WS-GRAND-TOTAL       PIC 9(8)  VALUE ZERO.

       01 LOST-HEADING.
          02 FILLER             PIC X(26) VALUE
             'LOST DEMAND BY PRODUCT - '.
          02 LH-FROM-DATE       PIC 9(8).
          02 FILLER             PIC X(4)  VALUE ' TO '.
          02 LH-TO-DATE         PIC 9(8).
       01 COLUMN-HEADS.
          02 FILLER             PIC X(11) VALUE 'PRODUCT'.
          02 FILLER             PIC X(21) VALUE 'NAME'.
          02 FILLER             PIC X(8)  VALUE '   STOCK'.
          02 FILLER             PIC X(8)  VALUE '    HOLD'.
          02 FILLER             PIC X(8)  VALUE '   PRICE'.
          02 FILLER             PIC X(8)  VALUE '  CREDIT'.
          02 FILLER             PIC X(9)  VALUE '    TOTAL'.
          02 FILLER             PIC X(6)  VALUE ' LINES'.
       01 LOST-DETAIL-LINE.
          02 LDL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 LDL-NAME           PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 LDL-STCK           PIC Z(7)9.
          02 LDL-HOLD           PIC Z(7)9.
          02 LDL-PRIC           PIC Z(7)9.
          02 LDL-CRED           PIC Z(7)9.
          02 LDL-TOTAL          PIC Z(8)9.
          02 LDL-LINES          PIC Z(5)9.
       01 LOST-TOTAL-LINE.
          02 FILLER             PIC X(32) VALUE 'TOTAL UNITS LOST'.
          02 LTL-STCK           PIC Z(7)9.
          02 LTL-HOLD           PIC Z(7)9.
          02 LTL-PRIC           PIC Z(7)9.
          02 LTL-CRED           PIC Z(7)9.
          02 LTL-TOTAL          PIC Z(8)9.
          02 LTL-LINES          PIC Z(5)9.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'LOST: From Date (YYYYMMDD, blank = all): '
              WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE IS EQUAL TO SPACES
              MOVE ZERO TO WS-FROM-DATE
           ELSE
              MOVE WS-ENTER-DATE TO WS-FROM-DATE
           END-IF
           DISPLAY 'LOST: To Date (YYYYMMDD, blank = today): '
              WITH NO ADVANCING
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE IS EQUAL TO SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
           ELSE
              MOVE WS-ENTER-DATE TO WS-TO-DATE
           END-IF
           MOVE 'N' TO WS-EOF
           OPEN INPUT LOST-SALE-FILE
           IF WS-LOST-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ LOST-SALE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF LD-DATE IS NOT LESS THAN WS-FROM-DATE
                            AND LD-DATE IS NOT GREATER THAN
                            WS-TO-DATE
                            PERFORM ADD-LOST-SALE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE LOST-SALE-FILE
           END-IF
           PERFORM PRINT-LOST-SALES
           MOVE 'MAINLOSTSALE' TO WS-SP-PROGRAM
           MOVE 'lostsale.rpt' TO WS-SP-REPORT-NAME
           MOVE SPACES TO WS-SP-PARAMS
           STRING WS-FROM-DATE DELIMITED BY SIZE
              '-' DELIMITED BY SIZE
              WS-TO-DATE DELIMITED BY SIZE
              INTO WS-SP-PARAMS
           MOVE SPACES TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           DISPLAY 'LOST: ' WS-RECORD-COUNT ' lost sale(s) over '
              WS-LP-COUNT ' product(s) on lostsale.rpt'
           IF WS-SKIPPED-COUNT IS GREATER THAN ZERO
              DISPLAY 'LOST: ' WS-SKIPPED-COUNT ' lost sale(s) '
                 'not reported - product table full'
           END-IF
           STOP RUN.

      *    FIND THE PRODUCT'S ENTRY, OPENING ONE IN CODE ORDER IF
      *    THIS IS ITS FIRST LOST SALE, THEN ADD THE UNITS UNDER
      *    THE REASON
       ADD-LOST-SALE.
           MOVE 1 TO WS-SLOT
           PERFORM UNTIL WS-SLOT > WS-LP-COUNT
              OR WLP-PROD-CODE(WS-SLOT) IS NOT LESS THAN LD-PROD-CODE
                   ADD 1 TO WS-SLOT
           END-PERFORM
           IF WS-SLOT > WS-LP-COUNT
              OR WLP-PROD-CODE(WS-SLOT) IS NOT EQUAL TO LD-PROD-CODE
              IF WS-LP-COUNT IS EQUAL TO 2000
                 ADD 1 TO WS-SKIPPED-COUNT
                 MOVE ZERO TO WS-SLOT
              ELSE
                 MOVE WS-LP-COUNT TO WS-LP-I
                 PERFORM UNTIL WS-LP-I IS LESS THAN WS-SLOT
                         MOVE WS-LP-ENTRY(WS-LP-I) TO
                            WS-LP-ENTRY(WS-LP-I + 1)
                         SUBTRACT 1 FROM WS-LP-I
                 END-PERFORM
                 ADD 1 TO WS-LP-COUNT
                 MOVE LD-PROD-CODE TO WLP-PROD-CODE(WS-SLOT)
                 MOVE ZERO TO WLP-STCK(WS-SLOT)
                 MOVE ZERO TO WLP-HOLD(WS-SLOT)
                 MOVE ZERO TO WLP-PRIC(WS-SLOT)
                 MOVE ZERO TO WLP-CRED(WS-SLOT)
                 MOVE ZERO TO WLP-LINES(WS-SLOT)
              END-IF
           END-IF
           IF WS-SLOT IS GREATER THAN ZERO
              ADD 1 TO WS-RECORD-COUNT
              ADD 1 TO WLP-LINES(WS-SLOT)
              EVALUATE TRUE
              WHEN LD-OUT-OF-STOCK
                   ADD LD-QTY TO WLP-STCK(WS-SLOT)
              WHEN LD-ON-HOLD
                   ADD LD-QTY TO WLP-HOLD(WS-SLOT)
              WHEN LD-PRICE
                   ADD LD-QTY TO WLP-PRIC(WS-SLOT)
              WHEN LD-CREDIT
                   ADD LD-QTY TO WLP-CRED(WS-SLOT)
              END-EVALUATE
           END-IF.

       PRINT-LOST-SALES.
           OPEN INPUT PRODUCT-FILE
           OPEN OUTPUT LOST-SALE-REPORT
           MOVE WS-FROM-DATE TO LH-FROM-DATE
           MOVE WS-TO-DATE TO LH-TO-DATE
           WRITE PRINT-LINE FROM LOST-HEADING
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM COLUMN-HEADS
           IF WS-LP-COUNT IS EQUAL TO ZERO
              MOVE 'NO LOST SALES FOR THIS PERIOD' TO PRINT-LINE
              WRITE PRINT-LINE
           END-IF
           PERFORM VARYING WS-LP-I FROM 1 BY 1
              UNTIL WS-LP-I > WS-LP-COUNT
                   PERFORM PRINT-ONE-PRODUCT
           END-PERFORM
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-GRAND-STCK TO LTL-STCK
           MOVE WS-GRAND-HOLD TO LTL-HOLD
           MOVE WS-GRAND-PRIC TO LTL-PRIC
           MOVE WS-GRAND-CRED TO LTL-CRED
           MOVE WS-GRAND-TOTAL TO LTL-TOTAL
           MOVE WS-RECORD-COUNT TO LTL-LINES
           WRITE PRINT-LINE FROM LOST-TOTAL-LINE
           CLOSE PRODUCT-FILE
           CLOSE LOST-SALE-REPORT.

      *    THE NAME COMES FROM THE MASTER AS IT STANDS NOW - A CODE
      *    SINCE DELETED STILL PRINTS, FLAGGED
       PRINT-ONE-PRODUCT.
           MOVE SPACES TO LOST-DETAIL-LINE
           MOVE WLP-PROD-CODE(WS-LP-I) TO LDL-PROD-CODE
           MOVE 'Y' TO WS-PRODUCT-EXISTS
           MOVE WLP-PROD-CODE(WS-LP-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-PRODUCT-EXISTS
           END-READ
           IF WS-PRODUCT-EXISTS IS EQUAL TO 'Y'
              MOVE PROD-NAME TO LDL-NAME
           ELSE
              MOVE '** NOT ON FILE **' TO LDL-NAME
           END-IF
           COMPUTE WS-PROD-TOTAL = WLP-STCK(WS-LP-I) +
              WLP-HOLD(WS-LP-I) + WLP-PRIC(WS-LP-I) +
              WLP-CRED(WS-LP-I)
           MOVE WLP-STCK(WS-LP-I) TO LDL-STCK
           MOVE WLP-HOLD(WS-LP-I) TO LDL-HOLD
           MOVE WLP-PRIC(WS-LP-I) TO LDL-PRIC
           MOVE WLP-CRED(WS-LP-I) TO LDL-CRED
           MOVE WS-PROD-TOTAL TO LDL-TOTAL
           MOVE WLP-LINES(WS-LP-I) TO LDL-LINES
           WRITE PRINT-LINE FROM LOST-DETAIL-LINE
           ADD WLP-STCK(WS-LP-I) TO WS-GRAND-STCK
           ADD WLP-HOLD(WS-LP-I) TO WS-GRAND-HOLD
           ADD WLP-PRIC(WS-LP-I) TO WS-GRAND-PRIC
           ADD WLP-CRED(WS-LP-I) TO WS-GRAND-CRED
           ADD WS-PROD-TOTAL TO WS-GRAND-TOTAL.
