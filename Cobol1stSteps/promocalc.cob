       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOCALC.

      *    SHARED PROMOTION PRICING SUBPROGRAM, IN THE SPIRIT OF
      *    ATPCALC: ORDER ENTRY, THE BATCH INTAKE AND THE QUOTE
      *    SCREEN CALL HERE ONCE PER LINE AFTER THE CONTRACT AND
      *    QUANTITY-BREAK PRICING HAS SET THE LINE NET. THE CODE IS
      *    LOOKED UP ON promo.dat, ITS DATE WINDOW AND MINIMUM ORDER
      *    VALUE TESTED, AND THE DISCOUNT FOR THE LINE RETURNED IN
      *    PROMO-RESULT. promo.dat IS READ AFRESH ON EVERY CALL SO A
      *    PROMOTION ENDED A MINUTE AGO IS NOT HONOURED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-FILE ASSIGN TO 'promo.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROMO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROMOTION-FILE.
       01 PROMOTION-DATA.
          COPY PROMOTION.

       WORKING-STORAGE SECTION.
       01 WS-PROMO-STATUS      PIC XX.
       01 WS-EOF               PIC X.
       01 WS-FOUND             PIC X.

       LINKAGE SECTION.
       01 LS-PROMO-RESULT.
          COPY PROMO-RESULT.

       PROCEDURE DIVISION USING LS-PROMO-RESULT.

       PROMOCALC-MAIN.
           MOVE 'N' TO PR-STATUS.
           MOVE ZERO TO PR-DISCOUNT.
           MOVE SPACES TO PR-DESC.
           PERFORM FIND-PROMOTION.
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE PM-DESC TO PR-DESC
              EVALUATE TRUE
              WHEN PR-DATE IS LESS THAN PM-START-DATE OR
                   PR-DATE IS GREATER THAN PM-END-DATE
                   MOVE 'D' TO PR-STATUS
              WHEN PR-ORDER-NET IS LESS THAN PM-MIN-ORDER
                   MOVE 'M' TO PR-STATUS
              WHEN PM-ON-ANY
                   PERFORM PRICE-THE-LINE
              WHEN PM-ON-PRODUCT AND
                   PM-ELIG-CODE IS EQUAL TO PR-PROD-CODE
                   PERFORM PRICE-THE-LINE
              WHEN PM-ON-CATEGORY AND
                   PM-ELIG-CODE IS EQUAL TO PR-CATEGORY
                   PERFORM PRICE-THE-LINE
              WHEN OTHER
                   MOVE 'E' TO PR-STATUS
              END-EVALUATE
           END-IF.
           GOBACK.

       FIND-PROMOTION.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROMOTION-FILE
           IF WS-PROMO-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y' OR
                 WS-FOUND IS EQUAL TO 'Y'
                      READ PROMOTION-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PM-CODE IS EQUAL TO PR-CODE
                            MOVE 'Y' TO WS-FOUND
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROMOTION-FILE
           END-IF.

      *    A FIXED AMOUNT NEVER TAKES A LINE BELOW ZERO
       PRICE-THE-LINE.
           MOVE 'Y' TO PR-STATUS
           IF PM-PERCENT-OFF
              COMPUTE PR-DISCOUNT ROUNDED =
                 PR-LINE-NET * PM-DISC-VALUE / 100
           ELSE
              MOVE PM-DISC-VALUE TO PR-DISCOUNT
           END-IF
           IF PR-DISCOUNT IS GREATER THAN PR-LINE-NET
              MOVE PR-LINE-NET TO PR-DISCOUNT
           END-IF.
