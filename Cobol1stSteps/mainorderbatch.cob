      *    INVENTORY AND THE ORDER FILES, AND WRITES REJECTS WITH
      *    REASONS TO orders.rej FOR MORNING REVIEW. THERE IS NO
      *    OPERATOR TO ASK, SO AN OVER-LIMIT ROW IS A REJECT, NOT AN
      *    OVERRIDE PROMPT. A KIT FROM kit.dat IS STOCK-CHECKED AND
      *    DRAWN DOWN AGAINST ITS COMPONENTS BUT POSTS AS ONE LINE.
      *    WHEN A ROW IS SHORT AND THE CUSTOMER HAS AGREED TO
      *    SUBSTITUTION ON custprof.dat, THE FIRST-RANKED ALTERNATE
      *    FROM subst.dat WITH THE STOCK TO FILL IT IS POSTED
      *    INSTEAD, THE ORDERED CODE KEPT ON THE orderitm.dat LINE.
      *    A ROW REJECTED ON STOCK, HOLD OR CREDIT IS ALSO RECORDED
      *    AS A LOST SALE THROUGH LOSTSALE. A PROMOTION CODE IN THE
      *    LAST COLUMN OF THE ROW IS PRICED THROUGH PROMOCALC ONCE
      *    THE CONTRACT OR PRICE-HISTORY PRICE IS SET; A CODE THAT
      *    DOES NOT APPLY IS NOT A REJECT - THE ROW POSTS AT THE
      *    UNDISCOUNTED PRICE AND THE REASON IS DISPLAYED. THE
      *    ITEM MAY ARRIVE AS THE CUSTOMER'S OWN PART NUMBER OR A
      *    UPC/EAN BARCODE IN THE ITEM COLUMN AT THE END OF THE ROW
      *    (OR IN THE PRODUCT CODE COLUMN ITSELF), TRANSLATED THROUGH
      *    PARTXREF; ONE THAT MATCHES NOTHING IS REJECTED, THE
      *    IDENTIFIER AS RECEIVED SHOWN ON THE orders.rej LINE. THE
      *    CUSTOMER'S PART NUMBER IS KEPT ON THE orderitm.dat LINE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-STOCK-FILE ASSIGN TO 'locstock.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCSTOCK-STATUS.
           SELECT KIT-FILE ASSIGN TO 'kit.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KIT-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO 'contract.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT SUBSTITUTE-FILE ASSIGN TO 'subst.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUBST-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'custprof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ORDER-CONTROL-FILE.
          02 OC-ID-NUM         PIC 9(5).
          02 OC-PROD-CODE      PIC X(10).
          02 OC-QTY-ORDERED    PIC 9(5).
      *       PROMOTION CODE THE CUSTOMER QUOTED - SPACES WHEN NONE
          02 OC-PROMO-CODE     PIC X(8).
      *       THE CUSTOMER'S PART NUMBER OR A UPC/EAN WHEN THE ITEM
      *       WAS NOT SENT AS OUR PRODUCT CODE - SPACES OTHERWISE
          02 OC-ITEM-ID        PIC X(20).

       FD REJECT-FILE.
       01 REJECT-LINE           PIC X(74).

       FD CUSTOMER-FILE.
       01 CUSTOMER-DATA.
          02 FILLER            PIC X.
          02 LS-QTY            PIC 9(5).

      *    KIT COMPONENTS - ONE ROW PER COMPONENT OF A KIT
       FD KIT-FILE.
       01 KIT-DATA.
          COPY KIT-COMPONENT.

       FD ORDER-LOG.
       01 ORDER-LINE         PIC X(80).

          02 OH-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 OH-STATUS         PIC X.
      *       SHIP-TO, SHIP-FROM, OPERATOR AND ENTRY TIME - NOT USED
      *       HERE
          02 FILLER            PIC X(26).

       FD ORDER-ITEM-FILE.
       01 ORDER-ITEM.
          02 OI-QTY-ORDERED    PIC 9(5).
          02 FILLER            PIC X.
          02 OI-LINE-TOTAL     PIC X(9).
          02 FILLER            PIC X.
      *       THE CODE ON THE CONTROL ROW WHEN A SUBSTITUTE WAS
      *       POSTED IN ITS PLACE - SPACES ON AN ORDINARY LINE
          02 OI-REQ-CODE       PIC X(10).
          02 FILLER            PIC X.
      *       PROMOTION CODE AND THE DISCOUNT IT TOOK OFF THE LINE,
      *       IN THE PRINTED ZZZZ9.99 SHAPE - SPACES WHEN NONE
          02 OI-PROMO-CODE     PIC X(8).
          02 FILLER            PIC X.
          02 OI-PROMO-AMT      PIC X(8).
          02 FILLER            PIC X.
      *       THE CUSTOMER'S OWN PART NUMBER FOR THE PRODUCT
          02 OI-CUST-PART      PIC X(20).
      *       UNIT OF MEASURE FIELDS - NOT USED HERE
          02 FILLER            PIC X(8).

       FD ORDER-SEQUENCE-FILE.
       01 ORDER-SEQUENCE-LINE  PIC 9(6).
          02 FILLER            PIC X.
          02 CT-PRICE          PIC 9(4)V99.

      *    PRODUCT SUBSTITUTES - RANKED ALTERNATES FOR A SHORT ITEM
       FD SUBSTITUTE-FILE.
       01 SUBSTITUTE-DATA.
          COPY PRODUCT-SUBSTITUTE.

      *    CUSTOMER ACCOUNT PROFILES - ONLY THE SUBSTITUTION
      *    AGREEMENT IS USED HERE
       FD PROFILE-FILE.
       01 PROFILE-DATA.
          COPY CUSTOMER-PROFILE.

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS    PIC XX.
       01 WS-LOG-STATUS        PIC XX.
       01 WS-SL-QTY            PIC 9(5).
       01 WS-SL-BALANCE        PIC 9(5).
       01 WS-SL-REFERENCE      PIC X(10).
      *    PARAMETERS PASSED TO THE SHARED LOSTSALE SUBPROGRAM
       01 WS-LO-PROD-CODE      PIC X(10).
       01 WS-LO-QTY            PIC 9(5).
       01 WS-LO-REASON         PIC X(4).
       01 WS-LO-SOURCE         PIC X(5)  VALUE 'BATCH'.
      *    PARAMETERS PASSED TO THE SHARED PROMOCALC SUBPROGRAM, AND
      *    THE DISCOUNT IT GAVE THE ROW
       01 WS-PROMO-RESULT.
          COPY PROMO-RESULT.
       01 WS-PROMO-AMT         PIC 9(6)V99.
       01 WS-EDIT-PROMO        PIC ZZZZ9.99.

      *    THE WHOLE locstock.dat FILE, HELD SO POSTED QUANTITIES
      *    CAN BE DRAWN FROM MAIN AND THE FILE REWRITTEN ONCE -
             03 WLC-LOCATION          PIC X(4).
             03 WLC-QTY               PIC 9(5).
       01 WS-LOC-I             PIC 9(4).
      *    QUANTITY THE LEDGER AND LOCATION DRAW-DOWNS TAKE - THE
      *    ROW QUANTITY FOR A STOCKED ITEM, THE ROW QUANTITY TIMES
      *    THE PER-KIT QUANTITY FOR A KIT COMPONENT
       01 WS-DRAW-QTY          PIC 9(5).

      *    KIT COMPONENTS FROM kit.dat - A KIT'S OWN QTY-ON-HAND
      *    MEANS NOTHING, WHAT CAN BE SOLD IS WHAT THE SCARCEST
      *    COMPONENT CAN MAKE. SAME TABLE AS ORDER ENTRY
       01 WS-KIT-STATUS        PIC XX.
       01 WS-KIT-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-KIT-TABLE.
          02 WS-KIT-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-KIT-COUNT.
             03 WKT-PARENT-CODE       PIC X(10).
             03 WKT-COMP-CODE         PIC X(10).
             03 WKT-COMP-QTY          PIC 9(3).
       01 WS-KIT-I             PIC 9(3).
       01 WS-IS-KIT            PIC X     VALUE 'N'.
       01 WS-COMP-EXISTS       PIC X.
       01 WS-KIT-PARENT-CODE   PIC X(10).
       01 WS-KIT-AVAILABLE     PIC 9(5).
       01 WS-KIT-CAN-MAKE      PIC 9(5).
      *    ONE KIT'S COST - THE SUM OF ITS COMPONENTS' UNIT-COSTS AT
      *    THE MOMENT OF SALE, CAPTURED AS THE LINE'S OD-UNIT-COST
       01 WS-KIT-COST          PIC 9(4)V99.
      *    THE KIT'S OWN PRODUCT RECORD, PARKED WHILE ITS
      *    COMPONENTS ARE READ INTO THE SAME RECORD AREA
       01 WS-KIT-SAVE-PRODUCT  PIC X(89).

      *    THE SUBSTITUTE CROSS-REFERENCE FROM subst.dat AND THE
      *    ALTERNATES FOUND FOR A SHORT ROW IN RANK ORDER - SAME
      *    TABLES AS ORDER ENTRY
       01 WS-SUBST-STATUS      PIC XX.
       01 WS-SB-COUNT          PIC 9(3)  VALUE ZERO.
       01 WS-SB-TABLE.
          02 WS-SB-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-SB-COUNT.
             03 WSB-PROD-CODE         PIC X(10).
             03 WSB-RANK              PIC 9(2).
             03 WSB-ALT-CODE          PIC X(10).
             03 WSB-DIRECTION         PIC X.
       01 WS-SB-I              PIC 9(3).
       01 WS-SC-COUNT          PIC 9(2)  VALUE ZERO.
       01 WS-SC-TABLE.
          02 WS-SC-ENTRY OCCURS 1 TO 20 TIMES
             DEPENDING ON WS-SC-COUNT.
             03 WSC-CODE              PIC X(10).
             03 WSC-RANK              PIC 9(2).
       01 WS-SC-I              PIC 9(2).
       01 WS-SC-SLOT           PIC 9(2).
       01 WS-SUB-CODE          PIC X(10).
       01 WS-SUB-RANK          PIC 9(2).
       01 WS-SUB-SKIP          PIC X.
       01 WS-SUB-EXISTS        PIC X.
       01 WS-SUB-TAKEN         PIC X.
      *    THE CODE ON THE CONTROL ROW WHILE A SUBSTITUTE STANDS IN
      *    FOR IT - SPACES THE REST OF THE TIME
       01 WS-REQ-CODE          PIC X(10) VALUE SPACES.
      *    THE ITEM AS THE ROW NAMED IT, AND THE SHARED PARTXREF
      *    SUBPROGRAM'S TRANSLATION OF IT
       01 WS-ITEM-ID           PIC X(20).
       01 WS-XREF-FUNC         PIC X     VALUE 'R'.
       01 WS-XREF-MATCH        PIC X.
       01 WS-CUST-PART         PIC X(20) VALUE SPACES.

      *    CUSTOMERS WHO HAVE AGREED TO TAKE SUBSTITUTES, FROM
      *    custprof.dat
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-SUBOK-COUNT       PIC 9(4)  VALUE ZERO.
       01 WS-SUBOK-TABLE.
          02 WS-SUBOK-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-SUBOK-COUNT.
             03 WSO-ID-NUM            PIC 9(5).
       01 WS-SUBOK-I           PIC 9(4).
       01 WS-SUBST-OK          PIC X.

       01 REJECT-DETAIL.
          02 RJ-ID-NUM         PIC 9(5).
          02 RJ-QTY-ORDERED    PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 RJ-REASON         PIC X(30).
          02 FILLER            PIC X     VALUE SPACE.
          02 RJ-ITEM-ID        PIC X(20).

       01 ORDER-DETAIL.
          COPY ORDER-DETAIL.
              PERFORM LOAD-TAXEXEMPT-TABLE
              PERFORM LOAD-CONTRACT-TABLE
              PERFORM LOAD-LOCATION-TABLE
              PERFORM LOAD-KIT-TABLE
              PERFORM LOAD-SUBSTITUTE-TABLE
              PERFORM LOAD-SUBST-AGREEMENTS
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              READ ORDER-CONTROL-FILE
              AT END
      *    ENTRY WOULD, THEN POST OR REJECT
       PROCESS-ONE-ROW.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REQ-CODE
           PERFORM VALIDATE-ROW
           IF WS-REJECT-REASON IS EQUAL TO SPACES
              PERFORM POST-BATCH-ORDER
              MOVE SPACES TO REJECT-DETAIL
              MOVE OC-ID-NUM TO RJ-ID-NUM
              MOVE OC-PROD-CODE TO RJ-PROD-CODE
              IF WS-REQ-CODE IS NOT EQUAL TO SPACES
                 MOVE WS-REQ-CODE TO RJ-PROD-CODE
              END-IF
              MOVE OC-QTY-ORDERED TO RJ-QTY-ORDERED
              MOVE WS-REJECT-REASON TO RJ-REASON
              MOVE OC-ITEM-ID TO RJ-ITEM-ID
              WRITE REJECT-LINE FROM REJECT-DETAIL
              ADD 1 TO WS-REJECT-COUNT
              PERFORM RECORD-LOST-SALE
           END-IF.

      *    A REJECT THE CUSTOMER WOULD HAVE TAKEN IS LOST DEMAND - A
      *    BAD ROW (UNKNOWN CUSTOMER OR PRODUCT, BAD QUANTITY) IS NOT
       RECORD-LOST-SALE.
           MOVE SPACES TO WS-LO-REASON
           EVALUATE WS-REJECT-REASON
           WHEN 'INSUFFICIENT STOCK'
           WHEN 'PRODUCT DISCONTINUED'
                MOVE 'STCK' TO WS-LO-REASON
           WHEN 'PRODUCT ON HOLD'
                MOVE 'HOLD' TO WS-LO-REASON
           WHEN 'CASH-ONLY ACCOUNT'
           WHEN 'OVER CREDIT LIMIT'
                MOVE 'CRED' TO WS-LO-REASON
           END-EVALUATE
           IF WS-LO-REASON IS NOT EQUAL TO SPACES
              MOVE RJ-PROD-CODE TO WS-LO-PROD-CODE
              MOVE OC-QTY-ORDERED TO WS-LO-QTY
              CALL 'LOSTSALE' USING
                 BY REFERENCE OC-ID-NUM,
                 BY REFERENCE WS-LO-PROD-CODE,
                 BY REFERENCE WS-LO-QTY,
                 BY REFERENCE WS-LO-REASON,
                 BY REFERENCE WS-LO-SOURCE
              END-CALL
           END-IF.

       VALIDATE-ROW.
              END-IF
           END-IF.

      *    THE ITEM COLUMN WINS OVER THE PRODUCT CODE COLUMN WHEN
      *    BOTH ARE FILLED. ONCE THE PRODUCT IS FOUND THE ROW CARRIES
      *    OUR CODE FROM HERE ON
       VALIDATE-PRODUCT-AND-STOCK.
           MOVE 'Y' TO WS-EXISTS
           IF OC-ITEM-ID IS EQUAL TO SPACES
              MOVE OC-PROD-CODE TO WS-ITEM-ID
           ELSE
              MOVE OC-ITEM-ID TO WS-ITEM-ID
           END-IF
           CALL 'PARTXREF' USING WS-XREF-FUNC OC-ID-NUM WS-ITEM-ID
              PROD-CODE WS-CUST-PART WS-XREF-MATCH
           END-CALL
           IF WS-XREF-MATCH IS EQUAL TO 'X'
              MOVE 'N' TO WS-EXISTS
           ELSE
              READ PRODUCT-FILE
              INVALID KEY
                      MOVE 'N' TO WS-EXISTS
              END-READ
           END-IF
           IF WS-EXISTS IS EQUAL TO 'N'
              EVALUATE TRUE
              WHEN WS-XREF-MATCH IS EQUAL TO 'C' OR
                   WS-XREF-MATCH IS EQUAL TO 'U'
                   MOVE 'CROSS-REF PRODUCT NOT ON FILE' TO
                      WS-REJECT-REASON
              WHEN OC-ITEM-ID IS EQUAL TO SPACES AND
                   WS-XREF-MATCH IS EQUAL TO 'P'
                   MOVE 'PRODUCT NOT ON FILE' TO WS-REJECT-REASON
              WHEN OTHER
                   MOVE 'UNKNOWN PART NUMBER OR UPC' TO
                      WS-REJECT-REASON
              END-EVALUATE
           ELSE
              MOVE PROD-CODE TO OC-PROD-CODE
              PERFORM FIND-KIT-AVAILABLE
      *       NO OPERATOR TO ASK, SO HOLD AND DISCONTINUED ITEMS
      *       ARE REJECTS - THE SELL-REMAINING CHOICE BELONGS TO
      *       THE INTERACTIVE SCREEN
              WHEN PROD-DISCONTINUED
                   MOVE 'PRODUCT DISCONTINUED' TO WS-REJECT-REASON
              WHEN OC-QTY-ORDERED IS GREATER THAN QTY-ON-HAND
                   PERFORM TRY-BATCH-SUBSTITUTE
                   IF WS-SUB-TAKEN IS EQUAL TO 'Y'
                      PERFORM VALIDATE-CREDIT
                   ELSE
                      MOVE 'INSUFFICIENT STOCK' TO WS-REJECT-REASON
                   END-IF
              WHEN OTHER
                   PERFORM VALIDATE-CREDIT
              END-EVALUATE
           END-IF.

      *    A SHORT ROW FOR A CUSTOMER WHO TAKES SUBSTITUTES IS
      *    FILLED FROM THE FIRST ALTERNATE, BY RANK, THAT IS ACTIVE
      *    AND HAS THE WHOLE QUANTITY ON HAND. THE ROW IS THEN
      *    CARRIED ON THE SUBSTITUTE'S CODE AND PRODUCT RECORD
       TRY-BATCH-SUBSTITUTE.
           MOVE 'N' TO WS-SUB-TAKEN
           MOVE 'N' TO WS-SUBST-OK
           PERFORM VARYING WS-SUBOK-I FROM 1 BY 1
              UNTIL WS-SUBOK-I > WS-SUBOK-COUNT OR
                 WS-SUBST-OK IS EQUAL TO 'Y'
                   IF WSO-ID-NUM(WS-SUBOK-I) IS EQUAL TO OC-ID-NUM
                      MOVE 'Y' TO WS-SUBST-OK
                   END-IF
           END-PERFORM
           IF WS-SUBST-OK IS EQUAL TO 'Y'
              MOVE OC-PROD-CODE TO WS-REQ-CODE
              PERFORM BUILD-SUBSTITUTE-LIST
              PERFORM VARYING WS-SC-I FROM 1 BY 1
                 UNTIL WS-SC-I > WS-SC-COUNT OR
                    WS-SUB-TAKEN IS EQUAL TO 'Y'
                      PERFORM CHECK-BATCH-SUBSTITUTE
              END-PERFORM
              IF WS-SUB-TAKEN IS EQUAL TO 'Y'
                 MOVE PROD-CODE TO OC-PROD-CODE
                 MOVE 'N' TO WS-IS-KIT
                 DISPLAY 'INTAKE: customer ' OC-ID-NUM ' - '
                    OC-PROD-CODE ' substituted for ' WS-REQ-CODE
              ELSE
                 MOVE SPACES TO WS-REQ-CODE
              END-IF
           END-IF.

       CHECK-BATCH-SUBSTITUTE.
           MOVE 'Y' TO WS-SUB-EXISTS
           MOVE WSC-CODE(WS-SC-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-SUB-EXISTS
           END-READ
           IF WS-SUB-EXISTS IS EQUAL TO 'Y' AND PROD-ACTIVE AND
              QTY-ON-HAND IS NOT LESS THAN OC-QTY-ORDERED
              MOVE 'Y' TO WS-SUB-TAKEN
           END-IF.

      *    THE ALTERNATES OF WS-REQ-CODE: ITS OWN ROWS, AND THE
      *    PRODUCT OF ANY TWO-WAY ROW THAT NAMES IT AS THE ALTERNATE
       BUILD-SUBSTITUTE-LIST.
           MOVE ZERO TO WS-SC-COUNT
           PERFORM VARYING WS-SB-I FROM 1 BY 1
              UNTIL WS-SB-I > WS-SB-COUNT
                   IF WSB-PROD-CODE(WS-SB-I) IS EQUAL TO WS-REQ-CODE
                      MOVE WSB-ALT-CODE(WS-SB-I) TO WS-SUB-CODE
                      MOVE WSB-RANK(WS-SB-I) TO WS-SUB-RANK
                      PERFORM ADD-SUBSTITUTE-CANDIDATE
                   END-IF
                   IF WSB-ALT-CODE(WS-SB-I) IS EQUAL TO WS-REQ-CODE
                      AND WSB-DIRECTION(WS-SB-I) IS EQUAL TO 'T'
                      MOVE WSB-PROD-CODE(WS-SB-I) TO WS-SUB-CODE
                      MOVE WSB-RANK(WS-SB-I) TO WS-SUB-RANK
                      PERFORM ADD-SUBSTITUTE-CANDIDATE
                   END-IF
           END-PERFORM.

      *    KEEPS THE LIST IN RANK ORDER AS IT IS BUILT. A KIT IS
      *    NEVER A SUBSTITUTE AND A CODE REACHED BOTH WAYS IS
      *    LISTED ONCE
       ADD-SUBSTITUTE-CANDIDATE.
           MOVE 'N' TO WS-SUB-SKIP
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      WS-SUB-CODE
                      MOVE 'Y' TO WS-SUB-SKIP
                   END-IF
           END-PERFORM
           PERFORM VARYING WS-SC-I FROM 1 BY 1
              UNTIL WS-SC-I > WS-SC-COUNT
                   IF WSC-CODE(WS-SC-I) IS EQUAL TO WS-SUB-CODE
                      MOVE 'Y' TO WS-SUB-SKIP
                   END-IF
           END-PERFORM
           IF WS-SUB-SKIP IS EQUAL TO 'N' AND
              WS-SC-COUNT IS LESS THAN 20
              MOVE 1 TO WS-SC-SLOT
              PERFORM UNTIL WS-SC-SLOT > WS-SC-COUNT
                 OR WSC-RANK(WS-SC-SLOT) IS GREATER THAN WS-SUB-RANK
                      ADD 1 TO WS-SC-SLOT
              END-PERFORM
              MOVE WS-SC-COUNT TO WS-SC-I
              ADD 1 TO WS-SC-COUNT
              PERFORM UNTIL WS-SC-I IS LESS THAN WS-SC-SLOT
                      MOVE WS-SC-ENTRY(WS-SC-I) TO
                         WS-SC-ENTRY(WS-SC-I + 1)
                      SUBTRACT 1 FROM WS-SC-I
              END-PERFORM
              MOVE WS-SUB-CODE TO WSC-CODE(WS-SC-SLOT)
              MOVE WS-SUB-RANK TO WSC-RANK(WS-SC-SLOT)
           END-IF.

       LOAD-SUBSTITUTE-TABLE.
           OPEN INPUT SUBSTITUTE-FILE
           IF WS-SUBST-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-SUBST-STATUS IS NOT EQUAL TO '00'
                      READ SUBSTITUTE-FILE
                      NOT AT END
                         IF WS-SB-COUNT IS LESS THAN 500
                            ADD 1 TO WS-SB-COUNT
                            MOVE SB-PROD-CODE TO
                               WSB-PROD-CODE(WS-SB-COUNT)
                            MOVE SB-RANK TO WSB-RANK(WS-SB-COUNT)
                            MOVE SB-ALT-CODE TO
                               WSB-ALT-CODE(WS-SB-COUNT)
                            MOVE SB-DIRECTION TO
                               WSB-DIRECTION(WS-SB-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE SUBSTITUTE-FILE
           END-IF.

       LOAD-SUBST-AGREEMENTS.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-PROFILE-STATUS IS NOT EQUAL TO '00'
                      READ PROFILE-FILE
                      NOT AT END
                         IF CP-SUBST-OK IS EQUAL TO 'Y' AND
                            WS-SUBOK-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-SUBOK-COUNT
                            MOVE CP-ID-NUM TO
                               WSO-ID-NUM(WS-SUBOK-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       LOAD-CREDIT-HOLDS.
           OPEN INPUT CREDIT-HOLD-FILE
           IF WS-HOLDFILE-STATUS IS EQUAL TO '00'
           PERFORM FIND-EFFECTIVE-PRICE
           COMPUTE WS-LINE-TOTAL ROUNDED =
              OC-QTY-ORDERED * WS-EFFECTIVE-PRICE
           MOVE ZERO TO WS-PROMO-AMT
           IF OC-PROMO-CODE IS NOT EQUAL TO SPACES
              PERFORM APPLY-ROW-PROMOTION
           END-IF
           MOVE ZERO TO WS-TAX-RATE
           PERFORM CHECK-TAX-EXEMPTION
           IF WS-TAX-EXEMPT IS EQUAL TO 'Y'
              END-IF
           END-IF.

      *    THE ROW IS THE WHOLE ORDER, SO ITS NET IS ALSO THE ORDER
      *    VALUE THE PROMOTION'S MINIMUM IS TESTED AGAINST
       APPLY-ROW-PROMOTION.
           MOVE FUNCTION UPPER-CASE(OC-PROMO-CODE) TO PR-CODE
           MOVE WS-TODAY TO PR-DATE
           MOVE PROD-CODE TO PR-PROD-CODE
           MOVE CATEGORY-CODE TO PR-CATEGORY
           MOVE WS-LINE-TOTAL TO PR-LINE-NET
           MOVE WS-LINE-TOTAL TO PR-ORDER-NET
           CALL 'PROMOCALC' USING
              BY REFERENCE WS-PROMO-RESULT
           END-CALL
           EVALUATE TRUE
           WHEN PR-APPLIES
                MOVE PR-DISCOUNT TO WS-PROMO-AMT
                SUBTRACT PR-DISCOUNT FROM WS-LINE-TOTAL
           WHEN PR-NOT-ELIGIBLE
                DISPLAY 'INTAKE: customer ' OC-ID-NUM ' - '
                   PROD-CODE ' does not qualify for ' PR-CODE
           WHEN PR-NOT-ON-FILE
                DISPLAY 'INTAKE: customer ' OC-ID-NUM
                   ' - no promotion ' PR-CODE ' on file'
           WHEN PR-OUT-OF-DATES
                DISPLAY 'INTAKE: customer ' OC-ID-NUM
                   ' - promotion ' PR-CODE ' is not running'
           WHEN PR-UNDER-MINIMUM
                DISPLAY 'INTAKE: customer ' OC-ID-NUM
                   ' - row is below the minimum for ' PR-CODE
           END-EVALUATE.

      *    A CONTRACT PRICE IN FORCE FOR THE ROW'S CUSTOMER WINS
      *    OVER THE PRICE HISTORY - SAME WATERFALL AS ORDER ENTRY
       FIND-EFFECTIVE-PRICE.
           END-IF.

       POST-BATCH-ORDER.
           IF WS-IS-KIT IS EQUAL TO 'Y'
              PERFORM POST-BATCH-KIT
           ELSE
              MOVE OC-QTY-ORDERED TO WS-DRAW-QTY
              MOVE FUNCTION CURRENT-DATE(1:14)
                 TO PROD-UPDATE-STAMP
              SUBTRACT OC-QTY-ORDERED FROM QTY-ON-HAND
              REWRITE PRODUCT-DATA
              INVALID KEY
                      DISPLAY 'INTAKE: inventory update failed for '
                         OC-PROD-CODE ', row skipped'
              NOT INVALID KEY
                      PERFORM ASSIGN-ORDER-NUMBER
                      PERFORM WRITE-ORDER-FILES
              END-REWRITE
           END-IF.

      *    THE ROW WAS JUST VALIDATED AGAINST THE COMPONENTS, SO
      *    EACH ONE IS DRAWN DOWN AND LEDGERED IN TURN AND THE KIT
      *    POSTS AS ONE LINE COSTED FROM THEM. THE KIT'S OWN
      *    RECORD IS NEVER REWRITTEN. THE ORDER NUMBER IS TAKEN
      *    FIRST SO THE COMPONENTS' LEDGER ROWS CARRY IT
       POST-BATCH-KIT.
           PERFORM ASSIGN-ORDER-NUMBER
           MOVE ZERO TO WS-KIT-COST
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      OC-PROD-CODE
                      PERFORM DRAW-KIT-COMPONENT
                   END-IF
           END-PERFORM
           PERFORM WRITE-ORDER-FILES.

       DRAW-KIT-COMPONENT.
           MOVE WKT-COMP-CODE(WS-KIT-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   DISPLAY 'INTAKE: kit component ' PROD-CODE
                      ' not on file, not drawn down'
           NOT INVALID KEY
                   COMPUTE WS-DRAW-QTY =
                      OC-QTY-ORDERED * WKT-COMP-QTY(WS-KIT-I)
                   COMPUTE WS-KIT-COST = WS-KIT-COST +
                      UNIT-COST * WKT-COMP-QTY(WS-KIT-I)
                   MOVE FUNCTION CURRENT-DATE(1:14)
                      TO PROD-UPDATE-STAMP
                   SUBTRACT WS-DRAW-QTY FROM QTY-ON-HAND
                   PERFORM REWRITE-KIT-COMPONENT
           END-READ.

       REWRITE-KIT-COMPONENT.
           REWRITE PRODUCT-DATA
           INVALID KEY
                   DISPLAY 'INTAKE: inventory update failed for kit '
                      'component ' PROD-CODE
           NOT INVALID KEY
                   PERFORM LOG-STOCK-MOVEMENT
                   PERFORM DRAW-DOWN-LOCATION
           END-REWRITE.

      *    WHEN THE ROW'S PRODUCT IS A KIT, THE IN-MEMORY
      *    QTY-ON-HAND IS REPLACED WITH THE NUMBER OF KITS THE
      *    COMPONENTS ON HAND CAN MAKE, SO THE STOCK TEST WORKS
      *    UNCHANGED
       FIND-KIT-AVAILABLE.
           MOVE 'N' TO WS-IS-KIT
           MOVE PROD-CODE TO WS-KIT-PARENT-CODE
           PERFORM VARYING WS-KIT-I FROM 1 BY 1
              UNTIL WS-KIT-I > WS-KIT-COUNT OR
                 WS-IS-KIT IS EQUAL TO 'Y'
                   IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                      WS-KIT-PARENT-CODE
                      MOVE 'Y' TO WS-IS-KIT
                   END-IF
           END-PERFORM
           IF WS-IS-KIT IS EQUAL TO 'Y'
              MOVE PRODUCT-DATA TO WS-KIT-SAVE-PRODUCT
              MOVE 99999 TO WS-KIT-AVAILABLE
              PERFORM VARYING WS-KIT-I FROM 1 BY 1
                 UNTIL WS-KIT-I > WS-KIT-COUNT
                      IF WKT-PARENT-CODE(WS-KIT-I) IS EQUAL TO
                         WS-KIT-PARENT-CODE
                         PERFORM LIMIT-KIT-BY-COMPONENT
                      END-IF
              END-PERFORM
              MOVE WS-KIT-SAVE-PRODUCT TO PRODUCT-DATA
              MOVE WS-KIT-AVAILABLE TO QTY-ON-HAND
           END-IF.

      *    A MISSING OR HELD COMPONENT MAKES NO KITS AT ALL
       LIMIT-KIT-BY-COMPONENT.
           MOVE 'Y' TO WS-COMP-EXISTS
           MOVE WKT-COMP-CODE(WS-KIT-I) TO PROD-CODE
           READ PRODUCT-FILE
           INVALID KEY
                   MOVE 'N' TO WS-COMP-EXISTS
           END-READ
           IF WS-COMP-EXISTS IS EQUAL TO 'N' OR PROD-ON-HOLD
              MOVE ZERO TO WS-KIT-CAN-MAKE
           ELSE
              DIVIDE QTY-ON-HAND BY WKT-COMP-QTY(WS-KIT-I)
                 GIVING WS-KIT-CAN-MAKE
           END-IF
           IF WS-KIT-CAN-MAKE IS LESS THAN WS-KIT-AVAILABLE
              MOVE WS-KIT-CAN-MAKE TO WS-KIT-AVAILABLE
           END-IF.

       LOAD-KIT-TABLE.
           OPEN INPUT KIT-FILE
           IF WS-KIT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-KIT-STATUS IS NOT EQUAL TO '00'
                      READ KIT-FILE
                      NOT AT END
                         IF WS-KIT-COUNT IS LESS THAN 500
                            ADD 1 TO WS-KIT-COUNT
                            MOVE KC-PARENT-CODE TO
                               WKT-PARENT-CODE(WS-KIT-COUNT)
                            MOVE KC-COMP-CODE TO
                               WKT-COMP-CODE(WS-KIT-COUNT)
                            MOVE KC-COMP-QTY TO
                               WKT-COMP-QTY(WS-KIT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE KIT-FILE
           END-IF.

       WRITE-ORDER-FILES.
           MOVE SPACES TO ORDER-HEADER
           MOVE WS-ORDER-NUM TO OH-ORDER-NUM
           MOVE OC-ID-NUM TO OH-ID-NUM
           MOVE OC-QTY-ORDERED TO OI-QTY-ORDERED
           MOVE WS-LINE-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO OI-LINE-TOTAL
           MOVE WS-REQ-CODE TO OI-REQ-CODE
           MOVE WS-CUST-PART TO OI-CUST-PART
           IF WS-PROMO-AMT IS GREATER THAN ZERO
              MOVE PR-CODE TO OI-PROMO-CODE
              MOVE WS-PROMO-AMT TO WS-EDIT-PROMO
              MOVE WS-EDIT-PROMO TO OI-PROMO-AMT
           END-IF
           WRITE ORDER-ITEM

           MOVE WS-TODAY TO OD-DATE
           MOVE WS-TAX-AMOUNT TO WS-EDIT-TAX
           MOVE WS-EDIT-TAX TO OD-TAX-AMOUNT
           MOVE SPACES TO OD-REC-TYPE
           IF WS-PROMO-AMT IS GREATER THAN ZERO
              MOVE WS-EDIT-PROMO TO OD-DISCOUNT-AMT
           ELSE
              MOVE SPACES TO OD-DISCOUNT-AMT
           END-IF
      *    A KIT CARRIES THE COST ROLLED UP FROM ITS COMPONENTS, AND
      *    ITS COMPONENTS WERE LEDGERED AS THEY WERE DRAWN DOWN
           IF WS-IS-KIT IS EQUAL TO 'Y'
              MOVE WS-KIT-COST TO WS-COST-RAW
           ELSE
              MOVE UNIT-COST TO WS-COST-RAW
           END-IF
           MOVE WS-COST-RAW-X TO OD-UNIT-COST
           WRITE ORDER-LINE FROM ORDER-DETAIL

           PERFORM POST-AR-CHARGE
           IF WS-IS-KIT IS NOT EQUAL TO 'Y'
              PERFORM LOG-STOCK-MOVEMENT
              PERFORM DRAW-DOWN-LOCATION
           END-IF.

       LOG-STOCK-MOVEMENT.
           MOVE PROD-CODE TO WS-SL-PROD-CODE
           MOVE 'ORD' TO WS-SL-MOVE-TYPE
           MOVE WS-DRAW-QTY TO WS-SL-QTY
           MOVE QTY-ON-HAND TO WS-SL-BALANCE
           MOVE WS-ORDER-NUM TO WS-SL-REFERENCE
           CALL 'STOCKLOG' USING
                   IF WLC-PROD-CODE(WS-LOC-I) IS EQUAL TO PROD-CODE
                      AND WLC-LOCATION(WS-LOC-I) IS EQUAL TO 'MAIN'
                      IF WLC-QTY(WS-LOC-I) IS LESS THAN
                         WS-DRAW-QTY
                         DISPLAY 'INTAKE: location MAIN shows '
                            'only ' WLC-QTY(WS-LOC-I) ' of '
                            PROD-CODE ', check the shelves'
                         MOVE ZERO TO WLC-QTY(WS-LOC-I)
                      ELSE
                         SUBTRACT WS-DRAW-QTY
                            FROM WLC-QTY(WS-LOC-I)
                      END-IF
                   END-IF
