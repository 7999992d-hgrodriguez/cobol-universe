       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINPRICEBOOK.

      *    CUSTOMER PRICE BOOK: ONE pricebook.rpt PAGE PER CUSTOMER
      *    KEYED, LISTING EVERY ACTIVE PRODUCT GROUPED BY CATEGORY
      *    WITH THE PRICE THAT CUSTOMER WOULD ACTUALLY BE CHARGED
      *    TODAY - THE LIST PRICE IN FORCE FROM pricehist.dat (OR THE
      *    LIVE UNIT-PRICE), BEATEN BY A contract.dat PRICE IN FORCE
      *    FOR THE CUSTOMER, WHOSE END DATE IS PRINTED BESIDE IT.
      *    UNDER EACH PRODUCT COME ITS discount.dat QUANTITY BREAKS
      *    WORKED OUT ON THAT PRICE, THE SAME WAY ORDER ENTRY TAKES
      *    THEM, AND ANY LIST PRICE CHANGE ALREADY SCHEDULED ON
      *    pricehist.dat WITHIN THE NEXT 60 DAYS WITH ITS DATE. A
      *    CUSTOMER BILLED IN A FOREIGN CURRENCY GETS THE PRICES IN
      *    THAT CURRENCY AT TODAY'S RATE (FXRATE), AS ORDER ENTRY
      *    WOULD QUOTE THEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS PROD-CODE.
           SELECT CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS ID-NUM.
           SELECT PRICE-HISTORY-FILE ASSIGN TO 'pricehist.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO 'contract.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT DISCOUNT-FILE ASSIGN TO 'discount.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISCOUNT-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO 'category.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CATEGORY-STATUS.
           SELECT PRICE-BOOK-REPORT ASSIGN TO 'pricebook.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'pricebook.srt'.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD CUSTOMER-FILE.
       01 CUSTOMER-DATA.
          02 ID-NUM        PIC 9(5).
          02 FIRST-NAME    PIC X(15).
          02 LAST-NAME     PIC X(15).
          02 STATUS-CODE   PIC X.
             88 CUST-ACTIVE             VALUE 'A'.
             88 CUST-INACTIVE           VALUE 'I'.
          COPY CUSTOMER-CONTACT.
      *       HIGHEST OPEN BALANCE THE CUSTOMER MAY CARRY - ZERO
      *       MEANS A CASH-ONLY ACCOUNT
          02 CREDIT-LIMIT  PIC 9(7)V99.
      *       DATE+TIME OF THE LAST REWRITE - CHECKED SO TWO
      *       OPERATORS CANNOT SILENTLY CLOBBER EACH OTHER'S CHANGE
          02 UPDATE-STAMP  PIC 9(14).

       FD PRICE-HISTORY-FILE.
       01 PRICE-HISTORY-DATA.
          02 PH-PROD-CODE      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 PH-EFF-DATE       PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 PH-PRICE          PIC 9(4)V99.

       FD CONTRACT-FILE.
       01 CONTRACT-DATA.
          02 CT-ID-NUM         PIC 9(5).
          02 FILLER            PIC X     VALUE SPACE.
          02 CT-PROD-CODE      PIC X(10).
          02 FILLER            PIC X     VALUE SPACE.
          02 CT-START-DATE     PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 CT-END-DATE       PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 CT-PRICE          PIC 9(4)V99.

       FD DISCOUNT-FILE.
       01 DISCOUNT-DATA.
          02 DS-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 DS-QTY-THRESHOLD  PIC 9(5).
          02 FILLER            PIC X.
          02 DS-PCT            PIC 99.

       FD CATEGORY-FILE.
       01 CATEGORY-DATA.
          02 CAT-CODE          PIC X(4).
          02 CAT-DESC          PIC X(20).

       FD PRICE-BOOK-REPORT.
       01 PRINT-LINE            PIC X(80).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
          02 SR-CATEGORY       PIC X(4).
          02 SR-PROD-CODE      PIC X(10).
          02 SR-PROD-NAME      PIC X(20).
          02 SR-PROD-SIZE      PIC X(3).
          02 SR-UNIT-PRICE     PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-CONTRACT-STATUS   PIC XX.
       01 WS-DISCOUNT-STATUS   PIC XX.
       01 WS-CATEGORY-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-SORT-EOF          PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-HORIZON-DATE      PIC 9(8).
       01 WS-ENTER-ID          PIC 9(5).
       01 WS-CUSTOMER-EXISTS   PIC X.
       01 WS-CUSTOMER-NAME     PIC X(30).
       01 WS-BEST-DATE         PIC 9(8).
       01 WS-LIST-PRICE        PIC 9(4)V99.
       01 WS-YOUR-PRICE        PIC 9(4)V99.
       01 WS-CONTRACT-END      PIC 9(8).
       01 WS-TIER-PRICE        PIC 9(4)V99.
       01 WS-SHOW-AMOUNT       PIC 9(6)V99.
       01 WS-LAST-CATEGORY     PIC X(4).
       01 WS-BOOKS-PRINTED     PIC 9(3)  VALUE ZERO.
      *    FXRATE ANSWER FOR THE CUSTOMER BEING PRINTED
       01 WS-FX-CURRENCY       PIC X(3).
       01 WS-FX-RATE           PIC 9(3)V9(6).
       01 WS-FX-FOREIGN        PIC X.
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    THE CUSTOMERS KEYED FOR THIS RUN
       01 WS-BOOK-COUNT        PIC 9(2)  VALUE ZERO.
       01 WS-BOOK-TABLE.
          02 WS-BOOK-ENTRY OCCURS 1 TO 50 TIMES
             DEPENDING ON WS-BOOK-COUNT.
             03 WBK-ID-NUM            PIC 9(5).
       01 WS-BOOK-I            PIC 9(2).
      *    EVERY ACTIVE PRODUCT IN CATEGORY ORDER, FROM THE SORT
       01 WS-PROD-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-PROD-TABLE.
          02 WS-PROD-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-PROD-COUNT.
             03 WPR-CATEGORY          PIC X(4).
             03 WPR-PROD-CODE         PIC X(10).
             03 WPR-PROD-NAME         PIC X(20).
             03 WPR-PROD-SIZE         PIC X(3).
             03 WPR-UNIT-PRICE        PIC 9(4)V99.
       01 WS-PROD-I            PIC 9(4).
       01 WS-PRICE-COUNT       PIC 9(4)  VALUE ZERO.
       01 WS-PRICE-TABLE.
          02 WS-PRICE-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PRICE-COUNT.
             03 WH-PROD-CODE          PIC X(10).
             03 WH-EFF-DATE           PIC 9(8).
             03 WH-PRICE              PIC 9(4)V99.
       01 WS-PRICE-I           PIC 9(4).
       01 WS-CONTRACT-COUNT    PIC 9(3)  VALUE ZERO.
       01 WS-CONTRACT-TABLE.
          02 WS-CONTRACT-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-CONTRACT-COUNT.
             03 WK-ID-NUM             PIC 9(5).
             03 WK-PROD-CODE          PIC X(10).
             03 WK-START-DATE         PIC 9(8).
             03 WK-END-DATE           PIC 9(8).
             03 WK-PRICE              PIC 9(4)V99.
       01 WS-CONTRACT-I        PIC 9(3).
       01 WS-BREAK-COUNT       PIC 9(3)  VALUE ZERO.
       01 WS-BREAK-TABLE.
          02 WS-BREAK-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-BREAK-COUNT.
             03 WB-PROD-CODE          PIC X(10).
             03 WB-QTY-THRESHOLD      PIC 9(5).
             03 WB-PCT                PIC 99.
       01 WS-BREAK-I           PIC 9(3).
       01 WS-CAT-COUNT         PIC 9(3)  VALUE ZERO.
       01 WS-CAT-TABLE.
          02 WS-CAT-ENTRY OCCURS 1 TO 200 TIMES
             DEPENDING ON WS-CAT-COUNT.
             03 WCT-CODE              PIC X(4).
             03 WCT-DESC              PIC X(20).
       01 WS-CAT-I             PIC 9(3).

       01 BOOK-HEADING.
          02 FILLER             PIC X(15) VALUE 'PRICE BOOK FOR '.
          02 BH-ID-NUM          PIC 9(5).
          02 FILLER             PIC X     VALUE SPACE.
          02 BH-NAME            PIC X(30).
          02 FILLER             PIC X(9)  VALUE '   AS OF '.
          02 BH-DATE            PIC 9(8).
       01 BOOK-CURRENCY-LINE.
          02 FILLER             PIC X(16) VALUE 'PRICES SHOWN IN '.
          02 BCL-CURRENCY       PIC X(3).
          02 FILLER             PIC X(9)  VALUE ' AT RATE '.
          02 BCL-RATE           PIC ZZ9.999999.
          02 FILLER             PIC X(25) VALUE
             ' USD PER UNIT'.
       01 BOOK-COLUMN-HEADS.
          02 FILLER             PIC X(11) VALUE 'PRODUCT'.
          02 FILLER             PIC X(21) VALUE 'NAME'.
          02 FILLER             PIC X(5)  VALUE 'SIZE'.
          02 FILLER             PIC X(10) VALUE '    LIST'.
          02 FILLER             PIC X(10) VALUE 'YOUR PRICE'.
       01 BOOK-CATEGORY-LINE.
          02 FILLER             PIC X(9)  VALUE 'CATEGORY '.
          02 BCT-CODE           PIC X(4).
          02 FILLER             PIC X(3)  VALUE ' - '.
          02 BCT-DESC           PIC X(20).
       01 BOOK-DETAIL-LINE.
          02 BDL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 BDL-PROD-NAME      PIC X(20).
          02 FILLER             PIC X     VALUE SPACE.
          02 BDL-PROD-SIZE      PIC X(3).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 BDL-LIST-PRICE     PIC ZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 BDL-YOUR-PRICE     PIC ZZ,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 BDL-NOTE           PIC X(21).
       01 BOOK-TIER-LINE.
          02 FILLER             PIC X(13) VALUE SPACES.
          02 FILLER             PIC X(4)  VALUE 'QTY '.
          02 BTL-QTY            PIC ZZZZ9.
          02 FILLER             PIC X(10) VALUE ' AND OVER '.
          02 BTL-PCT            PIC Z9.
          02 FILLER             PIC X(8)  VALUE '% OFF = '.
          02 BTL-PRICE          PIC ZZ,ZZ9.99.
       01 BOOK-SCHEDULE-LINE.
          02 FILLER             PIC X(13) VALUE SPACES.
          02 FILLER             PIC X(14) VALUE 'LIST PRICE TO '.
          02 BSL-PRICE          PIC ZZ,ZZ9.99.
          02 FILLER             PIC X(4)  VALUE ' ON '.
          02 BSL-DATE           PIC 9(8).
          02 BSL-NOTE           PIC X(25).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) + 60)
           DISPLAY 'BOOK: key the customer IDs, one per line, '
              '0 when done (up to 50)'
           MOVE 1 TO WS-ENTER-ID
           PERFORM UNTIL WS-ENTER-ID IS EQUAL TO ZERO OR
              WS-BOOK-COUNT IS EQUAL TO 50
                   DISPLAY 'BOOK: Customer ID: ' WITH NO ADVANCING
                   ACCEPT WS-ENTER-ID
                   IF WS-ENTER-ID IS GREATER THAN ZERO
                      ADD 1 TO WS-BOOK-COUNT
                      MOVE WS-ENTER-ID TO WBK-ID-NUM(WS-BOOK-COUNT)
                   END-IF
           END-PERFORM
           IF WS-BOOK-COUNT IS EQUAL TO ZERO
              DISPLAY 'BOOK: no customer keyed, nothing printed'
              STOP RUN
           END-IF
           PERFORM LOAD-PRICE-HISTORY
           PERFORM LOAD-CONTRACT-TABLE
           PERFORM LOAD-DISCOUNT-TABLE
           PERFORM LOAD-CATEGORY-TABLE
           SORT SORT-WORK-FILE
              ON ASCENDING KEY SR-CATEGORY SR-PROD-CODE
              INPUT PROCEDURE IS RELEASE-ACTIVE-PRODUCTS
              OUTPUT PROCEDURE IS LOAD-SORTED-PRODUCTS.
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT PRICE-BOOK-REPORT
           PERFORM VARYING WS-BOOK-I FROM 1 BY 1
              UNTIL WS-BOOK-I > WS-BOOK-COUNT
                   PERFORM PRINT-ONE-BOOK
           END-PERFORM
           CLOSE PRICE-BOOK-REPORT
           CLOSE CUSTOMER-FILE
           MOVE 'MAINPRICEBK ' TO WS-SP-PROGRAM
           MOVE 'pricebook.rpt' TO WS-SP-REPORT-NAME
           MOVE SPACES TO WS-SP-PARAMS
           STRING WS-BOOKS-PRINTED ' CUSTOMER(S)' DELIMITED BY SIZE
              INTO WS-SP-PARAMS
           MOVE SPACES TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           DISPLAY 'BOOK: ' WS-BOOKS-PRINTED ' price book(s) on '
              'pricebook.rpt'
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE - 0 CLEAN,
      *    4 WHEN A KEYED CUSTOMER COULD NOT BE PRINTED
           DISPLAY 'END OF RUN: ' WS-BOOK-COUNT ' customer(s) read, '
              WS-BOOKS-PRINTED ' written'
           IF WS-BOOKS-PRINTED IS LESS THAN WS-BOOK-COUNT
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-PRICE-HISTORY.
           OPEN INPUT PRICE-HISTORY-FILE
           IF WS-HISTORY-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-HISTORY-STATUS IS NOT EQUAL TO '00'
                      READ PRICE-HISTORY-FILE
                      NOT AT END
                         IF WS-PRICE-COUNT IS EQUAL TO 5000
                            DISPLAY 'BOOK: price history table '
                               'full, run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-PRICE-COUNT
                         MOVE PH-PROD-CODE TO
                            WH-PROD-CODE(WS-PRICE-COUNT)
                         MOVE PH-EFF-DATE TO
                            WH-EFF-DATE(WS-PRICE-COUNT)
                         MOVE PH-PRICE TO WH-PRICE(WS-PRICE-COUNT)
                      END-READ
              END-PERFORM
              CLOSE PRICE-HISTORY-FILE
           END-IF.

       LOAD-CONTRACT-TABLE.
           OPEN INPUT CONTRACT-FILE
           IF WS-CONTRACT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-CONTRACT-STATUS IS NOT EQUAL TO '00'
                      READ CONTRACT-FILE
                      NOT AT END
                         IF WS-CONTRACT-COUNT IS LESS THAN 500
                            ADD 1 TO WS-CONTRACT-COUNT
                            MOVE CT-ID-NUM TO
                               WK-ID-NUM(WS-CONTRACT-COUNT)
                            MOVE CT-PROD-CODE TO
                               WK-PROD-CODE(WS-CONTRACT-COUNT)
                            MOVE CT-START-DATE TO
                               WK-START-DATE(WS-CONTRACT-COUNT)
                            MOVE CT-END-DATE TO
                               WK-END-DATE(WS-CONTRACT-COUNT)
                            MOVE CT-PRICE TO
                               WK-PRICE(WS-CONTRACT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CONTRACT-FILE
           END-IF.

       LOAD-DISCOUNT-TABLE.
           OPEN INPUT DISCOUNT-FILE
           IF WS-DISCOUNT-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-DISCOUNT-STATUS IS NOT EQUAL TO '00'
                      READ DISCOUNT-FILE
                      NOT AT END
                         IF WS-BREAK-COUNT IS LESS THAN 500
                            ADD 1 TO WS-BREAK-COUNT
                            MOVE DS-PROD-CODE TO
                               WB-PROD-CODE(WS-BREAK-COUNT)
                            MOVE DS-QTY-THRESHOLD TO
                               WB-QTY-THRESHOLD(WS-BREAK-COUNT)
                            MOVE DS-PCT TO WB-PCT(WS-BREAK-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE DISCOUNT-FILE
           END-IF.

       LOAD-CATEGORY-TABLE.
           OPEN INPUT CATEGORY-FILE
           IF WS-CATEGORY-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-CATEGORY-STATUS IS NOT EQUAL TO '00'
                      READ CATEGORY-FILE
                      NOT AT END
                         IF WS-CAT-COUNT IS LESS THAN 200
                            ADD 1 TO WS-CAT-COUNT
                            MOVE CAT-CODE TO WCT-CODE(WS-CAT-COUNT)
                            MOVE CAT-DESC TO WCT-DESC(WS-CAT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CATEGORY-FILE
           END-IF.

      *    HELD AND DISCONTINUED PRODUCTS ARE NOT OFFERED, SO THEY
      *    STAY OFF THE BOOK
       RELEASE-ACTIVE-PRODUCTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PRODUCT-FILE
           MOVE LOW-VALUES TO PROD-CODE
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-CODE
           INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                   READ PRODUCT-FILE NEXT RECORD
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF PROD-ACTIVE
                         MOVE CATEGORY-CODE TO SR-CATEGORY
                         MOVE PROD-CODE TO SR-PROD-CODE
                         MOVE PROD-NAME TO SR-PROD-NAME
                         MOVE PROD-SIZE TO SR-PROD-SIZE
                         MOVE UNIT-PRICE TO SR-UNIT-PRICE
                         RELEASE SORT-RECORD
                      END-IF
                   END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

       LOAD-SORTED-PRODUCTS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF IS EQUAL TO 'Y'
                   RETURN SORT-WORK-FILE
                   AT END
                      MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                      IF WS-PROD-COUNT IS EQUAL TO 2000
                         DISPLAY 'BOOK: product table full, run '
                            'aborted'
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-PROD-COUNT
                      MOVE SR-CATEGORY TO WPR-CATEGORY(WS-PROD-COUNT)
                      MOVE SR-PROD-CODE TO
                         WPR-PROD-CODE(WS-PROD-COUNT)
                      MOVE SR-PROD-NAME TO
                         WPR-PROD-NAME(WS-PROD-COUNT)
                      MOVE SR-PROD-SIZE TO
                         WPR-PROD-SIZE(WS-PROD-COUNT)
                      MOVE SR-UNIT-PRICE TO
                         WPR-UNIT-PRICE(WS-PROD-COUNT)
                   END-RETURN
           END-PERFORM.

       PRINT-ONE-BOOK.
           MOVE 'Y' TO WS-CUSTOMER-EXISTS
           MOVE WBK-ID-NUM(WS-BOOK-I) TO ID-NUM
           READ CUSTOMER-FILE
           INVALID KEY
                   MOVE 'N' TO WS-CUSTOMER-EXISTS
           END-READ
           IF WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
              DISPLAY 'BOOK: customer ' WBK-ID-NUM(WS-BOOK-I)
                 ' does not exist, no book printed'
           ELSE
              CALL 'FXRATE' USING ID-NUM WS-TODAY WS-FX-CURRENCY
                 WS-FX-RATE WS-FX-FOREIGN
              IF WS-FX-FOREIGN IS EQUAL TO 'Y' AND
                 WS-FX-RATE IS EQUAL TO ZERO
                 DISPLAY 'BOOK: customer ' ID-NUM ' is billed in '
                    WS-FX-CURRENCY ' and there is no rate for it, '
                    'no book printed'
              ELSE
                 PERFORM PRINT-BOOK-PAGES
              END-IF
           END-IF.

       PRINT-BOOK-PAGES.
           MOVE SPACES TO WS-CUSTOMER-NAME
           STRING FUNCTION TRIM(LAST-NAME) DELIMITED BY SIZE
              ', ' DELIMITED BY SIZE
              FUNCTION TRIM(FIRST-NAME) DELIMITED BY SIZE
              INTO WS-CUSTOMER-NAME
           MOVE ID-NUM TO BH-ID-NUM
           MOVE WS-CUSTOMER-NAME TO BH-NAME
           MOVE WS-TODAY TO BH-DATE
           IF WS-BOOKS-PRINTED IS EQUAL TO ZERO
              WRITE PRINT-LINE FROM BOOK-HEADING
           ELSE
              WRITE PRINT-LINE FROM BOOK-HEADING
                 AFTER ADVANCING PAGE
           END-IF
           IF WS-FX-FOREIGN IS EQUAL TO 'Y'
              MOVE WS-FX-CURRENCY TO BCL-CURRENCY
              MOVE WS-FX-RATE TO BCL-RATE
              WRITE PRINT-LINE FROM BOOK-CURRENCY-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM BOOK-COLUMN-HEADS
           MOVE HIGH-VALUES TO WS-LAST-CATEGORY
           PERFORM VARYING WS-PROD-I FROM 1 BY 1
              UNTIL WS-PROD-I > WS-PROD-COUNT
                   IF WPR-CATEGORY(WS-PROD-I) IS NOT EQUAL TO
                      WS-LAST-CATEGORY
                      PERFORM PRINT-CATEGORY-BREAK
                   END-IF
                   PERFORM PRINT-ONE-PRODUCT
           END-PERFORM
           ADD 1 TO WS-BOOKS-PRINTED.

       PRINT-CATEGORY-BREAK.
           MOVE WPR-CATEGORY(WS-PROD-I) TO WS-LAST-CATEGORY
           MOVE WS-LAST-CATEGORY TO BCT-CODE
           IF WS-LAST-CATEGORY IS EQUAL TO SPACES
              MOVE 'UNCATEGORISED' TO BCT-DESC
           ELSE
              MOVE '** NOT ON FILE **' TO BCT-DESC
              PERFORM VARYING WS-CAT-I FROM 1 BY 1
                 UNTIL WS-CAT-I > WS-CAT-COUNT
                      IF WCT-CODE(WS-CAT-I) IS EQUAL TO
                         WS-LAST-CATEGORY
                         MOVE WCT-DESC(WS-CAT-I) TO BCT-DESC
                      END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM BOOK-CATEGORY-LINE.

      *    SAME PRICE ORDER ENTRY WOULD CHARGE TODAY: THE LATEST
      *    HISTORY ENTRY NOT AFTER TODAY, ELSE THE LIVE UNIT-PRICE,
      *    BEATEN BY THE CUSTOMER'S CONTRACT IN FORCE
       PRINT-ONE-PRODUCT.
           MOVE WPR-UNIT-PRICE(WS-PROD-I) TO WS-LIST-PRICE
           MOVE ZERO TO WS-BEST-DATE
           PERFORM VARYING WS-PRICE-I FROM 1 BY 1
              UNTIL WS-PRICE-I > WS-PRICE-COUNT
                   IF WH-PROD-CODE(WS-PRICE-I) IS EQUAL TO
                      WPR-PROD-CODE(WS-PROD-I)
                      AND WH-EFF-DATE(WS-PRICE-I) IS NOT GREATER
                      THAN WS-TODAY
                      AND WH-EFF-DATE(WS-PRICE-I) IS NOT LESS THAN
                      WS-BEST-DATE
                      MOVE WH-EFF-DATE(WS-PRICE-I) TO WS-BEST-DATE
                      MOVE WH-PRICE(WS-PRICE-I) TO WS-LIST-PRICE
                   END-IF
           END-PERFORM
           MOVE WS-LIST-PRICE TO WS-YOUR-PRICE
           MOVE ZERO TO WS-CONTRACT-END
           PERFORM VARYING WS-CONTRACT-I FROM 1 BY 1
              UNTIL WS-CONTRACT-I > WS-CONTRACT-COUNT
                   IF WK-ID-NUM(WS-CONTRACT-I) IS EQUAL TO ID-NUM
                      AND WK-PROD-CODE(WS-CONTRACT-I) IS EQUAL TO
                      WPR-PROD-CODE(WS-PROD-I)
                      AND WK-START-DATE(WS-CONTRACT-I) IS NOT
                      GREATER THAN WS-TODAY
                      AND WK-END-DATE(WS-CONTRACT-I) IS NOT LESS
                      THAN WS-TODAY
                      AND WS-CONTRACT-END IS EQUAL TO ZERO
                      MOVE WK-PRICE(WS-CONTRACT-I) TO WS-YOUR-PRICE
                      MOVE WK-END-DATE(WS-CONTRACT-I) TO
                         WS-CONTRACT-END
                   END-IF
           END-PERFORM
           MOVE WPR-PROD-CODE(WS-PROD-I) TO BDL-PROD-CODE
           MOVE WPR-PROD-NAME(WS-PROD-I) TO BDL-PROD-NAME
           MOVE WPR-PROD-SIZE(WS-PROD-I) TO BDL-PROD-SIZE
           MOVE WS-LIST-PRICE TO WS-SHOW-AMOUNT
           PERFORM CONVERT-SHOW-AMOUNT
           MOVE WS-SHOW-AMOUNT TO BDL-LIST-PRICE
           MOVE WS-YOUR-PRICE TO WS-SHOW-AMOUNT
           PERFORM CONVERT-SHOW-AMOUNT
           MOVE WS-SHOW-AMOUNT TO BDL-YOUR-PRICE
           IF WS-CONTRACT-END IS GREATER THAN ZERO
              MOVE SPACES TO BDL-NOTE
              STRING 'CONTRACT TO ' WS-CONTRACT-END
                 DELIMITED BY SIZE INTO BDL-NOTE
           ELSE
              MOVE SPACES TO BDL-NOTE
           END-IF
           WRITE PRINT-LINE FROM BOOK-DETAIL-LINE
           PERFORM PRINT-QUANTITY-BREAKS
           PERFORM PRINT-SCHEDULED-CHANGES.

      *    A BREAK COMES OFF WHATEVER PRICE THE CUSTOMER PAYS, THE
      *    CONTRACT PRICE INCLUDED, AS ON THE ORDER LINE
       PRINT-QUANTITY-BREAKS.
           PERFORM VARYING WS-BREAK-I FROM 1 BY 1
              UNTIL WS-BREAK-I > WS-BREAK-COUNT
                   IF WB-PROD-CODE(WS-BREAK-I) IS EQUAL TO
                      WPR-PROD-CODE(WS-PROD-I)
                      COMPUTE WS-TIER-PRICE ROUNDED = WS-YOUR-PRICE *
                         (100 - WB-PCT(WS-BREAK-I)) / 100
                      MOVE WB-QTY-THRESHOLD(WS-BREAK-I) TO BTL-QTY
                      MOVE WB-PCT(WS-BREAK-I) TO BTL-PCT
                      MOVE WS-TIER-PRICE TO WS-SHOW-AMOUNT
                      PERFORM CONVERT-SHOW-AMOUNT
                      MOVE WS-SHOW-AMOUNT TO BTL-PRICE
                      WRITE PRINT-LINE FROM BOOK-TIER-LINE
                   END-IF
           END-PERFORM.

      *    A SCHEDULED LIST CHANGE DOES NOT MOVE A PRICE THE
      *    CUSTOMER'S CONTRACT STILL HOLDS ON THAT DATE - SAID SO
      *    ON THE LINE
       PRINT-SCHEDULED-CHANGES.
           PERFORM VARYING WS-PRICE-I FROM 1 BY 1
              UNTIL WS-PRICE-I > WS-PRICE-COUNT
                   IF WH-PROD-CODE(WS-PRICE-I) IS EQUAL TO
                      WPR-PROD-CODE(WS-PROD-I)
                      AND WH-EFF-DATE(WS-PRICE-I) IS GREATER THAN
                      WS-TODAY
                      AND WH-EFF-DATE(WS-PRICE-I) IS NOT GREATER
                      THAN WS-HORIZON-DATE
                      MOVE WH-PRICE(WS-PRICE-I) TO WS-SHOW-AMOUNT
                      PERFORM CONVERT-SHOW-AMOUNT
                      MOVE WS-SHOW-AMOUNT TO BSL-PRICE
                      MOVE WH-EFF-DATE(WS-PRICE-I) TO BSL-DATE
                      IF WS-CONTRACT-END IS NOT LESS THAN
                         WH-EFF-DATE(WS-PRICE-I)
                         MOVE '  (YOUR CONTRACT HOLDS)' TO BSL-NOTE
                      ELSE
                         MOVE SPACES TO BSL-NOTE
                      END-IF
                      WRITE PRINT-LINE FROM BOOK-SCHEDULE-LINE
                   END-IF
           END-PERFORM.

      *    BASE AMOUNT INTO THE CUSTOMER'S OWN CURRENCY, AT THE SAME
      *    RATE ORDER ENTRY WOULD USE TODAY
       CONVERT-SHOW-AMOUNT.
           IF WS-FX-FOREIGN IS EQUAL TO 'Y'
              COMPUTE WS-SHOW-AMOUNT ROUNDED =
                 WS-SHOW-AMOUNT / WS-FX-RATE
           END-IF.
