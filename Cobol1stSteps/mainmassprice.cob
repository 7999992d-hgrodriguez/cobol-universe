       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINMASSPRICE.

      *    MASS PRICE CHANGE: THE SAME EFFECTIVE-DATED CHANGE
      *    MAINPRICEMAINT RECORDS ONE PRODUCT AT A TIME, APPLIED TO A
      *    WHOLE GROUP - EVERY PRODUCT IN ONE CATEGORY-CODE, EVERY
      *    PRODUCT WHOSE PREFERRED VENDOR ON vendoritm.dat IS THE ONE
      *    KEYED, OR A RANGE OF PRODUCT CODES. THE INCREASE IS A
      *    PERCENT OR A FIXED AMOUNT ON THE PRICE IN FORCE ON THE
      *    EFFECTIVE DATE, THEN ROUNDED (N = TO THE CENT, 9 = UP TO
      *    THE NEXT .99, 0 = UP TO THE WHOLE DOLLAR). THE RUN FIRST
      *    PRINTS THE pricechg.rpt PREVIEW WITH THE OLD AND NEW PRICE
      *    AND THE NEW MARGIN AGAINST UNIT-COST; A PRODUCT SOMEONE
      *    HOLDS A contract.dat PRICE ON THAT IS STILL RUNNING AT THE
      *    EFFECTIVE DATE IS FLAGGED SO SALES CAN WARN THE CUSTOMER.
      *    ONLY WHEN THE OPERATOR APPROVES THE PREVIEW ARE THE NEW
      *    PRICES APPENDED TO pricehist.dat, EACH ONE LOGGED ON
      *    product.audit. product.dat ITSELF IS NOT REWRITTEN - THE
      *    PRICES TAKE EFFECT WHEN THEIR DATE ARRIVES, AS ALWAYS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS PROD-CODE.
           SELECT PRICE-HISTORY-FILE ASSIGN TO 'pricehist.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO 'contract.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT VENDOR-ITEM-FILE ASSIGN TO 'vendoritm.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VENDITEM-STATUS.
           SELECT PRICE-CHANGE-REPORT ASSIGN TO 'pricechg.rpt'
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

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

       FD VENDOR-ITEM-FILE.
       01 VENDOR-ITEM-DATA.
          COPY VENDOR-ITEM.

       FD PRICE-CHANGE-REPORT.
       01 PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS    PIC XX.
       01 WS-CONTRACT-STATUS   PIC XX.
       01 WS-VENDITEM-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-TODAY             PIC 9(8).
       01 WS-SELECT-BY         PIC X.
          88 WS-BY-CATEGORY              VALUE 'C' 'c'.
          88 WS-BY-VENDOR                VALUE 'V' 'v'.
          88 WS-BY-RANGE                 VALUE 'R' 'r'.
       01 WS-ENTER-CATEGORY    PIC X(4).
       01 WS-ENTER-VENDOR      PIC X(6).
       01 WS-ENTER-FROM        PIC X(10).
       01 WS-ENTER-TO          PIC X(10).
       01 WS-METHOD            PIC X.
          88 WS-BY-PERCENT               VALUE 'P' 'p'.
          88 WS-BY-AMOUNT                VALUE 'A' 'a'.
      *    PERCENT AND AMOUNT ARE KEYED AS RAW DIGITS AND PICKED UP
      *    THROUGH THE REDEFINES SO THE IMPLIED DECIMAL LANDS RIGHT
       01 WS-ENTER-PCT-X       PIC X(5).
       01 WS-ENTER-PCT REDEFINES WS-ENTER-PCT-X
                               PIC 9(3)V99.
       01 WS-ENTER-AMOUNT-X    PIC X(6).
       01 WS-ENTER-AMOUNT REDEFINES WS-ENTER-AMOUNT-X
                               PIC 9(4)V99.
       01 WS-ROUNDING          PIC X.
          88 WS-ROUND-CENT               VALUE 'N' 'n'.
          88 WS-ROUND-99                 VALUE '9'.
          88 WS-ROUND-DOLLAR             VALUE '0'.
       01 WS-EFF-DATE          PIC 9(8).
       01 WS-APPROVE           PIC X.
       01 WS-SELECTED          PIC X.
       01 WS-PREFERRED-VENDOR  PIC X(6).
       01 WS-OLD-PRICE         PIC 9(4)V99.
       01 WS-NEW-PRICE-WORK    PIC 9(6)V99.
       01 WS-WHOLE-DOLLARS     PIC 9(6).
       01 WS-MARGIN-PCT        PIC S9(3)V9.
       01 WS-BEST-DATE         PIC 9(8).
       01 WS-TOO-HIGH-COUNT    PIC 9(4)  VALUE ZERO.
       01 WS-FLAGGED-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-PRODUCTS-READ     PIC 9(5)  VALUE ZERO.
       01 WS-WRITTEN-COUNT     PIC 9(4)  VALUE ZERO.
       01 WS-EDIT-PRICE        PIC Z,ZZ9.99.
      *    SIGNED-ON OPERATOR - ANYONE MAY PREVIEW, WRITING THE
      *    PRICES NEEDS UPDATE RIGHTS
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-VIEW-ONLY              VALUE 'V'.
       01 WS-SIGNON-OK         PIC X.
      *    PARAMETERS PASSED TO THE SHARED PRODAUDIT SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-PA-OPERATOR       PIC X(8).
       01 WS-PA-PROD-CODE      PIC X(10).
       01 WS-PA-FIELD          PIC X(12).
       01 WS-PA-BEFORE         PIC X(14).
       01 WS-PA-AFTER          PIC X(14).
      *    PARAMETERS PASSED TO THE SHARED RPTSPOOL SUBPROGRAM -
      *    SIZED TO MATCH ITS LINKAGE SECTION
       01 WS-SP-PROGRAM        PIC X(12).
       01 WS-SP-REPORT-NAME    PIC X(20).
       01 WS-SP-PARAMS         PIC X(20).
       01 WS-SP-OPERATOR       PIC X(8).

      *    EFFECTIVE-DATED PRICES ALREADY ON pricehist.dat - THE
      *    INCREASE IS TAKEN ON THE PRICE IN FORCE ON THE NEW
      *    EFFECTIVE DATE, NOT ON A LIVE UNIT-PRICE ALREADY
      *    SUPERSEDED BY A SCHEDULED CHANGE
       01 WS-PRICE-COUNT       PIC 9(4)  VALUE ZERO.
       01 WS-PRICE-TABLE.
          02 WS-PRICE-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-PRICE-COUNT.
             03 WH-PROD-CODE          PIC X(10).
             03 WH-EFF-DATE           PIC 9(8).
             03 WH-PRICE              PIC 9(4)V99.
       01 WS-PRICE-I           PIC 9(4).
      *    CONTRACT PRICES - ONLY THE PRODUCT AND THE END DATE
      *    MATTER FOR THE PREVIEW FLAG
       01 WS-CONTRACT-COUNT    PIC 9(3)  VALUE ZERO.
       01 WS-CONTRACT-TABLE.
          02 WS-CONTRACT-ENTRY OCCURS 1 TO 500 TIMES
             DEPENDING ON WS-CONTRACT-COUNT.
             03 WK-PROD-CODE          PIC X(10).
             03 WK-END-DATE           PIC 9(8).
       01 WS-CONTRACT-I        PIC 9(3).
       01 WS-CONTRACT-HELD     PIC X.
      *    PRODUCT-TO-PREFERRED-VENDOR PAIRS FROM vendoritm.dat
       01 WS-PREF-COUNT        PIC 9(4)  VALUE ZERO.
       01 WS-PREF-TABLE.
          02 WS-PREF-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-PREF-COUNT.
             03 WV-PROD-CODE          PIC X(10).
             03 WV-VENDOR-CODE        PIC X(6).
       01 WS-PREF-I            PIC 9(4).
      *    THE CHANGES THE PREVIEW SHOWED, HELD FOR THE APPROVAL
       01 WS-CHANGE-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-CHANGE-TABLE.
          02 WS-CHANGE-ENTRY OCCURS 1 TO 2000 TIMES
             DEPENDING ON WS-CHANGE-COUNT.
             03 WC-PROD-CODE          PIC X(10).
             03 WC-OLD-PRICE          PIC 9(4)V99.
             03 WC-NEW-PRICE          PIC 9(4)V99.
       01 WS-CHANGE-I          PIC 9(4).

       01 CHANGE-HEADING.
          02 FILLER             PIC X(34) VALUE
             'MASS PRICE CHANGE PREVIEW - EFF. '.
          02 CH-EFF-DATE        PIC 9(8).
          02 FILLER             PIC X(2)  VALUE SPACES.
          02 CH-SELECTION       PIC X(30).
       01 CHANGE-RULE-LINE.
          02 FILLER             PIC X(10) VALUE 'INCREASE: '.
          02 CRL-INCREASE       PIC X(20).
          02 FILLER             PIC X(10) VALUE 'ROUNDING: '.
          02 CRL-ROUNDING       PIC X(20).
       01 CHANGE-COLUMN-HEADS.
          02 FILLER             PIC X(11) VALUE 'PRODUCT'.
          02 FILLER             PIC X(17) VALUE 'NAME'.
          02 FILLER             PIC X(9)  VALUE 'OLD PRICE'.
          02 FILLER             PIC X(9)  VALUE 'NEW PRICE'.
          02 FILLER             PIC X(9)  VALUE '     COST'.
          02 FILLER             PIC X(8)  VALUE ' MARGIN'.
          02 FILLER             PIC X(9)  VALUE ' NOTE'.
       01 CHANGE-DETAIL-LINE.
          02 CDL-PROD-CODE      PIC X(10).
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-PROD-NAME      PIC X(16).
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-OLD-PRICE      PIC Z,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-NEW-PRICE      PIC Z,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-COST           PIC Z,ZZ9.99.
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-MARGIN         PIC -ZZ9.9.
          02 FILLER             PIC X     VALUE '%'.
          02 FILLER             PIC X     VALUE SPACE.
          02 CDL-NOTE           PIC X(12).
       01 REPORT-FOOTING.
          02 FILLER             PIC X(16) VALUE 'END OF REPORT - '.
          02 RF-CHANGES         PIC ZZZ9.
          02 FILLER             PIC X(14) VALUE ' CHANGE(S), '.
          02 RF-FLAGGED         PIC ZZZ9.
          02 FILLER             PIC X(22) VALUE
             ' UNDER CONTRACT PRICE,'.
          02 RF-TOO-HIGH        PIC ZZZ9.
          02 FILLER             PIC X(12) VALUE ' NOT CHANGED'.

       PROCEDURE DIVISION .
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM TAKE-SELECTION
           PERFORM TAKE-INCREASE
           PERFORM LOAD-PRICE-HISTORY
           PERFORM LOAD-CONTRACT-TABLE
           IF WS-BY-VENDOR
              PERFORM LOAD-PREFERRED-VENDORS
           END-IF
           PERFORM PRINT-PREVIEW
           MOVE 'MAINMASSPRIC' TO WS-SP-PROGRAM
           MOVE 'pricechg.rpt' TO WS-SP-REPORT-NAME
           MOVE SPACES TO WS-SP-PARAMS
           STRING 'EFF ' WS-EFF-DATE DELIMITED BY SIZE
              INTO WS-SP-PARAMS
           MOVE WS-OPERATOR-ID TO WS-SP-OPERATOR
           CALL 'RPTSPOOL' USING
              BY REFERENCE WS-SP-PROGRAM,
              BY REFERENCE WS-SP-REPORT-NAME,
              BY REFERENCE WS-SP-PARAMS,
              BY REFERENCE WS-SP-OPERATOR
           END-CALL
           DISPLAY 'MASS: ' WS-CHANGE-COUNT ' change(s) on '
              'pricechg.rpt, ' WS-FLAGGED-COUNT ' under contract'
           IF WS-CHANGE-COUNT IS EQUAL TO ZERO
              DISPLAY 'MASS: no product selected, nothing to apply'
           ELSE
              IF OPER-VIEW-ONLY
                 DISPLAY 'MASS: your sign-on is view-only, the '
                    'preview stands but nothing is applied'
              ELSE
                 DISPLAY 'MASS: Apply these changes effective '
                    WS-EFF-DATE '? (Y/N): ' WITH NO ADVANCING
                 ACCEPT WS-APPROVE
                 IF WS-APPROVE IS EQUAL TO 'Y' OR
                    WS-APPROVE IS EQUAL TO 'y'
                    PERFORM APPLY-PRICE-CHANGES
                 ELSE
                    DISPLAY 'MASS: not approved, nothing applied'
                 END-IF
              END-IF
           END-IF
      *    STANDARD END-OF-RUN SUMMARY AND RETURN CODE - 0 CLEAN,
      *    4 COMPLETED WITH PRODUCTS LEFT OUT AS OVER 9,999.99
           DISPLAY 'END OF RUN: ' WS-PRODUCTS-READ ' product(s) '
              'read, ' WS-WRITTEN-COUNT ' written, '
              WS-TOO-HIGH-COUNT ' rejected'
           IF WS-TOO-HIGH-COUNT IS GREATER THAN ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       TAKE-SELECTION.
           DISPLAY 'MASS: Select by (C)ategory, preferred (V)endor '
              'or code (R)ange: ' WITH NO ADVANCING
           ACCEPT WS-SELECT-BY
           MOVE SPACES TO CH-SELECTION
           EVALUATE TRUE
           WHEN WS-BY-CATEGORY
                DISPLAY 'MASS: Category Code: ' WITH NO ADVANCING
                ACCEPT WS-ENTER-CATEGORY
                MOVE FUNCTION UPPER-CASE(WS-ENTER-CATEGORY)
                   TO WS-ENTER-CATEGORY
                STRING 'CATEGORY ' WS-ENTER-CATEGORY
                   DELIMITED BY SIZE INTO CH-SELECTION
           WHEN WS-BY-VENDOR
                DISPLAY 'MASS: Vendor Code: ' WITH NO ADVANCING
                ACCEPT WS-ENTER-VENDOR
                MOVE FUNCTION UPPER-CASE(WS-ENTER-VENDOR)
                   TO WS-ENTER-VENDOR
                STRING 'PREFERRED VENDOR ' WS-ENTER-VENDOR
                   DELIMITED BY SIZE INTO CH-SELECTION
           WHEN WS-BY-RANGE
                DISPLAY 'MASS: From Product Code: '
                   WITH NO ADVANCING
                ACCEPT WS-ENTER-FROM
                DISPLAY 'MASS: To Product Code: ' WITH NO ADVANCING
                ACCEPT WS-ENTER-TO
                IF WS-ENTER-TO IS LESS THAN WS-ENTER-FROM
                   DISPLAY 'MASS: range is backwards, nothing done'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                END-IF
                STRING 'CODES ' FUNCTION TRIM(WS-ENTER-FROM)
                   '-' FUNCTION TRIM(WS-ENTER-TO)
                   DELIMITED BY SIZE INTO CH-SELECTION
           WHEN OTHER
                DISPLAY 'MASS: selection must be C, V or R, '
                   'nothing done'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-EVALUATE.

       TAKE-INCREASE.
           DISPLAY 'MASS: Increase by (P)ercent or fixed (A)mount: '
              WITH NO ADVANCING
           ACCEPT WS-METHOD
           MOVE SPACES TO CRL-INCREASE
           EVALUATE TRUE
           WHEN WS-BY-PERCENT
                DISPLAY 'MASS: Percent as 5 digits (00600 = 6.00%): '
                   WITH NO ADVANCING
                ACCEPT WS-ENTER-PCT-X
                IF WS-ENTER-PCT-X IS NOT NUMERIC OR
                   WS-ENTER-PCT IS EQUAL TO ZERO
                   DISPLAY 'MASS: percent must be 5 digits above '
                      'zero, nothing done'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE WS-ENTER-PCT TO WS-EDIT-PRICE
                STRING FUNCTION TRIM(WS-EDIT-PRICE) ' PERCENT'
                   DELIMITED BY SIZE INTO CRL-INCREASE
           WHEN WS-BY-AMOUNT
                DISPLAY 'MASS: Amount as 6 digits (000150 = 1.50): '
                   WITH NO ADVANCING
                ACCEPT WS-ENTER-AMOUNT-X
                IF WS-ENTER-AMOUNT-X IS NOT NUMERIC OR
                   WS-ENTER-AMOUNT IS EQUAL TO ZERO
                   DISPLAY 'MASS: amount must be 6 digits above '
                      'zero, nothing done'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                END-IF
                MOVE WS-ENTER-AMOUNT TO WS-EDIT-PRICE
                STRING FUNCTION TRIM(WS-EDIT-PRICE) ' PER UNIT'
                   DELIMITED BY SIZE INTO CRL-INCREASE
           WHEN OTHER
                DISPLAY 'MASS: method must be P or A, nothing done'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-EVALUATE
           DISPLAY 'MASS: Round (N)one, (9) up to .99, (0) up to '
              'whole dollar: ' WITH NO ADVANCING
           ACCEPT WS-ROUNDING
           EVALUATE TRUE
           WHEN WS-ROUND-CENT
                MOVE 'TO THE CENT' TO CRL-ROUNDING
           WHEN WS-ROUND-99
                MOVE 'UP TO .99' TO CRL-ROUNDING
           WHEN WS-ROUND-DOLLAR
                MOVE 'UP TO WHOLE DOLLAR' TO CRL-ROUNDING
           WHEN OTHER
                DISPLAY 'MASS: rounding must be N, 9 or 0, '
                   'nothing done'
                MOVE 8 TO RETURN-CODE
                STOP RUN
           END-EVALUATE
           DISPLAY 'MASS: Effective Date (YYYYMMDD): '
              WITH NO ADVANCING
           ACCEPT WS-EFF-DATE
           IF WS-EFF-DATE IS NOT NUMERIC OR
              WS-EFF-DATE IS NOT GREATER THAN WS-TODAY
              DISPLAY 'MASS: effective date must be a future '
                 'YYYYMMDD date, nothing done'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-PRICE-HISTORY.
           OPEN INPUT PRICE-HISTORY-FILE
           IF WS-HISTORY-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-HISTORY-STATUS IS NOT EQUAL TO '00'
                      READ PRICE-HISTORY-FILE
                      NOT AT END
                         IF WS-PRICE-COUNT IS EQUAL TO 5000
                            DISPLAY 'MASS: price history table '
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
                            MOVE CT-PROD-CODE TO
                               WK-PROD-CODE(WS-CONTRACT-COUNT)
                            MOVE CT-END-DATE TO
                               WK-END-DATE(WS-CONTRACT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE CONTRACT-FILE
           END-IF.

       LOAD-PREFERRED-VENDORS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT VENDOR-ITEM-FILE
           IF WS-VENDITEM-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'MASS: vendoritm.dat not found - no product '
                 'has a preferred vendor'
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ VENDOR-ITEM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF VI-IS-PREFERRED AND
                            WS-PREF-COUNT IS LESS THAN 2000
                            ADD 1 TO WS-PREF-COUNT
                            MOVE VI-PROD-CODE TO
                               WV-PROD-CODE(WS-PREF-COUNT)
                            MOVE VI-VENDOR-CODE TO
                               WV-VENDOR-CODE(WS-PREF-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE VENDOR-ITEM-FILE
           END-IF.

       PRINT-PREVIEW.
           OPEN OUTPUT PRICE-CHANGE-REPORT
           MOVE WS-EFF-DATE TO CH-EFF-DATE
           WRITE PRINT-LINE FROM CHANGE-HEADING
           WRITE PRINT-LINE FROM CHANGE-RULE-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           WRITE PRINT-LINE FROM CHANGE-COLUMN-HEADS
           OPEN INPUT PRODUCT-FILE
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO PROD-CODE
           IF WS-BY-RANGE
              MOVE WS-ENTER-FROM TO PROD-CODE
           END-IF
           START PRODUCT-FILE KEY IS NOT LESS THAN PROD-CODE
           INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                   READ PRODUCT-FILE NEXT RECORD
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      ADD 1 TO WS-PRODUCTS-READ
                      PERFORM CHECK-SELECTED
                      IF WS-SELECTED IS EQUAL TO 'Y'
                         PERFORM PREVIEW-ONE-PRODUCT
                      END-IF
                      IF WS-BY-RANGE AND
                         PROD-CODE IS NOT LESS THAN WS-ENTER-TO
                         MOVE 'Y' TO WS-EOF
                      END-IF
                   END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CHANGE-COUNT TO RF-CHANGES
           MOVE WS-FLAGGED-COUNT TO RF-FLAGGED
           MOVE WS-TOO-HIGH-COUNT TO RF-TOO-HIGH
           WRITE PRINT-LINE FROM REPORT-FOOTING
           CLOSE PRICE-CHANGE-REPORT.

       CHECK-SELECTED.
           MOVE 'N' TO WS-SELECTED
           EVALUATE TRUE
           WHEN WS-BY-CATEGORY
                IF CATEGORY-CODE IS EQUAL TO WS-ENTER-CATEGORY
                   MOVE 'Y' TO WS-SELECTED
                END-IF
           WHEN WS-BY-VENDOR
                MOVE SPACES TO WS-PREFERRED-VENDOR
                PERFORM VARYING WS-PREF-I FROM 1 BY 1
                   UNTIL WS-PREF-I > WS-PREF-COUNT
                        IF WV-PROD-CODE(WS-PREF-I) IS EQUAL TO
                           PROD-CODE
                           MOVE WV-VENDOR-CODE(WS-PREF-I) TO
                              WS-PREFERRED-VENDOR
                        END-IF
                END-PERFORM
                IF WS-PREFERRED-VENDOR IS EQUAL TO WS-ENTER-VENDOR
                   MOVE 'Y' TO WS-SELECTED
                END-IF
           WHEN WS-BY-RANGE
                IF PROD-CODE IS NOT GREATER THAN WS-ENTER-TO
                   MOVE 'Y' TO WS-SELECTED
                END-IF
           END-EVALUATE.

      *    THE OLD PRICE IS WHAT WILL BE IN FORCE THE DAY BEFORE THE
      *    CHANGE - THE LATEST HISTORY ENTRY ON OR BEFORE THE
      *    EFFECTIVE DATE, OR THE LIVE UNIT-PRICE IF THERE IS NONE
       PREVIEW-ONE-PRODUCT.
           MOVE UNIT-PRICE TO WS-OLD-PRICE
           MOVE ZERO TO WS-BEST-DATE
           PERFORM VARYING WS-PRICE-I FROM 1 BY 1
              UNTIL WS-PRICE-I > WS-PRICE-COUNT
                   IF WH-PROD-CODE(WS-PRICE-I) IS EQUAL TO PROD-CODE
                      AND WH-EFF-DATE(WS-PRICE-I) IS NOT GREATER
                      THAN WS-EFF-DATE
                      AND WH-EFF-DATE(WS-PRICE-I) IS NOT LESS THAN
                      WS-BEST-DATE
                      MOVE WH-EFF-DATE(WS-PRICE-I) TO WS-BEST-DATE
                      MOVE WH-PRICE(WS-PRICE-I) TO WS-OLD-PRICE
                   END-IF
           END-PERFORM
           IF WS-BY-PERCENT
              COMPUTE WS-NEW-PRICE-WORK ROUNDED =
                 WS-OLD-PRICE * (100 + WS-ENTER-PCT) / 100
           ELSE
              COMPUTE WS-NEW-PRICE-WORK =
                 WS-OLD-PRICE + WS-ENTER-AMOUNT
           END-IF
           MOVE WS-NEW-PRICE-WORK TO WS-WHOLE-DOLLARS
           EVALUATE TRUE
           WHEN WS-ROUND-99
                IF WS-NEW-PRICE-WORK IS GREATER THAN
                   WS-WHOLE-DOLLARS + 0.99
                   ADD 1 TO WS-WHOLE-DOLLARS
                END-IF
                COMPUTE WS-NEW-PRICE-WORK = WS-WHOLE-DOLLARS + 0.99
           WHEN WS-ROUND-DOLLAR
                IF WS-NEW-PRICE-WORK IS GREATER THAN WS-WHOLE-DOLLARS
                   ADD 1 TO WS-WHOLE-DOLLARS
                END-IF
                MOVE WS-WHOLE-DOLLARS TO WS-NEW-PRICE-WORK
           END-EVALUATE
           PERFORM CHECK-CONTRACT-HELD
           MOVE PROD-CODE TO CDL-PROD-CODE
           MOVE PROD-NAME TO CDL-PROD-NAME
           MOVE WS-OLD-PRICE TO CDL-OLD-PRICE
           MOVE UNIT-COST TO CDL-COST
           IF WS-NEW-PRICE-WORK IS GREATER THAN 9999.99
              MOVE ZERO TO CDL-NEW-PRICE
              MOVE ZERO TO CDL-MARGIN
              MOVE 'OVER 9999.99' TO CDL-NOTE
              ADD 1 TO WS-TOO-HIGH-COUNT
           ELSE
              IF WS-NEW-PRICE-WORK IS EQUAL TO ZERO
                 MOVE ZERO TO WS-MARGIN-PCT
              ELSE
                 COMPUTE WS-MARGIN-PCT ROUNDED =
                    (WS-NEW-PRICE-WORK - UNIT-COST) * 100 /
                    WS-NEW-PRICE-WORK
              END-IF
              MOVE WS-NEW-PRICE-WORK TO CDL-NEW-PRICE
              MOVE WS-MARGIN-PCT TO CDL-MARGIN
              IF WS-CONTRACT-HELD IS EQUAL TO 'Y'
                 MOVE 'CONTRACT' TO CDL-NOTE
                 ADD 1 TO WS-FLAGGED-COUNT
              ELSE
                 MOVE SPACES TO CDL-NOTE
              END-IF
              IF WS-CHANGE-COUNT IS EQUAL TO 2000
                 DISPLAY 'MASS: more than 2000 products selected, '
                    'narrow the selection'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CHANGE-COUNT
              MOVE PROD-CODE TO WC-PROD-CODE(WS-CHANGE-COUNT)
              MOVE WS-OLD-PRICE TO WC-OLD-PRICE(WS-CHANGE-COUNT)
              MOVE WS-NEW-PRICE-WORK TO
                 WC-NEW-PRICE(WS-CHANGE-COUNT)
           END-IF
           WRITE PRINT-LINE FROM CHANGE-DETAIL-LINE.

      *    A CONTRACT STILL RUNNING ON THE EFFECTIVE DATE KEEPS ITS
      *    CUSTOMER ON THE OLD NEGOTIATED PRICE - SALES SHOULD KNOW
      *    BEFORE THE LIST PRICE MOVES AWAY FROM IT
       CHECK-CONTRACT-HELD.
           MOVE 'N' TO WS-CONTRACT-HELD
           PERFORM VARYING WS-CONTRACT-I FROM 1 BY 1
              UNTIL WS-CONTRACT-I > WS-CONTRACT-COUNT
                   IF WK-PROD-CODE(WS-CONTRACT-I) IS EQUAL TO
                      PROD-CODE
                      AND WK-END-DATE(WS-CONTRACT-I) IS NOT LESS
                      THAN WS-EFF-DATE
                      MOVE 'Y' TO WS-CONTRACT-HELD
                   END-IF
           END-PERFORM.

       APPLY-PRICE-CHANGES.
           OPEN EXTEND PRICE-HISTORY-FILE
           IF WS-HISTORY-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT PRICE-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-CHANGE-I FROM 1 BY 1
              UNTIL WS-CHANGE-I > WS-CHANGE-COUNT
                   MOVE SPACES TO PRICE-HISTORY-DATA
                   MOVE WC-PROD-CODE(WS-CHANGE-I) TO PH-PROD-CODE
                   MOVE WS-EFF-DATE TO PH-EFF-DATE
                   MOVE WC-NEW-PRICE(WS-CHANGE-I) TO PH-PRICE
                   WRITE PRICE-HISTORY-DATA
                   ADD 1 TO WS-WRITTEN-COUNT
                   PERFORM LOG-PRODUCT-AUDIT
           END-PERFORM
           CLOSE PRICE-HISTORY-FILE
           DISPLAY 'MASS: ' WS-WRITTEN-COUNT ' price(s) take effect '
              WS-EFF-DATE.

      *    EVERY SCHEDULED PRICE LEAVES ITS TRACE ON product.audit -
      *    THE AFTER VALUE CARRIES THE NEW PRICE, THE DATE IS ON
      *    pricehist.dat
       LOG-PRODUCT-AUDIT.
           MOVE WS-OPERATOR-ID TO WS-PA-OPERATOR
           MOVE WC-PROD-CODE(WS-CHANGE-I) TO WS-PA-PROD-CODE
           MOVE 'PRICE SCHED ' TO WS-PA-FIELD
           MOVE WC-OLD-PRICE(WS-CHANGE-I) TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE TO WS-PA-BEFORE
           MOVE WC-NEW-PRICE(WS-CHANGE-I) TO WS-EDIT-PRICE
           MOVE WS-EDIT-PRICE TO WS-PA-AFTER
           CALL 'PRODAUDIT' USING
              BY REFERENCE WS-PA-OPERATOR,
              BY REFERENCE WS-PA-PROD-CODE,
              BY REFERENCE WS-PA-FIELD,
              BY REFERENCE WS-PA-BEFORE,
              BY REFERENCE WS-PA-AFTER
           END-CALL
           CONTINUE.
