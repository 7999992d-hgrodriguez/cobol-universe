       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNVALID.

      *    SHARED FIELD-LEVEL VALIDATOR FOR THE LINE-SEQUENTIAL
      *    TRANSACTION FILES, IN THE SPIRIT OF SECLOG. THESE FILES
      *    KEEP THEIR AMOUNTS IN PRINTED SHAPE AND ARE READ BACK WITH
      *    NUMVAL, SO ONE HAND-EDITED LINE OR A WRITE CUT SHORT MAKES
      *    EVERY TOTAL DOWNSTREAM WRONG WITHOUT A MURMUR. EVERY LINE
      *    OF order.dat, orderitm.dat, payment.dat, aropen.dat,
      *    stockmove.dat AND lotalloc.dat IS CHECKED AGAINST ITS
      *    LAYOUT:
      *       - THE LINE LENGTH, BETWEEN THE SHORTEST LINE THE OLDEST
      *         WRITER PRODUCED AND THE FULL RECORD
      *       - EVERY DATE A REAL CALENDAR DATE
      *       - EVERY COUNT AND KEY NUMERIC, EVERY PRINTED AMOUNT
      *         SOMETHING NUMVAL CAN READ (OPTIONAL ONES MAY BE
      *         BLANK)
      *       - THE RECORD TYPE ONE THE WRITERS KNOW: OD-REC-TYPE
      *         (BLANK ORD CRM CHG DRP), PY-REC-TYPE (BLANK DSC WOF
      *         FIN RBT FXG FXL NSF FEE RFD), AO-ITEM-TYPE (INV CRM
      *         ONA NSF DSC FIN WOF), MV-MOVE-TYPE (ORD REL CAN RTN
      *         RCP TRF ADJ PHY OPN)
      *    A LINE THAT FAILS IS TAKEN OUT OF ITS FILE AND APPENDED,
      *    WHOLE, TO THE QUARANTINE FILE txnquar.dat WITH THE FILE
      *    NAME, ITS LINE NUMBER AND THE FIRST OFFENDING FIELD, SO IT
      *    CAN BE REPAIRED AND KEYED BACK. THE CLEAN LINES ARE
      *    WRITTEN TO <FILE>.vld AND MOVED OVER THE ORIGINAL; A FILE
      *    WITH NOTHING WRONG IS NOT TOUCHED. THE NIGHTLY
      *    MAINTXNVALIDATE STEP CALLS IT, AND SO DO MAINGLEXPORT AND
      *    MAINEODCLOSE BEFORE THEY READ A LINE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO WS-TXN-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TXN-STATUS.
           SELECT CLEAN-FILE ASSIGN TO WS-CLEAN-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLEAN-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO 'txnquar.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUARANTINE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TRANSACTION-LINE     PIC X(200).

       FD CLEAN-FILE.
       01 CLEAN-LINE           PIC X(200).

       FD QUARANTINE-FILE.
       01 QUARANTINE-RECORD.
          02 QR-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 QR-TIME           PIC 9(6).
          02 FILLER            PIC X.
          02 QR-CALLER         PIC X(12).
          02 FILLER            PIC X.
          02 QR-FILE-NAME      PIC X(14).
          02 FILLER            PIC X.
          02 QR-LINE-NUM       PIC 9(7).
          02 FILLER            PIC X.
          02 QR-FIELD          PIC X(16).
          02 FILLER            PIC X.
          02 QR-REASON         PIC X(24).
          02 FILLER            PIC X.
          02 QR-DATA           PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-TXN-STATUS        PIC XX.
       01 WS-CLEAN-STATUS      PIC XX.
       01 WS-QUARANTINE-STATUS PIC XX.
       01 WS-TXN-NAME          PIC X(14).
       01 WS-CLEAN-NAME        PIC X(20).
       01 WS-COMMAND           PIC X(120).
       01 WS-EOF               PIC X.
       01 WS-CURRENT-DATE-DATA.
          02 WS-CURRENT-DATE     PIC 9(8).
          02 WS-CURRENT-TIME     PIC 9(6).
          02 FILLER              PIC X(7).
       01 WS-LINE-NUM          PIC 9(7).
       01 WS-LINE-LENGTH       PIC 9(3).
       01 WS-BAD-COUNT         PIC 9(5).
       01 WS-BAD-FIELD         PIC X(16).
       01 WS-BAD-REASON        PIC X(24).
       01 WS-EDIT-LENGTH       PIC ZZ9.
      *    THE FIELD UNDER TEST, FOR THE SHARED DATE CHECK AND FOR
      *    THE BLANK TEST OF AN OPTIONAL NUMBER
       01 WS-CHECK-DATE        PIC X(8).
       01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE PIC 9(8).
       01 WS-CHECK-NUMBER      PIC X(6).

      *    THE SIX FILES AND THE SHORTEST AND LONGEST LINE EACH MAY
      *    HOLD - LINE SEQUENTIAL DROPS TRAILING SPACES, SO A LINE
      *    WHOSE LAST FIELDS ARE BLANK IS LEGITIMATELY SHORT
       01 WS-FILE-VALUES.
          02 FILLER PIC X(20) VALUE 'order.dat     041080'.
          02 FILLER PIC X(20) VALUE 'orderitm.dat  037095'.
          02 FILLER PIC X(20) VALUE 'payment.dat   024056'.
          02 FILLER PIC X(20) VALUE 'aropen.dat    049058'.
          02 FILLER PIC X(20) VALUE 'stockmove.dat 042053'.
          02 FILLER PIC X(20) VALUE 'lotalloc.dat  049049'.
       01 WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
          02 WS-FILE-ENTRY OCCURS 6 TIMES.
             03 WF-NAME               PIC X(14).
             03 WF-MIN-LENGTH         PIC 9(3).
             03 WF-MAX-LENGTH         PIC 9(3).
       01 WS-FILE-I            PIC 9.

      *    THE LAYOUTS, AS THEIR WRITERS DEFINE THEM
       01 WS-ORDER-DETAIL.
          COPY ORDER-DETAIL.

       01 WS-ORDER-ITEM.
          02 OI-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 OI-LINE-NUM       PIC 9(3).
          02 FILLER            PIC X.
          02 OI-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 OI-QTY-ORDERED    PIC 9(5).
          02 FILLER            PIC X.
          02 OI-LINE-TOTAL     PIC X(9).
          02 FILLER            PIC X.
          02 OI-REQ-CODE       PIC X(10).
          02 FILLER            PIC X.
          02 OI-PROMO-CODE     PIC X(8).
          02 FILLER            PIC X.
          02 OI-PROMO-AMT      PIC X(8).
          02 FILLER            PIC X.
          02 OI-CUST-PART      PIC X(20).
          02 FILLER            PIC X.
          02 OI-UOM            PIC X(2).
          02 FILLER            PIC X.
          02 OI-UOM-FACTOR     PIC X(4).

       01 WS-PAYMENT-DETAIL.
          02 PY-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 PY-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 PY-AMOUNT         PIC X(9).
          02 FILLER            PIC X.
          02 PY-REC-TYPE       PIC X(3).
          02 PY-CURRENCY       PIC X(3).
          02 PY-FC-AMOUNT      PIC X(9).
          02 FILLER            PIC X.
          02 PY-OPERATOR       PIC X(8).
          02 FILLER            PIC X.
          02 PY-ENTRY-TIME     PIC X(6).

       01 WS-AR-OPEN-ITEM.
          COPY AR-OPEN-ITEM.

       01 WS-MOVEMENT-DETAIL.
          02 MV-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 MV-TIME           PIC 9(6).
          02 FILLER            PIC X.
          02 MV-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 MV-MOVE-TYPE      PIC X(3).
          02 FILLER            PIC X.
          02 MV-QTY            PIC 9(5).
          02 FILLER            PIC X.
          02 MV-BALANCE        PIC 9(5).
          02 FILLER            PIC X.
          02 MV-REFERENCE      PIC X(10).

       01 WS-LOT-ALLOC.
          02 LA-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 LA-ORDER-NUM      PIC 9(6).
          02 FILLER            PIC X.
          02 LA-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 LA-PROD-CODE      PIC X(10).
          02 FILLER            PIC X.
          02 LA-LOT-NUM        PIC X(10).
          02 FILLER            PIC X.
          02 LA-QTY            PIC 9(5).

       LINKAGE SECTION.
       01 LS-CALLER          PIC X(12).
       01 LS-QUARANTINED     PIC 9(5).

       PROCEDURE DIVISION USING LS-CALLER LS-QUARANTINED.

       TXNVALID-MAIN.
           MOVE ZERO TO LS-QUARANTINED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM VARYING WS-FILE-I FROM 1 BY 1
                   UNTIL WS-FILE-I IS GREATER THAN 6
                   PERFORM VALIDATE-ONE-FILE
           END-PERFORM.
           GOBACK.

      *    A FIRST PASS ONLY COUNTS; THE FILE IS REWRITTEN ONLY WHEN
      *    SOMETHING HAS TO COME OUT OF IT
       VALIDATE-ONE-FILE.
           MOVE WF-NAME(WS-FILE-I) TO WS-TXN-NAME
           MOVE ZERO TO WS-BAD-COUNT
           MOVE ZERO TO WS-LINE-NUM
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TXN-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ TRANSACTION-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         ADD 1 TO WS-LINE-NUM
                         PERFORM CHECK-ONE-LINE
                         IF WS-BAD-FIELD IS NOT EQUAL TO SPACES
                            ADD 1 TO WS-BAD-COUNT
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE TRANSACTION-FILE
              IF WS-BAD-COUNT IS GREATER THAN ZERO
                 PERFORM QUARANTINE-BAD-LINES
                 ADD WS-BAD-COUNT TO LS-QUARANTINED
                 DISPLAY 'TXNVAL: ' WS-BAD-COUNT ' line(s) of '
                    FUNCTION TRIM(WS-TXN-NAME)
                    ' moved to txnquar.dat'
              END-IF
           END-IF.

       QUARANTINE-BAD-LINES.
           MOVE SPACES TO WS-CLEAN-NAME
           STRING WS-TXN-NAME DELIMITED BY SPACE
              '.vld' DELIMITED BY SIZE
              INTO WS-CLEAN-NAME
           MOVE ZERO TO WS-LINE-NUM
           MOVE 'N' TO WS-EOF
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT CLEAN-FILE
           OPEN EXTEND QUARANTINE-FILE
           IF WS-QUARANTINE-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT QUARANTINE-FILE
           END-IF
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                   READ TRANSACTION-FILE
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      ADD 1 TO WS-LINE-NUM
                      PERFORM CHECK-ONE-LINE
                      IF WS-BAD-FIELD IS EQUAL TO SPACES
                         WRITE CLEAN-LINE FROM TRANSACTION-LINE
                      ELSE
                         PERFORM WRITE-QUARANTINE-RECORD
                      END-IF
                   END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           CLOSE CLEAN-FILE
           CLOSE QUARANTINE-FILE
           MOVE SPACES TO WS-COMMAND
           STRING 'mv ' DELIMITED BY SIZE
              WS-CLEAN-NAME DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-TXN-NAME DELIMITED BY SPACE
              INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           END-CALL.

       WRITE-QUARANTINE-RECORD.
           MOVE SPACES TO QUARANTINE-RECORD
           MOVE WS-CURRENT-DATE TO QR-DATE
           MOVE WS-CURRENT-TIME TO QR-TIME
           MOVE LS-CALLER TO QR-CALLER
           MOVE WS-TXN-NAME TO QR-FILE-NAME
           MOVE WS-LINE-NUM TO QR-LINE-NUM
           MOVE WS-BAD-FIELD TO QR-FIELD
           MOVE WS-BAD-REASON TO QR-REASON
           MOVE TRANSACTION-LINE TO QR-DATA
           WRITE QUARANTINE-RECORD.

      *    THE LENGTH FIRST - A SHORT LINE HAS NO FIELDS WORTH
      *    LOOKING AT - THEN THE FIELDS LEFT TO RIGHT; THE FIRST ONE
      *    WRONG IS THE ONE NAMED
       CHECK-ONE-LINE.
           MOVE SPACES TO WS-BAD-FIELD
           MOVE SPACES TO WS-BAD-REASON
           IF TRANSACTION-LINE IS EQUAL TO SPACES
              MOVE ZERO TO WS-LINE-LENGTH
           ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(TRANSACTION-LINE
                 TRAILING)) TO WS-LINE-LENGTH
           END-IF
           EVALUATE TRUE
           WHEN WS-LINE-LENGTH IS LESS THAN WF-MIN-LENGTH(WS-FILE-I)
                MOVE 'RECORD LENGTH' TO WS-BAD-FIELD
                MOVE WF-MIN-LENGTH(WS-FILE-I) TO WS-EDIT-LENGTH
                STRING 'SHORTER THAN' WS-EDIT-LENGTH
                   DELIMITED BY SIZE INTO WS-BAD-REASON
           WHEN WS-LINE-LENGTH IS GREATER THAN
                WF-MAX-LENGTH(WS-FILE-I)
                MOVE 'RECORD LENGTH' TO WS-BAD-FIELD
                MOVE WF-MAX-LENGTH(WS-FILE-I) TO WS-EDIT-LENGTH
                STRING 'LONGER THAN' WS-EDIT-LENGTH
                   DELIMITED BY SIZE INTO WS-BAD-REASON
           WHEN OTHER
                EVALUATE WS-FILE-I
                WHEN 1
                     PERFORM CHECK-ORDER-LINE
                WHEN 2
                     PERFORM CHECK-ORDER-ITEM
                WHEN 3
                     PERFORM CHECK-PAYMENT-LINE
                WHEN 4
                     PERFORM CHECK-OPEN-ITEM
                WHEN 5
                     PERFORM CHECK-MOVEMENT-LINE
                WHEN 6
                     PERFORM CHECK-LOT-ALLOCATION
                END-EVALUATE
           END-EVALUATE.

       CHECK-ORDER-LINE.
           MOVE TRANSACTION-LINE TO WS-ORDER-DETAIL
           MOVE OD-ORDER-NUM TO WS-CHECK-NUMBER
           MOVE OD-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE-FIELD
           EVALUATE TRUE
           WHEN WS-BAD-REASON IS NOT EQUAL TO SPACES
                MOVE 'OD-DATE' TO WS-BAD-FIELD
           WHEN OD-ID-NUM IS NOT NUMERIC
                MOVE 'OD-ID-NUM' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN OD-QTY-ORDERED IS NOT NUMERIC
                MOVE 'OD-QTY-ORDERED' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN OD-LINE-TOTAL IS EQUAL TO SPACES
                MOVE 'OD-LINE-TOTAL' TO WS-BAD-FIELD
                MOVE 'NOT A PRINTED AMOUNT' TO WS-BAD-REASON
           WHEN FUNCTION TEST-NUMVAL(OD-LINE-TOTAL) IS NOT EQUAL TO 0
                MOVE 'OD-LINE-TOTAL' TO WS-BAD-FIELD
                MOVE 'NOT A PRINTED AMOUNT' TO WS-BAD-REASON
      *         LINES FROM BEFORE ORDER NUMBERS CARRY NONE
           WHEN WS-CHECK-NUMBER IS NOT EQUAL TO SPACES AND
                OD-ORDER-NUM IS NOT NUMERIC
                MOVE 'OD-ORDER-NUM' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN OD-TAX-AMOUNT IS NOT EQUAL TO SPACES AND
                FUNCTION TEST-NUMVAL(OD-TAX-AMOUNT) IS NOT EQUAL TO 0
                MOVE 'OD-TAX-AMOUNT' TO WS-BAD-FIELD
                MOVE 'NOT A PRINTED AMOUNT' TO WS-BAD-REASON
           WHEN NOT (OD-REC-TYPE IS EQUAL TO SPACES OR 'ORD' OR
                'CRM' OR 'CHG' OR 'DRP')
                MOVE 'OD-REC-TYPE' TO WS-BAD-FIELD
                MOVE 'UNKNOWN RECORD TYPE' TO WS-BAD-REASON
           WHEN OD-DISCOUNT-AMT IS NOT EQUAL TO SPACES AND
                FUNCTION TEST-NUMVAL(OD-DISCOUNT-AMT)
                IS NOT EQUAL TO 0
                MOVE 'OD-DISCOUNT-AMT' TO WS-BAD-FIELD
                MOVE 'NOT A PRINTED AMOUNT' TO WS-BAD-REASON
           WHEN OD-UNIT-COST IS NOT EQUAL TO SPACES AND
                OD-UNIT-COST IS NOT NUMERIC
                MOVE 'OD-UNIT-COST' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           END-EVALUATE.

       CHECK-ORDER-ITEM.
           MOVE TRANSACTION-LINE TO WS-ORDER-ITEM
           EVALUATE TRUE
           WHEN OI-ORDER-NUM IS NOT NUMERIC
                MOVE 'OI-ORDER-NUM' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN OI-LINE-NUM IS NOT NUMERIC
                MOVE 'OI-LINE-NUM' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN OI-QTY-ORDERED IS NOT NUMERIC
                MOVE 'OI-QTY-ORDERED' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN OI-LINE-TOTAL IS EQUAL TO SPACES
                MOVE 'OI-LINE-TOTAL' TO WS-BAD-FIELD
                MOVE 'NOT A PRINTED AMOUNT' TO WS-BAD-REASON
           WHEN FUNCTION TEST-NUMVAL(OI-LINE-TOTAL) IS NOT EQUAL TO 0
                MOVE 'OI-LINE-TOTAL' TO WS-BAD-FIELD
                MOVE 'NOT A PRINTED AMOUNT' TO WS-BAD-REASON
           WHEN OI-PROMO-AMT IS NOT EQUAL TO SPACES AND
                FUNCTION TEST-NUMVAL(OI-PROMO-AMT) IS NOT EQUAL TO 0
                MOVE 'OI-PROMO-AMT' TO WS-BAD-FIELD
                MOVE 'NOT A PRINTED AMOUNT' TO WS-BAD-REASON
           WHEN OI-UOM-FACTOR IS NOT EQUAL TO SPACES AND
                OI-UOM-FACTOR IS NOT NUMERIC
                MOVE 'OI-UOM-FACTOR' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           END-EVALUATE.

       CHECK-PAYMENT-LINE.
           MOVE TRANSACTION-LINE TO WS-PAYMENT-DETAIL
           MOVE PY-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE-FIELD
           EVALUATE TRUE
           WHEN WS-BAD-REASON IS NOT EQUAL TO SPACES
                MOVE 'PY-DATE' TO WS-BAD-FIELD
           WHEN PY-ID-NUM IS NOT NUMERIC
                MOVE 'PY-ID-NUM' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN PY-AMOUNT IS EQUAL TO SPACES
                MOVE 'PY-AMOUNT' TO WS-BAD-FIELD
                MOVE 'NOT A PRINTED AMOUNT' TO WS-BAD-REASON
           WHEN FUNCTION TEST-NUMVAL(PY-AMOUNT) IS NOT EQUAL TO 0
                MOVE 'PY-AMOUNT' TO WS-BAD-FIELD
                MOVE 'NOT A PRINTED AMOUNT' TO WS-BAD-REASON
           WHEN NOT (PY-REC-TYPE IS EQUAL TO SPACES OR 'DSC' OR
                'WOF' OR 'FIN' OR 'RBT' OR 'FXG' OR 'FXL' OR 'NSF'
                OR 'FEE' OR 'RFD')
                MOVE 'PY-REC-TYPE' TO WS-BAD-FIELD
                MOVE 'UNKNOWN RECORD TYPE' TO WS-BAD-REASON
           WHEN PY-FC-AMOUNT IS NOT EQUAL TO SPACES AND
                FUNCTION TEST-NUMVAL(PY-FC-AMOUNT) IS NOT EQUAL TO 0
                MOVE 'PY-FC-AMOUNT' TO WS-BAD-FIELD
                MOVE 'NOT A PRINTED AMOUNT' TO WS-BAD-REASON
           WHEN PY-ENTRY-TIME IS NOT EQUAL TO SPACES AND
                PY-ENTRY-TIME IS NOT NUMERIC
                MOVE 'PY-ENTRY-TIME' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           END-EVALUATE.

       CHECK-OPEN-ITEM.
           MOVE TRANSACTION-LINE TO WS-AR-OPEN-ITEM
           MOVE AO-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE-FIELD
           EVALUATE TRUE
           WHEN AO-INVOICE-NUM IS NOT NUMERIC
                MOVE 'AO-INVOICE-NUM' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN AO-ID-NUM IS NOT NUMERIC
                MOVE 'AO-ID-NUM' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN WS-BAD-REASON IS NOT EQUAL TO SPACES
                MOVE 'AO-DATE' TO WS-BAD-FIELD
           WHEN NOT (AO-ITEM-TYPE IS EQUAL TO 'INV' OR 'CRM' OR
                'ONA' OR 'NSF' OR 'DSC' OR 'FIN' OR 'WOF')
                MOVE 'AO-ITEM-TYPE' TO WS-BAD-FIELD
                MOVE 'UNKNOWN RECORD TYPE' TO WS-BAD-REASON
           WHEN AO-AMOUNT IS NOT NUMERIC
                MOVE 'AO-AMOUNT' TO WS-BAD-FIELD
                MOVE 'NOT A SIGNED AMOUNT' TO WS-BAD-REASON
           WHEN AO-PAID IS NOT NUMERIC
                MOVE 'AO-PAID' TO WS-BAD-FIELD
                MOVE 'NOT A SIGNED AMOUNT' TO WS-BAD-REASON
           WHEN AO-STATUS IS NOT EQUAL TO 'O' AND
                AO-STATUS IS NOT EQUAL TO 'C'
                MOVE 'AO-STATUS' TO WS-BAD-FIELD
                MOVE 'NOT O OR C' TO WS-BAD-REASON
           WHEN AO-DUE-DATE IS NOT EQUAL TO ZERO
                MOVE AO-DUE-DATE TO WS-CHECK-DATE
                IF WS-CHECK-DATE IS NOT EQUAL TO SPACES
                   PERFORM CHECK-DATE-FIELD
                END-IF
                IF WS-BAD-REASON IS NOT EQUAL TO SPACES
                   MOVE 'AO-DUE-DATE' TO WS-BAD-FIELD
                END-IF
           END-EVALUATE.

       CHECK-MOVEMENT-LINE.
           MOVE TRANSACTION-LINE TO WS-MOVEMENT-DETAIL
           MOVE MV-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE-FIELD
           EVALUATE TRUE
           WHEN WS-BAD-REASON IS NOT EQUAL TO SPACES
                MOVE 'MV-DATE' TO WS-BAD-FIELD
           WHEN MV-TIME IS NOT NUMERIC
                MOVE 'MV-TIME' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN NOT (MV-MOVE-TYPE IS EQUAL TO 'ORD' OR 'REL' OR
                'CAN' OR 'RTN' OR 'RCP' OR 'TRF' OR 'ADJ' OR 'PHY'
                OR 'OPN')
                MOVE 'MV-MOVE-TYPE' TO WS-BAD-FIELD
                MOVE 'UNKNOWN RECORD TYPE' TO WS-BAD-REASON
           WHEN MV-QTY IS NOT NUMERIC
                MOVE 'MV-QTY' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN MV-BALANCE IS NOT NUMERIC
                MOVE 'MV-BALANCE' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           END-EVALUATE.

       CHECK-LOT-ALLOCATION.
           MOVE TRANSACTION-LINE TO WS-LOT-ALLOC
           MOVE LA-DATE TO WS-CHECK-DATE
           PERFORM CHECK-DATE-FIELD
           EVALUATE TRUE
           WHEN WS-BAD-REASON IS NOT EQUAL TO SPACES
                MOVE 'LA-DATE' TO WS-BAD-FIELD
           WHEN LA-ORDER-NUM IS NOT NUMERIC
                MOVE 'LA-ORDER-NUM' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN LA-ID-NUM IS NOT NUMERIC
                MOVE 'LA-ID-NUM' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           WHEN LA-QTY IS NOT NUMERIC
                MOVE 'LA-QTY' TO WS-BAD-FIELD
                MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           END-EVALUATE.

      *    LEAVES WS-BAD-REASON BLANK WHEN WS-CHECK-DATE IS A REAL
      *    YYYYMMDD DATE
       CHECK-DATE-FIELD.
           MOVE SPACES TO WS-BAD-REASON
           IF WS-CHECK-DATE IS NOT NUMERIC
              MOVE 'NOT NUMERIC' TO WS-BAD-REASON
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE-NUM)
                 IS NOT EQUAL TO ZERO
                 MOVE 'IMPOSSIBLE DATE' TO WS-BAD-REASON
              END-IF
           END-IF.
