       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTRAINBUILD.

      *    BUILDS THE MASKED TRAINING DATASET NEW CLERKS PRACTISE ON.
      *    THE TRAINING DIRECTORY IS THE 'TRAINING' ENTRY OF THE
      *    PRODUCTION dataset.cfg (RESOLVED THROUGH DSNRESOLVE,
      *    DEFAULT ./training). EVERY MASTER AND OPEN-TRANSACTION
      *    FILE IS COPIED INTO IT:
      *       - customers.txt, product.dat AND arbal.dat ARE LOADED
      *         KEY BY KEY INTO FRESH INDEXED FILES;
      *       - orderhdr.dat, orderitm.dat, order.dat, aropen.dat AND
      *         locstock.dat - THE REST OF THE SNAPSHOT SET - LINE
      *         FOR LINE;
      *       - customer.dat, shipto.dat AND customer.audit LINE FOR
      *         LINE WITH THE PERSONAL DETAILS MASKED;
      *       - EVERY OTHER FILE NAMED IN trainset.ctl (ONE NAME PER
      *         LINE) LINE FOR LINE AS IT STANDS.
      *    NAMES, STREETS, CITIES, PHONES AND E-MAILS GO THROUGH THE
      *    SHARED PIISCRUB SUBPROGRAM - EXACTLY THE PLACEHOLDERS AN
      *    ERASURE ON MAINCUSTANONYMIZE LEAVES - WHILE IDS, LIMITS,
      *    BALANCES, ORDERS AND STOCK ARE COPIED UNTOUCHED SO EVERY
      *    TOTAL IN THE TRAINING SET STILL AGREES WITH ITSELF. THE
      *    OUTBOUND NOTIFICATION AND CALL QUEUES AND THE LOGS ARE
      *    DELIBERATELY NOT COPIED: A TRAINING SET STARTS WITH NOTHING
      *    WAITING TO GO TO A REAL CUSTOMER.
      *    A dataset.cfg WITH THE SINGLE LINE 'MODE TRAINING' IS
      *    WRITTEN INTO THE DIRECTORY, SO EVERY INTERACTIVE PROGRAM
      *    RUN THERE SHOWS THE ENVBANNER TRAINING BOX.
      *    (B)UILD TAKES THE LIVE FILES AS THEY STAND NOW. (R)ESET
      *    THROWS AWAY WHATEVER THE CLASS HAS KEYED AND REBUILDS THE
      *    SNAPSHOT SET FROM THE LATEST COMPLETE GENERATION ON
      *    snapmanif.dat (SEE MAINSNAPSHOT) - THE FILES OUTSIDE THE
      *    SNAPSHOT SET ARE TAKEN LIVE EITHER WAY. SUPERVISOR
      *    SIGN-ON; THE RUN IS LOGGED ON seclog.dat AND REFUSED WHEN
      *    STARTED FROM INSIDE A TRAINING DIRECTORY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-CUSTOMER-FILE ASSIGN TO 'customers.txt'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              SEQUENTIAL RECORD KEY IS LC-ID-NUM
              FILE STATUS IS WS-SOURCE-STATUS.
           SELECT LIVE-PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              SEQUENTIAL RECORD KEY IS LP-PROD-CODE
              FILE STATUS IS WS-SOURCE-STATUS.
           SELECT LIVE-AR-BALANCE-FILE ASSIGN TO 'arbal.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              SEQUENTIAL RECORD KEY IS LA-ID-NUM
              FILE STATUS IS WS-SOURCE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO WS-TRAIN-PATH
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS ID-NUM
              FILE STATUS IS WS-TARGET-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO WS-TRAIN-PATH
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS PROD-CODE
              FILE STATUS IS WS-TARGET-STATUS.
           SELECT AR-BALANCE-FILE ASSIGN TO WS-TRAIN-PATH
              ORGANIZATION IS INDEXED ACCESS MODE IS
              DYNAMIC RECORD KEY IS AR-ID-NUM
              FILE STATUS IS WS-TARGET-STATUS.
           SELECT SEQ-SOURCE-FILE ASSIGN TO WS-SOURCE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.
           SELECT SEQ-TARGET-FILE ASSIGN TO WS-TRAIN-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TARGET-STATUS.
           SELECT TRAIN-SET-LIST ASSIGN TO 'trainset.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIST-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'dataset.cfg'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO 'snapmanif.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MANIFEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    THE LIVE MASTERS ARE ONLY READ FRONT TO BACK - THE KEY IS
      *    ALL THAT NEEDS A NAME
       FD LIVE-CUSTOMER-FILE.
       01 LIVE-CUSTOMER-DATA.
          02 LC-ID-NUM         PIC 9(5).
          02 FILLER            PIC X(156).

       FD LIVE-PRODUCT-FILE.
       01 LIVE-PRODUCT-DATA.
          02 LP-PROD-CODE      PIC X(10).
          02 FILLER            PIC X(79).

       FD LIVE-AR-BALANCE-FILE.
       01 LIVE-AR-BALANCE-DATA.
          02 LA-ID-NUM         PIC 9(5).
          02 FILLER            PIC X(10).

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

       FD PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.

       FD AR-BALANCE-FILE.
       01 AR-BALANCE-DATA.
          02 AR-ID-NUM         PIC 9(5).
          02 AR-BALANCE        PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD SEQ-SOURCE-FILE.
       01 SEQ-SOURCE-LINE    PIC X(400).

       FD SEQ-TARGET-FILE.
       01 SEQ-TARGET-LINE    PIC X(400).

       FD TRAIN-SET-LIST.
       01 TRAIN-SET-RECORD.
          02 TS-FILE-NAME      PIC X(20).
          02 FILLER            PIC X(60).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          02 PR-LOGICAL-NAME   PIC X(12).
          02 FILLER            PIC X.
          02 PR-PATH           PIC X(60).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
          02 SM-GEN            PIC 9(4).
          02 FILLER            PIC X.
          02 SM-FILE           PIC X(12).
          02 FILLER            PIC X.
          02 SM-COUNT          PIC 9(6).
          02 FILLER            PIC X.
          02 SM-DATE           PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-SOURCE-STATUS     PIC XX.
       01 WS-TARGET-STATUS     PIC XX.
       01 WS-LIST-STATUS       PIC XX.
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-MANIFEST-STATUS   PIC XX.
       01 WS-EOF               PIC X.
       01 WS-LIST-EOF          PIC X.
       01 WS-SOURCE-NAME       PIC X(20).
       01 WS-TARGET-NAME       PIC X(20).
       01 WS-SNAP-STEM         PIC X(12).
       01 WS-TRAIN-PATH        PIC X(80).
       01 WS-COMMAND           PIC X(120).
       01 WS-BUILD-ANSWER      PIC X.
          88 BUILD-FROM-LIVE             VALUES 'B' 'b'.
          88 RESET-FROM-SNAPSHOT         VALUES 'R' 'r'.
       01 WS-CONFIRM-ANSWER    PIC X.
      *    MODE LINE OF THE dataset.cfg IN THE DIRECTORY WE ARE
      *    STARTED FROM
       01 WS-CURRENT-MODE      PIC X(10) VALUE 'PRODUCTION'.
          88 RUNNING-IN-TRAINING         VALUE 'TRAINING'.
       01 WS-GENERATION        PIC 9(4)  VALUE ZERO.
       01 WS-GEN-X             PIC X(4).
       01 WS-RECORD-COUNT      PIC 9(6).
       01 WS-MASKED-COUNT      PIC 9(6).
       01 WS-FILES-DONE        PIC 9(3)  VALUE ZERO.
       01 WS-MEMBER-I          PIC 9(2).
       01 WS-MANIFEST-OK       PIC X.
      *    THE EIGHT MEMBERS OF A COMPLETE SNAPSHOT SET - A RESET
      *    ONLY TRUSTS A GENERATION THE MANIFEST HAS ALL OF
       01 WS-MEMBER-TABLE.
          02 WS-MEMBER-ENTRY OCCURS 8 TIMES.
             03 WM-FILE-ID            PIC X(12).
             03 WM-SEEN               PIC X.
      *    WORK FIELDS PIISCRUB FILLS FOR A SHIP-TO, WHICH CARRIES
      *    AN ADDRESS BUT NO NAME, PHONE OR E-MAIL OF ITS OWN
       01 WS-SCRUB-FIRST-NAME  PIC X(15).
       01 WS-SCRUB-LAST-NAME   PIC X(15).
       01 WS-SCRUB-PHONE       PIC X(15).
       01 WS-SCRUB-EMAIL       PIC X(30).
      *    SAME LINE LAYOUT MAINCUSTOMERINTERACTIVE WRITES TO
      *    customer.dat
       01 WS-BATCH-CUSTOMER.
          02 BC-ID-NUM            PIC 9(5).
          02 BC-CUSTOMER-NAME.
             03 BC-FIRST-NAME     PIC X(15).
             03 BC-LAST-NAME      PIC X(15).
          02 BC-DATE-LAST-CHANGED PIC 9(8).
          02 BC-STREET            PIC X(25).
          02 BC-CITY              PIC X(20).
          02 BC-STATE             PIC X(2).
          02 BC-ZIP               PIC X(10).
          02 BC-PHONE             PIC X(15).
          02 BC-EMAIL             PIC X(30).
          02 BC-STATUS-CODE       PIC X.
          02 FILLER               PIC X(254).
      *    SAME LINE LAYOUT MAINSHIPTOMAINT KEEPS ON shipto.dat
       01 WS-SHIP-TO.
          02 ST-ID-NUM         PIC 9(5).
          02 FILLER            PIC X.
          02 ST-CODE           PIC X(4).
          02 FILLER            PIC X.
          02 ST-STREET         PIC X(25).
          02 FILLER            PIC X.
          02 ST-CITY           PIC X(20).
          02 FILLER            PIC X.
          02 ST-STATE          PIC X(2).
          02 FILLER            PIC X.
          02 ST-ZIP            PIC X(10).
          02 FILLER            PIC X(329).
      *    SAME LINE LAYOUT MAINCUSTOMERINTERACTIVE APPENDS TO
      *    customer.audit - THE NAMES ARE MASKED THE WAY
      *    MAINCUSTANONYMIZE MASKS THEM
       01 WS-AUDIT-DETAIL.
          02 AUD-DATE          PIC 9(8).
          02 FILLER            PIC X.
          02 AUD-TIME          PIC 9(6).
          02 FILLER            PIC X.
          02 AUD-OPERATION     PIC X(6).
          02 FILLER            PIC X.
          02 AUD-ID-NUM        PIC 9(5).
          02 FILLER            PIC X.
          02 AUD-BEFORE-NAME   PIC X(31).
          02 FILLER            PIC X.
          02 AUD-AFTER-NAME    PIC X(31).
          02 FILLER            PIC X(308).
      *    PARAMETERS PASSED TO THE SHARED DSNRESOLVE SUBPROGRAM
       01 WS-DSN-LOGICAL       PIC X(12).
       01 WS-DSN-PATH          PIC X(60).
       01 WS-TRAIN-DIR         PIC X(60) VALUE 'training'.
      *    PARAMETERS PASSED TO THE SHARED SECLOG SUBPROGRAM
       01 WS-SE-OPERATOR       PIC X(8).
       01 WS-SE-PROGRAM        PIC X(12) VALUE 'MAINTRAINBLD'.
       01 WS-SE-EVENT          PIC X(12).
       01 WS-SE-DETAIL         PIC X(20).
      *    SIGNED-ON OPERATOR - REBUILDING THE TRAINING SET NEEDS A
      *    SUPERVISOR
       01 WS-OPERATOR-ID       PIC X(8).
       01 WS-OPERATOR-PERM     PIC X.
          88 OPER-SUPERVISOR             VALUE 'S'.
       01 WS-SIGNON-OK         PIC X.

       PROCEDURE DIVISION .
           CALL 'OPERSIGNON' USING
              BY REFERENCE WS-OPERATOR-ID,
              BY REFERENCE WS-OPERATOR-PERM,
              BY REFERENCE WS-SIGNON-OK
           END-CALL.
           IF WS-SIGNON-OK IS NOT EQUAL TO 'Y'
              STOP RUN
           END-IF.
           IF NOT OPER-SUPERVISOR
              DISPLAY 'TRAIN: building the training set needs a '
                 'supervisor sign-on'
              STOP RUN
           END-IF.
           PERFORM READ-CURRENT-MODE.
           IF RUNNING-IN-TRAINING
              DISPLAY 'TRAIN: this directory IS a training set - '
                 'run the build from the production directory'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM RESOLVE-TRAINING-DIR.
           DISPLAY 'TRAIN: (B)uild from the live files or (R)eset '
              'from the latest snapshot: ' WITH NO ADVANCING
           ACCEPT WS-BUILD-ANSWER
           IF NOT BUILD-FROM-LIVE AND NOT RESET-FROM-SNAPSHOT
              DISPLAY 'TRAIN: nothing built'
              STOP RUN
           END-IF.
           IF RESET-FROM-SNAPSHOT
              PERFORM FIND-LATEST-GENERATION
              IF WS-MANIFEST-OK IS EQUAL TO 'N'
                 DISPLAY 'TRAIN: no complete snapshot generation '
                    'on snapmanif.dat, nothing reset'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'TRAIN: resetting from snapshot generation '
                 WS-GENERATION
           END-IF.
           DISPLAY 'TRAIN: this REPLACES the training set in '
              FUNCTION TRIM(WS-TRAIN-DIR) '. Proceed? (Y/N): '
              WITH NO ADVANCING
           ACCEPT WS-CONFIRM-ANSWER
           IF WS-CONFIRM-ANSWER IS NOT EQUAL TO 'Y' AND
              WS-CONFIRM-ANSWER IS NOT EQUAL TO 'y'
              DISPLAY 'TRAIN: nothing built'
              STOP RUN
           END-IF.
           MOVE SPACES TO WS-COMMAND
           STRING 'mkdir -p ' DELIMITED BY SIZE
              FUNCTION TRIM(WS-TRAIN-DIR) DELIMITED BY SIZE
              INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           END-CALL
           MOVE ZERO TO RETURN-CODE
           PERFORM BUILD-CUSTOMER-MASTER
           PERFORM BUILD-PRODUCT-MASTER
           PERFORM BUILD-ARBAL-MASTER
           MOVE 'orderhdr.dat' TO WS-TARGET-NAME
           MOVE 'orderhdr.S' TO WS-SNAP-STEM
           PERFORM COPY-SNAPSHOT-MEMBER
           MOVE 'orderitm.dat' TO WS-TARGET-NAME
           MOVE 'orderitm.S' TO WS-SNAP-STEM
           PERFORM COPY-SNAPSHOT-MEMBER
           MOVE 'order.dat' TO WS-TARGET-NAME
           MOVE 'order.S' TO WS-SNAP-STEM
           PERFORM COPY-SNAPSHOT-MEMBER
           MOVE 'aropen.dat' TO WS-TARGET-NAME
           MOVE 'aropen.S' TO WS-SNAP-STEM
           PERFORM COPY-SNAPSHOT-MEMBER
           MOVE 'locstock.dat' TO WS-TARGET-NAME
           MOVE 'locstock.S' TO WS-SNAP-STEM
           PERFORM COPY-SNAPSHOT-MEMBER
           PERFORM MASK-BATCH-CUSTOMERS
           PERFORM MASK-SHIP-TOS
           PERFORM MASK-AUDIT-TRAIL
           PERFORM COPY-LISTED-FILES
           PERFORM WRITE-TRAINING-PROFILE
           MOVE WS-OPERATOR-ID TO WS-SE-OPERATOR
           IF RESET-FROM-SNAPSHOT
              MOVE 'TRAIN-RESET ' TO WS-SE-EVENT
              MOVE SPACES TO WS-SE-DETAIL
              STRING 'GENERATION ' WS-GEN-X DELIMITED BY SIZE
                 INTO WS-SE-DETAIL
           ELSE
              MOVE 'TRAIN-BUILD ' TO WS-SE-EVENT
              MOVE WS-TRAIN-DIR TO WS-SE-DETAIL
           END-IF
           CALL 'SECLOG' USING
              BY REFERENCE WS-SE-OPERATOR,
              BY REFERENCE WS-SE-PROGRAM,
              BY REFERENCE WS-SE-EVENT,
              BY REFERENCE WS-SE-DETAIL
           END-CALL
           DISPLAY 'END OF RUN: ' WS-FILES-DONE
              ' file(s) in the training set'.
           STOP RUN.

       READ-CURRENT-MODE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ PROFILE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PR-LOGICAL-NAME IS EQUAL TO
                            'MODE        '
                            MOVE PR-PATH TO WS-CURRENT-MODE
                            MOVE 'Y' TO WS-EOF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.

       RESOLVE-TRAINING-DIR.
           MOVE 'TRAINING    ' TO WS-DSN-LOGICAL
           MOVE WS-TRAIN-DIR TO WS-DSN-PATH
           CALL 'DSNRESOLVE' USING
              BY REFERENCE WS-DSN-LOGICAL,
              BY REFERENCE WS-DSN-PATH
           END-CALL
           MOVE WS-DSN-PATH TO WS-TRAIN-DIR.

      *    THE HIGHEST GENERATION ON THE MANIFEST, AND THEN WHETHER
      *    ALL EIGHT OF ITS MEMBERS MADE IT - A HALF-TAKEN SNAPSHOT
      *    IS NO BASIS FOR A CLASS
       FIND-LATEST-GENERATION.
           MOVE 'customers   ' TO WM-FILE-ID(1)
           MOVE 'product     ' TO WM-FILE-ID(2)
           MOVE 'arbal       ' TO WM-FILE-ID(3)
           MOVE 'orderhdr    ' TO WM-FILE-ID(4)
           MOVE 'orderitm    ' TO WM-FILE-ID(5)
           MOVE 'order       ' TO WM-FILE-ID(6)
           MOVE 'aropen      ' TO WM-FILE-ID(7)
           MOVE 'locstock    ' TO WM-FILE-ID(8)
           PERFORM VARYING WS-MEMBER-I FROM 1 BY 1
              UNTIL WS-MEMBER-I > 8
                   MOVE 'N' TO WM-SEEN(WS-MEMBER-I)
           END-PERFORM
           MOVE 'N' TO WS-MANIFEST-OK
           MOVE 'N' TO WS-EOF
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS IS EQUAL TO '00'
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ MANIFEST-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF SM-GEN IS GREATER THAN WS-GENERATION
                            MOVE SM-GEN TO WS-GENERATION
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE MANIFEST-FILE
              MOVE 'N' TO WS-EOF
              OPEN INPUT MANIFEST-FILE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ MANIFEST-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF SM-GEN IS EQUAL TO WS-GENERATION
                            PERFORM NOTE-MANIFEST-MEMBER
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE MANIFEST-FILE
              MOVE 'Y' TO WS-MANIFEST-OK
              PERFORM VARYING WS-MEMBER-I FROM 1 BY 1
                 UNTIL WS-MEMBER-I > 8
                      IF WM-SEEN(WS-MEMBER-I) IS EQUAL TO 'N'
                         MOVE 'N' TO WS-MANIFEST-OK
                      END-IF
              END-PERFORM
           END-IF
           MOVE WS-GENERATION TO WS-GEN-X.

       NOTE-MANIFEST-MEMBER.
           PERFORM VARYING WS-MEMBER-I FROM 1 BY 1
              UNTIL WS-MEMBER-I > 8
                   IF WM-FILE-ID(WS-MEMBER-I) IS EQUAL TO SM-FILE
                      MOVE 'Y' TO WM-SEEN(WS-MEMBER-I)
                   END-IF
           END-PERFORM.

       BUILD-TRAIN-PATH.
           MOVE SPACES TO WS-TRAIN-PATH
           STRING FUNCTION TRIM(WS-TRAIN-DIR) DELIMITED BY SIZE
              '/' DELIMITED BY SIZE
              WS-TARGET-NAME DELIMITED BY SPACE
              INTO WS-TRAIN-PATH.

       BUILD-CUSTOMER-MASTER.
           MOVE 'customers.txt' TO WS-TARGET-NAME
           PERFORM BUILD-TRAIN-PATH
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-MASKED-COUNT
           MOVE 'N' TO WS-EOF
           IF RESET-FROM-SNAPSHOT
              MOVE SPACES TO WS-SOURCE-NAME
              STRING 'customers.S' WS-GEN-X DELIMITED BY SIZE
                 INTO WS-SOURCE-NAME
              OPEN INPUT SEQ-SOURCE-FILE
           ELSE
              OPEN INPUT LIVE-CUSTOMER-FILE
           END-IF
           IF WS-SOURCE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'TRAIN: customer master not readable, '
                 'customers.txt NOT built'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT CUSTOMER-FILE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      IF RESET-FROM-SNAPSHOT
                         READ SEQ-SOURCE-FILE
                         AT END
                            MOVE 'Y' TO WS-EOF
                         NOT AT END
                            MOVE SEQ-SOURCE-LINE TO CUSTOMER-DATA
                         END-READ
                      ELSE
                         READ LIVE-CUSTOMER-FILE
                         AT END
                            MOVE 'Y' TO WS-EOF
                         NOT AT END
                            MOVE LIVE-CUSTOMER-DATA TO CUSTOMER-DATA
                         END-READ
                      END-IF
                      IF WS-EOF IS NOT EQUAL TO 'Y'
                         CALL 'PIISCRUB' USING FIRST-NAME LAST-NAME
                            STREET CITY STATE ZIP PHONE EMAIL
                         END-CALL
                         ADD 1 TO WS-MASKED-COUNT
                         WRITE CUSTOMER-DATA
                         INVALID KEY
                                 DISPLAY 'TRAIN: duplicate '
                                    'customer key skipped'
                         END-WRITE
                         ADD 1 TO WS-RECORD-COUNT
                      END-IF
              END-PERFORM
              CLOSE CUSTOMER-FILE
              IF RESET-FROM-SNAPSHOT
                 CLOSE SEQ-SOURCE-FILE
              ELSE
                 CLOSE LIVE-CUSTOMER-FILE
              END-IF
              PERFORM REPORT-ONE-FILE
           END-IF.

       BUILD-PRODUCT-MASTER.
           MOVE 'product.dat' TO WS-TARGET-NAME
           PERFORM BUILD-TRAIN-PATH
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-MASKED-COUNT
           MOVE 'N' TO WS-EOF
           IF RESET-FROM-SNAPSHOT
              MOVE SPACES TO WS-SOURCE-NAME
              STRING 'product.S' WS-GEN-X DELIMITED BY SIZE
                 INTO WS-SOURCE-NAME
              OPEN INPUT SEQ-SOURCE-FILE
           ELSE
              OPEN INPUT LIVE-PRODUCT-FILE
           END-IF
           IF WS-SOURCE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'TRAIN: product master not readable, '
                 'product.dat NOT built'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT PRODUCT-FILE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      IF RESET-FROM-SNAPSHOT
                         READ SEQ-SOURCE-FILE
                         AT END
                            MOVE 'Y' TO WS-EOF
                         NOT AT END
                            MOVE SEQ-SOURCE-LINE TO PRODUCT-DATA
                         END-READ
                      ELSE
                         READ LIVE-PRODUCT-FILE
                         AT END
                            MOVE 'Y' TO WS-EOF
                         NOT AT END
                            MOVE LIVE-PRODUCT-DATA TO PRODUCT-DATA
                         END-READ
                      END-IF
                      IF WS-EOF IS NOT EQUAL TO 'Y'
                         WRITE PRODUCT-DATA
                         INVALID KEY
                                 DISPLAY 'TRAIN: duplicate '
                                    'product key skipped'
                         END-WRITE
                         ADD 1 TO WS-RECORD-COUNT
                      END-IF
              END-PERFORM
              CLOSE PRODUCT-FILE
              IF RESET-FROM-SNAPSHOT
                 CLOSE SEQ-SOURCE-FILE
              ELSE
                 CLOSE LIVE-PRODUCT-FILE
              END-IF
              PERFORM REPORT-ONE-FILE
           END-IF.

       BUILD-ARBAL-MASTER.
           MOVE 'arbal.dat' TO WS-TARGET-NAME
           PERFORM BUILD-TRAIN-PATH
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-MASKED-COUNT
           MOVE 'N' TO WS-EOF
           IF RESET-FROM-SNAPSHOT
              MOVE SPACES TO WS-SOURCE-NAME
              STRING 'arbal.S' WS-GEN-X DELIMITED BY SIZE
                 INTO WS-SOURCE-NAME
              OPEN INPUT SEQ-SOURCE-FILE
           ELSE
              OPEN INPUT LIVE-AR-BALANCE-FILE
           END-IF
           IF WS-SOURCE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'TRAIN: balance master not readable, '
                 'arbal.dat NOT built'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT AR-BALANCE-FILE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      IF RESET-FROM-SNAPSHOT
                         READ SEQ-SOURCE-FILE
                         AT END
                            MOVE 'Y' TO WS-EOF
                         NOT AT END
                            MOVE SEQ-SOURCE-LINE TO AR-BALANCE-DATA
                         END-READ
                      ELSE
                         READ LIVE-AR-BALANCE-FILE
                         AT END
                            MOVE 'Y' TO WS-EOF
                         NOT AT END
                            MOVE LIVE-AR-BALANCE-DATA TO
                               AR-BALANCE-DATA
                         END-READ
                      END-IF
                      IF WS-EOF IS NOT EQUAL TO 'Y'
                         WRITE AR-BALANCE-DATA
                         INVALID KEY
                                 DISPLAY 'TRAIN: duplicate '
                                    'balance key skipped'
                         END-WRITE
                         ADD 1 TO WS-RECORD-COUNT
                      END-IF
              END-PERFORM
              CLOSE AR-BALANCE-FILE
              IF RESET-FROM-SNAPSHOT
                 CLOSE SEQ-SOURCE-FILE
              ELSE
                 CLOSE LIVE-AR-BALANCE-FILE
              END-IF
              PERFORM REPORT-ONE-FILE
           END-IF.

      *    A RESET READS THE SNAPSHOT IMAGE <STEM><GEN>; A BUILD
      *    READS THE LIVE FILE NAMED IN WS-TARGET-NAME
       COPY-SNAPSHOT-MEMBER.
           IF RESET-FROM-SNAPSHOT
              MOVE SPACES TO WS-SOURCE-NAME
              STRING WS-SNAP-STEM DELIMITED BY SPACE
                 WS-GEN-X DELIMITED BY SIZE
                 INTO WS-SOURCE-NAME
           ELSE
              MOVE WS-TARGET-NAME TO WS-SOURCE-NAME
           END-IF
           PERFORM COPY-ONE-SEQ-FILE.

       COPY-ONE-SEQ-FILE.
           PERFORM BUILD-TRAIN-PATH
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-MASKED-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SEQ-SOURCE-FILE
           IF WS-SOURCE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'TRAIN: ' FUNCTION TRIM(WS-SOURCE-NAME)
                 ' not found, ' FUNCTION TRIM(WS-TARGET-NAME)
                 ' starts empty'
              OPEN OUTPUT SEQ-TARGET-FILE
              CLOSE SEQ-TARGET-FILE
           ELSE
              OPEN OUTPUT SEQ-TARGET-FILE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SEQ-SOURCE-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE SEQ-SOURCE-LINE TO SEQ-TARGET-LINE
                         WRITE SEQ-TARGET-LINE
                         ADD 1 TO WS-RECORD-COUNT
                      END-READ
              END-PERFORM
              CLOSE SEQ-TARGET-FILE
              CLOSE SEQ-SOURCE-FILE
              PERFORM REPORT-ONE-FILE
           END-IF.

       MASK-BATCH-CUSTOMERS.
           MOVE 'customer.dat' TO WS-TARGET-NAME
           MOVE WS-TARGET-NAME TO WS-SOURCE-NAME
           PERFORM BUILD-TRAIN-PATH
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-MASKED-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SEQ-SOURCE-FILE
           IF WS-SOURCE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'TRAIN: customer.dat not found, skipped'
           ELSE
              OPEN OUTPUT SEQ-TARGET-FILE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SEQ-SOURCE-FILE INTO WS-BATCH-CUSTOMER
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         CALL 'PIISCRUB' USING BC-FIRST-NAME
                            BC-LAST-NAME BC-STREET BC-CITY BC-STATE
                            BC-ZIP BC-PHONE BC-EMAIL
                         END-CALL
                         ADD 1 TO WS-MASKED-COUNT
                         WRITE SEQ-TARGET-LINE FROM WS-BATCH-CUSTOMER
                         ADD 1 TO WS-RECORD-COUNT
                      END-READ
              END-PERFORM
              CLOSE SEQ-TARGET-FILE
              CLOSE SEQ-SOURCE-FILE
              PERFORM REPORT-ONE-FILE
           END-IF.

       MASK-SHIP-TOS.
           MOVE 'shipto.dat' TO WS-TARGET-NAME
           MOVE WS-TARGET-NAME TO WS-SOURCE-NAME
           PERFORM BUILD-TRAIN-PATH
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-MASKED-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SEQ-SOURCE-FILE
           IF WS-SOURCE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'TRAIN: shipto.dat not found, skipped'
           ELSE
              OPEN OUTPUT SEQ-TARGET-FILE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SEQ-SOURCE-FILE INTO WS-SHIP-TO
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         CALL 'PIISCRUB' USING WS-SCRUB-FIRST-NAME
                            WS-SCRUB-LAST-NAME ST-STREET ST-CITY
                            ST-STATE ST-ZIP WS-SCRUB-PHONE
                            WS-SCRUB-EMAIL
                         END-CALL
                         ADD 1 TO WS-MASKED-COUNT
                         WRITE SEQ-TARGET-LINE FROM WS-SHIP-TO
                         ADD 1 TO WS-RECORD-COUNT
                      END-READ
              END-PERFORM
              CLOSE SEQ-TARGET-FILE
              CLOSE SEQ-SOURCE-FILE
              PERFORM REPORT-ONE-FILE
           END-IF.

       MASK-AUDIT-TRAIL.
           MOVE 'customer.audit' TO WS-TARGET-NAME
           MOVE WS-TARGET-NAME TO WS-SOURCE-NAME
           PERFORM BUILD-TRAIN-PATH
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-MASKED-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT SEQ-SOURCE-FILE
           IF WS-SOURCE-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'TRAIN: customer.audit not found, skipped'
           ELSE
              OPEN OUTPUT SEQ-TARGET-FILE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ SEQ-SOURCE-FILE INTO WS-AUDIT-DETAIL
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         MOVE 'REDACTED' TO AUD-BEFORE-NAME
                         MOVE 'REDACTED' TO AUD-AFTER-NAME
                         ADD 1 TO WS-MASKED-COUNT
                         WRITE SEQ-TARGET-LINE FROM WS-AUDIT-DETAIL
                         ADD 1 TO WS-RECORD-COUNT
                      END-READ
              END-PERFORM
              CLOSE SEQ-TARGET-FILE
              CLOSE SEQ-SOURCE-FILE
              PERFORM REPORT-ONE-FILE
           END-IF.

      *    EVERYTHING ELSE A CLERK NEEDS TO WORK - THE REFERENCE
      *    MASTERS, OPEN PURCHASE ORDERS, PAYMENTS, THE OPERATOR
      *    FILE SO THE CLASS CAN SIGN ON - IS LISTED IN trainset.ctl
       COPY-LISTED-FILES.
           MOVE 'N' TO WS-LIST-EOF
           OPEN INPUT TRAIN-SET-LIST
           IF WS-LIST-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'TRAIN: trainset.ctl not found, only the '
                 'master set was copied'
           ELSE
              PERFORM UNTIL WS-LIST-EOF IS EQUAL TO 'Y'
                      READ TRAIN-SET-LIST
                      AT END
                         MOVE 'Y' TO WS-LIST-EOF
                      NOT AT END
                         IF TS-FILE-NAME IS NOT EQUAL TO SPACES
                            MOVE TS-FILE-NAME TO WS-TARGET-NAME
                            MOVE TS-FILE-NAME TO WS-SOURCE-NAME
                            PERFORM COPY-ONE-SEQ-FILE
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE TRAIN-SET-LIST
           END-IF.

       WRITE-TRAINING-PROFILE.
           MOVE 'dataset.cfg' TO WS-TARGET-NAME
           PERFORM BUILD-TRAIN-PATH
           OPEN OUTPUT SEQ-TARGET-FILE
           IF WS-TARGET-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'TRAIN: dataset.cfg not writable - the '
                 'training set will NOT show its banner'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO PROFILE-RECORD
              MOVE 'MODE        ' TO PR-LOGICAL-NAME
              MOVE 'TRAINING' TO PR-PATH
              WRITE SEQ-TARGET-LINE FROM PROFILE-RECORD
              CLOSE SEQ-TARGET-FILE
           END-IF.

       REPORT-ONE-FILE.
           ADD 1 TO WS-FILES-DONE
           DISPLAY 'TRAIN: ' WS-TARGET-NAME ' ' WS-RECORD-COUNT
              ' record(s), ' WS-MASKED-COUNT ' masked'.
