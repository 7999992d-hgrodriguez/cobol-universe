      *    RETIRES THE OLD FILE AND RENAMES product.new OVER IT.
      *    A MASTER ALREADY IN THE NEW SHAPE REFUSES THE OPEN, SO
      *    RUNNING THIS TWICE CANNOT DAMAGE ANYTHING.
      *    THE RECORD HAS SINCE GROWN AGAIN BY PROD-ABC-CLASS AND
      *    PROD-LAST-COUNT. A MASTER THAT REFUSES THE ORIGINAL
      *    LAYOUT IS TRIED IN THE 80-BYTE LAYOUT THAT CAME BEFORE
      *    THOSE TWO FIELDS; ITS RECORDS CARRY ACROSS WHOLE, WITH NO
      *    ABC CLASS (COUNTED LIKE A 'C' UNTIL MAINABCCLASS RUNS) AND
      *    NO LAST-COUNT DATE. EITHER WAY THE RESULT IS product.new
      *    AND THE SAME RENAME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OP-PROD-CODE
              FILE STATUS IS WS-OLD-STATUS.
           SELECT PRIOR-PRODUCT-FILE ASSIGN TO 'product.dat'
              ORGANIZATION IS INDEXED ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PP-PROD-CODE
              FILE STATUS IS WS-PRIOR-STATUS.
           SELECT NEW-PRODUCT-FILE ASSIGN TO 'product.new'
              ORGANIZATION IS INDEXED ACCESS MODE IS
              RANDOM RECORD KEY IS PROD-CODE
          02 OP-UNIT-PRICE     PIC 9(4)V99.
          02 OP-QTY-ON-HAND    PIC 9(5).

      *    THE RECORD AS IT STOOD BEFORE PROD-ABC-CLASS AND
      *    PROD-LAST-COUNT WERE ADDED - THE SAME 80 BYTES THE
      *    CURRENT LAYOUT STARTS WITH
       FD PRIOR-PRODUCT-FILE.
       01 PRIOR-PRODUCT-DATA.
          02 PP-PROD-CODE      PIC X(10).
          02 FILLER            PIC X(70).

       FD NEW-PRODUCT-FILE.
       01 PRODUCT-DATA.
          COPY PRODUCT-RECORD.
       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS        PIC XX.
       01 WS-NEW-STATUS        PIC XX.
       01 WS-PRIOR-STATUS      PIC XX.
      *    WHICH EARLIER LAYOUT product.dat OPENED IN
       01 WS-LAYOUT            PIC X     VALUE 'O'.
          88 LAYOUT-ORIGINAL             VALUE 'O'.
          88 LAYOUT-PRIOR                VALUE 'P'.
       01 WS-EOF               PIC X     VALUE 'N'.
       01 WS-READ-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-WRITTEN-COUNT     PIC 9(5)  VALUE ZERO.
       PROCEDURE DIVISION .
           OPEN INPUT OLD-PRODUCT-FILE.
           IF WS-OLD-STATUS IS NOT EQUAL TO '00'
              OPEN INPUT PRIOR-PRODUCT-FILE
              MOVE 'P' TO WS-LAYOUT
           END-IF.
           IF LAYOUT-PRIOR AND WS-PRIOR-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'CONVERT: product.dat not readable in either '
                 'old layout (status ' WS-OLD-STATUS '/'
                 WS-PRIOR-STATUS ') - already converted, or not '
                 'there at all'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT NEW-PRODUCT-FILE
              IF WS-NEW-STATUS IS NOT EQUAL TO '00'
                 DISPLAY 'CONVERT: product.new not writable '
                    '(status ' WS-NEW-STATUS '), nothing converted'
                 IF LAYOUT-ORIGINAL
                    CLOSE OLD-PRODUCT-FILE
                 ELSE
                    CLOSE PRIOR-PRODUCT-FILE
                 END-IF
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF LAYOUT-ORIGINAL
                    DISPLAY 'CONVERT: product.dat is in the original '
                       'layout'
                 ELSE
                    DISPLAY 'CONVERT: product.dat is in the 80-byte '
                       'layout'
                 END-IF
                 PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                         IF LAYOUT-ORIGINAL
                            READ OLD-PRODUCT-FILE NEXT RECORD
                            AT END
                               MOVE 'Y' TO WS-EOF
                            NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CONVERT-ONE-PRODUCT
                            END-READ
                         ELSE
                            READ PRIOR-PRODUCT-FILE NEXT RECORD
                            AT END
                               MOVE 'Y' TO WS-EOF
                            NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CONVERT-PRIOR-PRODUCT
                            END-READ
                         END-IF
                 END-PERFORM
                 IF LAYOUT-ORIGINAL
                    CLOSE OLD-PRODUCT-FILE
                 ELSE
                    CLOSE PRIOR-PRODUCT-FILE
                 END-IF
                 CLOSE NEW-PRODUCT-FILE
                 DISPLAY 'CONVERT: ' WS-READ-COUNT ' read, '
                    WS-WRITTEN-COUNT ' written to product.new'
           MOVE SPACES TO CATEGORY-CODE
           MOVE ZERO TO UNIT-COST
           MOVE ZERO TO PROD-UPDATE-STAMP
           MOVE ZERO TO PROD-LAST-COST
           MOVE ZERO TO PROD-LAST-COUNT
           WRITE PRODUCT-DATA
           INVALID KEY
                   DISPLAY 'CONVERT: duplicate code, skipped: '
           NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

      *    THE 80-BYTE RECORD IS THE FRONT OF THE CURRENT ONE, SO IT
      *    MOVES ACROSS WHOLE - LIVE QUANTITY, COSTS, STATUS AND
      *    STAMP INTACT. THE PRODUCT IS UNCLASSIFIED AND HAS NEVER
      *    BEEN CYCLE COUNTED UNTIL MAINABCCLASS AND MAINCYCLECOUNT
      *    SAY OTHERWISE.
       CONVERT-PRIOR-PRODUCT.
           MOVE PRIOR-PRODUCT-DATA TO PRODUCT-DATA
           MOVE SPACE TO PROD-ABC-CLASS
           MOVE ZERO TO PROD-LAST-COUNT
           WRITE PRODUCT-DATA
           INVALID KEY
                   DISPLAY 'CONVERT: duplicate code, skipped: '
                      PP-PROD-CODE
           NOT INVALID KEY
                   ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
