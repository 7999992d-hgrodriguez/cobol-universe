      *    FAILING BASIC ADDRESS COMPLETENESS, SORTS BY ZIP FOR THE
      *    POSTAL DISCOUNT, AND PRINTS THREE-ACROSS LABEL STOCK TO
      *    labels.prt. AN OPTIONAL RESTRICTION TO ONE STATE OR ONE
      *    ZIP PREFIX COVERS THE REGIONAL PROMOS, AND AN OPTIONAL
      *    RFM SEGMENT CODE (FROM THE custseg.dat THE MONTHLY
      *    MAINRFMSCORE RUN WRITES) NARROWS IT FURTHER - A PROMO TO
      *    JUST THE AT RISK CUSTOMERS IN ILLINOIS IS STATE IL PLUS
      *    SEGMENT ATRISK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
              ACCESS IS SEQUENTIAL.
           SELECT LABEL-PRINT-FILE ASSIGN TO 'labels.prt'
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEGMENT-FILE ASSIGN TO 'custseg.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SEGMENT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'labels.srt'.
       DATA DIVISION.
       FILE SECTION.
      *       FROM BEFORE THE EXTRACT EXISTED
          02 STATUS-CODE       PIC X.

       FD SEGMENT-FILE.
       01 SEGMENT-RECORD.
          COPY CUSTOMER-SEGMENT.

       FD LABEL-PRINT-FILE.
       01 PRINT-LINE            PIC X(120).

       01 WS-FILTER-STATE      PIC X(2).
       01 WS-FILTER-PREFIX     PIC X(5).
       01 WS-PREFIX-LEN        PIC 9.
       01 WS-FILTER-SEGMENT    PIC X(6).
       01 WS-SEGMENT-STATUS    PIC XX.
       01 WS-SEGMENT-EOF       PIC X     VALUE 'N'.
       01 WS-IN-SEGMENT        PIC X.
      *    IDS OF THE CUSTOMERS IN THE CHOSEN SEGMENT - custseg.dat
      *    IS WRITTEN IN ID ORDER, SO SEARCH ALL CAN USE IT AS READ
       01 WS-SEG-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-SEG-TABLE.
          02 WS-SEG-ENTRY OCCURS 1 TO 20000 TIMES
             DEPENDING ON WS-SEG-COUNT
             ASCENDING KEY IS WS-SEG-ID
             INDEXED BY WS-SEG-X.
             03 WS-SEG-ID         PIC 9(5).
       01 WS-LABEL-COUNT       PIC 9(5)  VALUE ZERO.
       01 WS-SKIPPED-COUNT     PIC 9(5)  VALUE ZERO.
      *    UP TO THREE LABELS ARE GATHERED HERE, THEN EMITTED AS ONE
       01 WS-LABEL-TEXT        PIC X(39).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'LABELS: Restrict - (N)one, (S)tate, (Z)ip '
              'prefix: ' WITH NO ADVANCING
           ACCEPT WS-FILTER-CHOICE
           WHEN OTHER
                CONTINUE
           END-EVALUATE
           DISPLAY 'LABELS: Segment code (blank for all): '
              WITH NO ADVANCING
           MOVE SPACES TO WS-FILTER-SEGMENT
           ACCEPT WS-FILTER-SEGMENT
           MOVE FUNCTION UPPER-CASE(WS-FILTER-SEGMENT)
              TO WS-FILTER-SEGMENT
           IF WS-FILTER-SEGMENT IS NOT EQUAL TO SPACES
              PERFORM LOAD-SEGMENT-MEMBERS
           END-IF

           OPEN OUTPUT LABEL-PRINT-FILE
           SORT SORT-WORK-FILE
           END-IF.
           STOP RUN.

       LOAD-SEGMENT-MEMBERS.
           OPEN INPUT SEGMENT-FILE
           IF WS-SEGMENT-STATUS IS NOT EQUAL TO '00'
              DISPLAY 'LABELS: custseg.dat not found - run '
                 'MAINRFMSCORE before selecting by segment'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM UNTIL WS-SEGMENT-EOF IS EQUAL TO 'Y'
                   READ SEGMENT-FILE
                   AT END
                      MOVE 'Y' TO WS-SEGMENT-EOF
                   NOT AT END
                      IF SG-SEGMENT IS EQUAL TO WS-FILTER-SEGMENT
                         IF WS-SEG-COUNT IS EQUAL TO 20000
                            DISPLAY 'LABELS: segment table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-SEG-COUNT
                         MOVE SG-ID-NUM TO WS-SEG-ID(WS-SEG-COUNT)
                      END-IF
                   END-READ
           END-PERFORM
           CLOSE SEGMENT-FILE
           DISPLAY 'LABELS: ' WS-SEG-COUNT ' customer(s) in segment '
              WS-FILTER-SEGMENT.

       RELEASE-LABEL-RECORDS.
           OPEN INPUT CUSTOMER-FILE
           PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                    WS-FILTER-PREFIX(1:WS-PREFIX-LEN)
                    CONTINUE
                 ELSE
                    PERFORM CHECK-SEGMENT-SELECTION
                    IF WS-IN-SEGMENT IS EQUAL TO 'Y'
                       MOVE ZIP TO SR-ZIP
                       MOVE FIRST-NAME TO SR-FIRST-NAME
                       MOVE LAST-NAME TO SR-LAST-NAME
                       MOVE STREET TO SR-STREET
                       MOVE CITY TO SR-CITY
                       MOVE STATE TO SR-STATE
                       RELEASE SORT-RECORD
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CHECK-SEGMENT-SELECTION.
           MOVE 'Y' TO WS-IN-SEGMENT
           IF WS-FILTER-SEGMENT IS NOT EQUAL TO SPACES
              MOVE 'N' TO WS-IN-SEGMENT
              IF WS-SEG-COUNT IS GREATER THAN ZERO
                 SEARCH ALL WS-SEG-ENTRY
                    AT END
                       CONTINUE
                    WHEN WS-SEG-ID(WS-SEG-X) IS EQUAL TO ID-NUM
                       MOVE 'Y' TO WS-IN-SEGMENT
                 END-SEARCH
              END-IF
           END-IF.

       PRINT-SORTED-LABELS.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF IS EQUAL TO 'Y'
