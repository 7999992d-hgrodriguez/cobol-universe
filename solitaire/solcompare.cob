      ******************************************************************
      *  SHARED BOARD-COMPARE SUBPROGRAM FOR THE BATCH RUNS OF
      *  SOLITAIRE AND SPIDER. BOTH WRITE THE FINAL BOARD OF A
      *  SCRIPTED GAME BETWEEN A 'FINAL BOARD' LINE AND AN 'END OF
      *  BOARD' LINE; THIS CHECKS THAT BOARD, LINE FOR LINE, AGAINST
      *  AN EXPECTED-BOARD FILE. THE EXPECTED FILE MAY BE A BOARD ON
      *  ITS OWN OR A WHOLE EARLIER BATCH OUTPUT - ANYTHING BEFORE ITS
      *  OWN 'FINAL BOARD' LINE AND AFTER ITS 'END OF BOARD' LINE IS
      *  PASSED OVER - SO A RUN THAT SHOWED THE RIGHT BOARD CAN SIMPLY
      *  BE KEPT AS THE EXPECTED RESULT FOR THE NEXT ONE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLCOMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTUAL-FILE ASSIGN TO CMP-ACTUAL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACTUAL-STATUS.
           SELECT EXPECTED-FILE ASSIGN TO CMP-EXPECTED-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXPECTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACTUAL-FILE.
       01 ACTUAL-RECORD            PIC X(132).
       FD EXPECTED-FILE.
       01 EXPECTED-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACTUAL-STATUS         PIC XX.
       01 WS-EXPECTED-STATUS       PIC XX.
       01 CMP-ACTUAL-NAME          PIC X(20).
       01 CMP-EXPECTED-NAME        PIC X(20).
       01 BOARD-EOF                PIC X.
      *   N UNTIL THE 'END OF BOARD' LINE HAS BEEN READ
       01 BOARD-ENDED              PIC X.
       01 ACTUAL-SEEN              PIC X.
       01 ACTUAL-COUNT             PIC 99.
       01 ACTUAL-TABLE.
          02 ACTUAL-T OCCURS 99 TIMES PIC X(132).
       01 EXPECTED-COUNT           PIC 99.
       01 EXPECTED-TABLE.
          02 EXPECTED-T OCCURS 99 TIMES PIC X(132).
       01 COMPARE-I                PIC 99.
       01 COMPARE-LAST             PIC 99.

       LINKAGE SECTION.
       01 COMPARE-REQUEST.
      *      THE BATCH OUTPUT JUST WRITTEN AND THE FILE TO CHECK IT
      *      AGAINST
          02 CMP-ACTUAL-PATH       PIC X(20).
          02 CMP-EXPECTED-PATH     PIC X(20).
      *      M = THE BOARDS MATCH, D = THEY DIFFER, X = NO EXPECTED
      *      FILE, A = NO BOARD IN THE BATCH OUTPUT
          02 CMP-RESULT            PIC X.
      *      WHERE THEY FIRST DIFFER - THE LINE NUMBER WITHIN THE
      *      BOARD AND BOTH VERSIONS OF THAT LINE
          02 CMP-LINE-NO           PIC 99.
          02 CMP-ACTUAL-LINE       PIC X(132).
          02 CMP-EXPECTED-LINE     PIC X(132).

       PROCEDURE DIVISION USING COMPARE-REQUEST.
           MOVE CMP-ACTUAL-PATH TO CMP-ACTUAL-NAME.
           MOVE CMP-EXPECTED-PATH TO CMP-EXPECTED-NAME.
           MOVE 0 TO CMP-LINE-NO.
           MOVE SPACES TO CMP-ACTUAL-LINE.
           MOVE SPACES TO CMP-EXPECTED-LINE.
           PERFORM LOAD-ACTUAL-BOARD.
           IF ACTUAL-SEEN IS EQUAL TO 'N'
              MOVE 'A' TO CMP-RESULT
              GOBACK
           END-IF.
           PERFORM LOAD-EXPECTED-BOARD.
           IF WS-EXPECTED-STATUS IS NOT EQUAL TO '00'
              MOVE 'X' TO CMP-RESULT
              GOBACK
           END-IF.
           MOVE 'M' TO CMP-RESULT.
           IF ACTUAL-COUNT IS GREATER THAN EXPECTED-COUNT
              MOVE ACTUAL-COUNT TO COMPARE-LAST
           ELSE
              MOVE EXPECTED-COUNT TO COMPARE-LAST
           END-IF.
           PERFORM VARYING COMPARE-I FROM 1 BY 1
              UNTIL COMPARE-I > COMPARE-LAST OR
                 CMP-RESULT IS EQUAL TO 'D'
      *            A BOARD THAT RUNS SHORT COMPARES AS BLANK LINES
                   IF COMPARE-I IS GREATER THAN ACTUAL-COUNT
                      MOVE SPACES TO ACTUAL-T(COMPARE-I)
                   END-IF
                   IF COMPARE-I IS GREATER THAN EXPECTED-COUNT
                      MOVE SPACES TO EXPECTED-T(COMPARE-I)
                   END-IF
                   IF ACTUAL-T(COMPARE-I) IS NOT EQUAL TO
                      EXPECTED-T(COMPARE-I)
                      MOVE 'D' TO CMP-RESULT
                      MOVE COMPARE-I TO CMP-LINE-NO
                      MOVE ACTUAL-T(COMPARE-I) TO CMP-ACTUAL-LINE
                      MOVE EXPECTED-T(COMPARE-I) TO CMP-EXPECTED-LINE
                   END-IF
           END-PERFORM.
           GOBACK.

      *   THE BATCH OUTPUT ALWAYS CARRIES ITS 'FINAL BOARD' LINE -
      *   ONLY THE LINES AFTER IT ARE KEPT
       LOAD-ACTUAL-BOARD.
           MOVE 0 TO ACTUAL-COUNT.
           MOVE 'N' TO ACTUAL-SEEN.
           MOVE 'N' TO BOARD-ENDED.
           MOVE 'N' TO BOARD-EOF.
           OPEN INPUT ACTUAL-FILE.
           IF WS-ACTUAL-STATUS IS EQUAL TO '00'
              PERFORM UNTIL BOARD-EOF IS EQUAL TO 'Y'
                      READ ACTUAL-FILE
                      AT END
                         MOVE 'Y' TO BOARD-EOF
                      NOT AT END
                         PERFORM KEEP-ACTUAL-LINE
                      END-READ
              END-PERFORM
              CLOSE ACTUAL-FILE
           END-IF.

       KEEP-ACTUAL-LINE.
           EVALUATE TRUE
           WHEN ACTUAL-RECORD(1:11) IS EQUAL TO 'FINAL BOARD'
                MOVE 'Y' TO ACTUAL-SEEN
                MOVE 0 TO ACTUAL-COUNT
           WHEN ACTUAL-RECORD(1:12) IS EQUAL TO 'END OF BOARD'
                MOVE 'Y' TO BOARD-ENDED
           WHEN ACTUAL-SEEN IS EQUAL TO 'Y' AND
                BOARD-ENDED IS EQUAL TO 'N' AND
                ACTUAL-COUNT IS LESS THAN 99
                ADD 1 TO ACTUAL-COUNT
                MOVE ACTUAL-RECORD TO ACTUAL-T(ACTUAL-COUNT)
           END-EVALUATE.

      *   AN EXPECTED FILE WITHOUT A 'FINAL BOARD' LINE IS ALL BOARD;
      *   ONE WITH IT LOSES WHATEVER CAME BEFORE
       LOAD-EXPECTED-BOARD.
           MOVE 0 TO EXPECTED-COUNT.
           MOVE 'N' TO BOARD-ENDED.
           MOVE 'N' TO BOARD-EOF.
           OPEN INPUT EXPECTED-FILE.
           IF WS-EXPECTED-STATUS IS EQUAL TO '00'
              PERFORM UNTIL BOARD-EOF IS EQUAL TO 'Y'
                      READ EXPECTED-FILE
                      AT END
                         MOVE 'Y' TO BOARD-EOF
                      NOT AT END
                         PERFORM KEEP-EXPECTED-LINE
                      END-READ
              END-PERFORM
              CLOSE EXPECTED-FILE
           END-IF.

       KEEP-EXPECTED-LINE.
           EVALUATE TRUE
           WHEN EXPECTED-RECORD(1:11) IS EQUAL TO 'FINAL BOARD'
                MOVE 0 TO EXPECTED-COUNT
                MOVE 'N' TO BOARD-ENDED
           WHEN EXPECTED-RECORD(1:12) IS EQUAL TO 'END OF BOARD'
                MOVE 'Y' TO BOARD-ENDED
           WHEN BOARD-ENDED IS EQUAL TO 'N' AND
                EXPECTED-COUNT IS LESS THAN 99
                ADD 1 TO EXPECTED-COUNT
                MOVE EXPECTED-RECORD TO EXPECTED-T(EXPECTED-COUNT)
           END-EVALUATE.
