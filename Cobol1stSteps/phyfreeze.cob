       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHYFREEZE.

      *    SHARED STOCK-FREEZE FLAG, IN THE SPIRIT OF CALBUSDAY: WHILE
      *    A WALL-TO-WALL PHYSICAL INVENTORY IS BEING COUNTED, EVERY
      *    PROGRAM THAT MOVES STOCK ASKS HERE FIRST AND REFUSES TO
      *    RUN, SO THE BOOK QUANTITIES ON THE COUNT TAGS STAY TRUE.
      *    BACKED BY THE ONE-LINE phyfreeze.dat - NO FILE MEANS NO
      *    INVENTORY HAS EVER BEEN TAKEN. FUNCTIONS:
      *       '1' IS STOCK FROZEN (LS-FROZEN Y/N, LS-FREEZE-DATE
      *           THE DAY IT WAS FROZEN)
      *       '2' FREEZE STOCK - MAINPHYTAGS
      *       '3' LIFT THE FREEZE - MAINPHYPOST
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZE-FILE ASSIGN TO 'phyfreeze.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FREEZE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FREEZE-FILE.
       01 FREEZE-DATA.
      *       'F' FROZEN, 'L' LIFTED
          02 PF-STATE          PIC X.
          02 FILLER            PIC X.
          02 PF-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 PF-OPERATOR       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FREEZE-STATUS     PIC XX.
       01 WS-NEW-STATE         PIC X.

       LINKAGE SECTION.
       01 LS-FUNC            PIC X.
          88 PF-IS-FROZEN              VALUE '1'.
          88 PF-SET-FREEZE             VALUE '2'.
          88 PF-LIFT-FREEZE            VALUE '3'.
       01 LS-OPERATOR        PIC X(8).
       01 LS-FROZEN          PIC X.
       01 LS-FREEZE-DATE     PIC 9(8).

       PROCEDURE DIVISION USING LS-FUNC LS-OPERATOR LS-FROZEN
           LS-FREEZE-DATE.

       PHYFREEZE-MAIN.
           EVALUATE TRUE
           WHEN PF-IS-FROZEN
                PERFORM READ-FREEZE-FLAG
           WHEN PF-SET-FREEZE
                MOVE 'F' TO WS-NEW-STATE
                PERFORM WRITE-FREEZE-FLAG
                MOVE 'Y' TO LS-FROZEN
           WHEN PF-LIFT-FREEZE
                MOVE 'L' TO WS-NEW-STATE
                PERFORM WRITE-FREEZE-FLAG
                MOVE 'N' TO LS-FROZEN
           WHEN OTHER
                MOVE 'N' TO LS-FROZEN
                MOVE ZERO TO LS-FREEZE-DATE
           END-EVALUATE.
           GOBACK.

      *    READ FRESH ON EVERY CALL - THE FLAG CAN BE SET OR LIFTED
      *    WHILE ANOTHER PROGRAM IS RUNNING
       READ-FREEZE-FLAG.
           MOVE 'N' TO LS-FROZEN
           MOVE ZERO TO LS-FREEZE-DATE
           OPEN INPUT FREEZE-FILE
           IF WS-FREEZE-STATUS IS EQUAL TO '00'
              READ FREEZE-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF PF-STATE IS EQUAL TO 'F'
                    MOVE 'Y' TO LS-FROZEN
                    MOVE PF-DATE TO LS-FREEZE-DATE
                 END-IF
              END-READ
              CLOSE FREEZE-FILE
           END-IF.

       WRITE-FREEZE-FLAG.
           MOVE SPACES TO FREEZE-DATA
           MOVE WS-NEW-STATE TO PF-STATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO PF-DATE
           MOVE LS-OPERATOR TO PF-OPERATOR
           MOVE PF-DATE TO LS-FREEZE-DATE
           OPEN OUTPUT FREEZE-FILE
           WRITE FREEZE-DATA
           CLOSE FREEZE-FILE.
