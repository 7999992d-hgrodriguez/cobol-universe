       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVBANNER.

      *    SHARED ENVIRONMENT BANNER, IN THE SPIRIT OF SECLOG: EVERY
      *    INTERACTIVE PROGRAM CALLS IT BEFORE ITS FIRST PROMPT
      *    (SIGNED-ON PROGRAMS GET IT THROUGH OPERSIGNON, AND
      *    DSNRESOLVE CALLS IT ON ITS FIRST LOOKUP). IT READS THE
      *    MODE LINE OF THE RUNTIME PROFILE dataset.cfg AND, WHEN
      *    THE DIRECTORY IS A TRAINING SET BUILT BY MAINTRAINBUILD,
      *    PUTS A BOX ON THE SCREEN THAT NOBODY CAN MISTAKE FOR
      *    PRODUCTION. IT IS SHOWN ONCE PER RUN; IN PRODUCTION AND
      *    TEST IT SAYS NOTHING, SO THE SCREENS CLERKS KNOW ARE
      *    UNCHANGED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO 'dataset.cfg'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          02 PR-LOGICAL-NAME   PIC X(12).
          02 FILLER            PIC X.
          02 PR-PATH           PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-EOF               PIC X.
      *    SET ON THE FIRST CALL OF THE RUN UNIT AND KEPT
       01 WS-SHOWN             PIC X     VALUE 'N'.
       01 WS-MODE              PIC X(10) VALUE 'PRODUCTION'.
          88 MODE-TRAINING               VALUE 'TRAINING'.

       PROCEDURE DIVISION.

       ENVBANNER-MAIN.
           IF WS-SHOWN IS EQUAL TO 'N'
              MOVE 'Y' TO WS-SHOWN
              PERFORM READ-PROFILE-MODE
              IF MODE-TRAINING
                 DISPLAY ' '
                 DISPLAY '****************************************'
                    '****************************************'
                 DISPLAY '***                  T R A I N I N G   '
                    '  D A T A S E T                       ***'
                 DISPLAY '***   NOTHING ENTERED HERE REACHES A CUS'
                    'TOMER, THE LEDGER OR THE WAREHOUSE   ***'
                 DISPLAY '****************************************'
                    '****************************************'
                 DISPLAY ' '
              END-IF
           END-IF.
           GOBACK.

       READ-PROFILE-MODE.
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
                            MOVE PR-PATH TO WS-MODE
                            MOVE 'Y' TO WS-EOF
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.
