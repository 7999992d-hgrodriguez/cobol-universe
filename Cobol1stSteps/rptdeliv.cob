       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDELIV.

      *    SHARED REPORT DELIVERY, IN THE SPIRIT OF RPTSPOOL: GIVEN A
      *    REPORT PROGRAM AND THE SPOOL NAME OF ONE KEPT RUN, IT
      *    SENDS THE SPOOLED COPY TO EVERY RECIPIENT rptdist.ctl
      *    LISTS FOR THAT PROGRAM (OR TO THE ONE RECIPIENT NAMED BY
      *    THE CALLER) AND WRITES ONE LINE PER DELIVERY TO
      *    rptdeliv.dat. RPTSPOOL CALLS IT FOR EVERY NEW SPOOL ENTRY;
      *    MAINSPOOLVIEW CALLS IT TO RE-SEND. DELIVERY METHODS:
      *       'P'  PRINTER QUEUE  - lp TO THE QUEUE NAMED AS TARGET
      *       'F'  SHARED FOLDER  - A COPY INTO THE TARGET DIRECTORY,
      *                             WHICH MUST ALREADY BE THERE
      *       'E'  E-MAIL DROP    - A MESSAGE FILE ADDRESSED TO THE
      *                             TARGET IN maildrop/, WHERE THE
      *                             MAIL GATEWAY PICKS IT UP
      *    EACH LOG LINE IS SENT, FAILED, OR HELD WHEN THE RUNTIME
      *    PROFILE dataset.cfg SAYS THE DIRECTORY IS NOT PRODUCTION -
      *    A TEST OR TRAINING RUN NEVER REACHES A REAL PRINTER OR
      *    MAILBOX.
      *    rptdist.ctl LINES READ:
      *       <PROGRAM, 12> <EXPECTED, 4> <RECIPIENT, 12> <METHOD, 1>
      *       <TARGET, 40>
      *    THE EXPECTED FREQUENCY IS MAINRPTMISSING'S BUSINESS, NOT
      *    THIS PROGRAM'S.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE ASSIGN TO 'rptdist.ctl'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DIST-STATUS.
           SELECT DELIVERY-LOG ASSIGN TO 'rptdeliv.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
           SELECT PROFILE-FILE ASSIGN TO 'dataset.cfg'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
           SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SPOOL-STATUS.
           SELECT MAIL-DROP-FILE ASSIGN TO WS-DROP-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DROP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DISTRIBUTION-FILE.
       01 DISTRIBUTION-RECORD.
          02 DL-PROGRAM        PIC X(12).
          02 FILLER            PIC X.
          02 DL-EXPECTED       PIC X(4).
          02 FILLER            PIC X.
          02 DL-RECIPIENT      PIC X(12).
          02 FILLER            PIC X.
          02 DL-METHOD         PIC X.
             88 DL-PRINTER-QUEUE         VALUE 'P'.
             88 DL-SHARED-FOLDER         VALUE 'F'.
             88 DL-EMAIL-DROP            VALUE 'E'.
          02 FILLER            PIC X.
          02 DL-TARGET         PIC X(40).

       FD DELIVERY-LOG.
       01 DELIVERY-LOG-DATA.
          02 DV-DATE           PIC 9(8).
          02 FILLER            PIC X     VALUE SPACE.
          02 DV-TIME           PIC 9(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 DV-PROGRAM        PIC X(12).
          02 FILLER            PIC X     VALUE SPACE.
          02 DV-SPOOL-NAME     PIC X(40).
          02 FILLER            PIC X     VALUE SPACE.
          02 DV-RECIPIENT      PIC X(12).
          02 FILLER            PIC X     VALUE SPACE.
          02 DV-METHOD         PIC X.
          02 FILLER            PIC X     VALUE SPACE.
          02 DV-TARGET         PIC X(40).
          02 FILLER            PIC X     VALUE SPACE.
          02 DV-STATUS         PIC X(6).
          02 FILLER            PIC X     VALUE SPACE.
          02 DV-KIND           PIC X(6).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          02 PR-LOGICAL-NAME   PIC X(12).
          02 FILLER            PIC X.
          02 PR-PATH           PIC X(60).

       FD SPOOL-FILE.
       01 SPOOL-LINE          PIC X(200).

       FD MAIL-DROP-FILE.
       01 MAIL-DROP-LINE      PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-DIST-STATUS       PIC XX.
       01 WS-LOG-STATUS        PIC XX.
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-SPOOL-STATUS      PIC XX.
       01 WS-DROP-STATUS       PIC XX.
       01 WS-EOF               PIC X.
       01 WS-SPOOL-EOF         PIC X.
       01 WS-SPOOL-NAME        PIC X(40).
       01 WS-DROP-NAME         PIC X(80).
       01 WS-MAIL-DROP-DIR     PIC X(8)  VALUE 'maildrop'.
       01 WS-COMMAND           PIC X(120).
       01 WS-COMMAND-RC        PIC S9(9) COMP.
       01 WS-MODE              PIC X(10).
          88 MODE-PRODUCTION             VALUE 'PRODUCTION'.
       01 WS-DELIVERY-STATUS   PIC X(6).
       01 WS-MATCHED           PIC 9(3).
       01 WS-CURRENT-DATE-DATA.
          02 WS-CURRENT-DATE     PIC 9(8).
          02 WS-CURRENT-TIME     PIC 9(6).
          02 FILLER              PIC X(7).

       LINKAGE SECTION.
       01 LS-PROGRAM         PIC X(12).
       01 LS-SPOOL-NAME      PIC X(40).
       01 LS-RECIPIENT       PIC X(12).
       01 LS-KIND            PIC X(6).
       01 LS-SENT-COUNT      PIC 9(3).

       PROCEDURE DIVISION USING LS-PROGRAM LS-SPOOL-NAME
           LS-RECIPIENT LS-KIND LS-SENT-COUNT.

       RPTDELIV-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE ZERO TO LS-SENT-COUNT.
           MOVE ZERO TO WS-MATCHED.
           MOVE LS-SPOOL-NAME TO WS-SPOOL-NAME.
           PERFORM READ-PROFILE-MODE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT DISTRIBUTION-FILE.
           IF WS-DIST-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              OPEN EXTEND DELIVERY-LOG
              IF WS-LOG-STATUS IS NOT EQUAL TO '00'
                 OPEN OUTPUT DELIVERY-LOG
              END-IF
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DISTRIBUTION-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF DL-PROGRAM IS EQUAL TO LS-PROGRAM AND
                            (LS-RECIPIENT IS EQUAL TO SPACES OR
                             DL-RECIPIENT IS EQUAL TO LS-RECIPIENT)
                            ADD 1 TO WS-MATCHED
                            PERFORM DELIVER-ONE-COPY
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE DELIVERY-LOG
              CLOSE DISTRIBUTION-FILE
           END-IF.
           IF WS-MATCHED IS EQUAL TO ZERO AND
              LS-RECIPIENT IS NOT EQUAL TO SPACES
              DISPLAY 'DELIVER: ' FUNCTION TRIM(LS-RECIPIENT)
                 ' is not on the distribution of '
                 FUNCTION TRIM(LS-PROGRAM)
           END-IF.
           GOBACK.

      *    SAME READING OF THE MODE LINE AS ENVBANNER; NO PROFILE
      *    ON FILE MEANS PRODUCTION
       READ-PROFILE-MODE.
           MOVE 'PRODUCTION' TO WS-MODE
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

       DELIVER-ONE-COPY.
           MOVE 'SENT  ' TO WS-DELIVERY-STATUS
           IF NOT MODE-PRODUCTION
              MOVE 'HELD  ' TO WS-DELIVERY-STATUS
           ELSE
              EVALUATE TRUE
              WHEN DL-PRINTER-QUEUE
                   PERFORM SEND-TO-PRINTER-QUEUE
              WHEN DL-SHARED-FOLDER
                   PERFORM COPY-TO-SHARED-FOLDER
              WHEN DL-EMAIL-DROP
                   PERFORM WRITE-EMAIL-DROP
              WHEN OTHER
                   MOVE 'FAILED' TO WS-DELIVERY-STATUS
              END-EVALUATE
           END-IF
           MOVE SPACES TO DELIVERY-LOG-DATA
           MOVE WS-CURRENT-DATE TO DV-DATE
           MOVE WS-CURRENT-TIME TO DV-TIME
           MOVE LS-PROGRAM TO DV-PROGRAM
           MOVE LS-SPOOL-NAME TO DV-SPOOL-NAME
           MOVE DL-RECIPIENT TO DV-RECIPIENT
           MOVE DL-METHOD TO DV-METHOD
           MOVE DL-TARGET TO DV-TARGET
           MOVE WS-DELIVERY-STATUS TO DV-STATUS
           MOVE LS-KIND TO DV-KIND
           WRITE DELIVERY-LOG-DATA
           IF WS-DELIVERY-STATUS IS EQUAL TO 'SENT  '
              ADD 1 TO LS-SENT-COUNT
           END-IF
           DISPLAY 'DELIVER: ' FUNCTION TRIM(LS-SPOOL-NAME) ' to '
              FUNCTION TRIM(DL-RECIPIENT) ' '
              FUNCTION TRIM(WS-DELIVERY-STATUS).

       SEND-TO-PRINTER-QUEUE.
           MOVE SPACES TO WS-COMMAND
           STRING 'lp -d ' DELIMITED BY SIZE
              DL-TARGET DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              LS-SPOOL-NAME DELIMITED BY SPACE
              ' >/dev/null 2>&1' DELIMITED BY SIZE
              INTO WS-COMMAND
           PERFORM RUN-DELIVERY-COMMAND.

      *    THE FOLDER IS NOT CREATED HERE: AN UNMOUNTED SHARE MUST
      *    SHOW AS FAILED, NOT AS A LOCAL DIRECTORY NOBODY READS
       COPY-TO-SHARED-FOLDER.
           MOVE SPACES TO WS-COMMAND
           STRING 'cp ' DELIMITED BY SIZE
              LS-SPOOL-NAME DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              DL-TARGET DELIMITED BY SPACE
              '/ >/dev/null 2>&1' DELIMITED BY SIZE
              INTO WS-COMMAND
           PERFORM RUN-DELIVERY-COMMAND.

       RUN-DELIVERY-COMMAND.
           CALL 'SYSTEM' USING WS-COMMAND
           END-CALL
           MOVE RETURN-CODE TO WS-COMMAND-RC
           MOVE ZERO TO RETURN-CODE
           IF WS-COMMAND-RC IS NOT EQUAL TO ZERO
              MOVE 'FAILED' TO WS-DELIVERY-STATUS
           END-IF.

      *    ONE MESSAGE FILE PER RECIPIENT: TO AND SUBJECT HEADERS, A
      *    BLANK LINE, THEN THE REPORT AS THE BODY
       WRITE-EMAIL-DROP.
           MOVE SPACES TO WS-COMMAND
           STRING 'mkdir -p ' DELIMITED BY SIZE
              WS-MAIL-DROP-DIR DELIMITED BY SPACE
              INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           END-CALL
           MOVE ZERO TO RETURN-CODE
           MOVE SPACES TO WS-DROP-NAME
           STRING WS-MAIL-DROP-DIR DELIMITED BY SPACE
              '/' DELIMITED BY SIZE
              DL-RECIPIENT DELIMITED BY SPACE
              '.' DELIMITED BY SIZE
              LS-SPOOL-NAME DELIMITED BY SPACE
              INTO WS-DROP-NAME
           MOVE 'N' TO WS-SPOOL-EOF
           OPEN INPUT SPOOL-FILE
           IF WS-SPOOL-STATUS IS NOT EQUAL TO '00'
              MOVE 'FAILED' TO WS-DELIVERY-STATUS
           ELSE
              OPEN OUTPUT MAIL-DROP-FILE
              IF WS-DROP-STATUS IS NOT EQUAL TO '00'
                 MOVE 'FAILED' TO WS-DELIVERY-STATUS
              ELSE
                 MOVE SPACES TO MAIL-DROP-LINE
                 STRING 'To: ' DELIMITED BY SIZE
                    DL-TARGET DELIMITED BY SPACE
                    INTO MAIL-DROP-LINE
                 WRITE MAIL-DROP-LINE
                 MOVE SPACES TO MAIL-DROP-LINE
                 STRING 'Subject: ' DELIMITED BY SIZE
                    LS-PROGRAM DELIMITED BY SPACE
                    ' report ' DELIMITED BY SIZE
                    LS-SPOOL-NAME DELIMITED BY SPACE
                    INTO MAIL-DROP-LINE
                 WRITE MAIL-DROP-LINE
                 MOVE SPACES TO MAIL-DROP-LINE
                 WRITE MAIL-DROP-LINE
                 PERFORM UNTIL WS-SPOOL-EOF IS EQUAL TO 'Y'
                         READ SPOOL-FILE
                         AT END
                            MOVE 'Y' TO WS-SPOOL-EOF
                         NOT AT END
                            MOVE SPOOL-LINE TO MAIL-DROP-LINE
                            WRITE MAIL-DROP-LINE
                         END-READ
                 END-PERFORM
                 CLOSE MAIL-DROP-FILE
              END-IF
              CLOSE SPOOL-FILE
           END-IF.
