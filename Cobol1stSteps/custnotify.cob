       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNOTIFY.

      *    SHARED CUSTOMER-NOTIFICATION WRITER, IN THE SPIRIT OF
      *    SECLOG: EVERY PROGRAM THAT ACKNOWLEDGES, SHIPS OR RELEASES
      *    AN ORDER, OR PRODUCES A STATEMENT, HANDS THE EVENT HERE.
      *    GIVEN THE CUSTOMER, THE E-MAIL ADDRESS FROM THE CUSTOMER
      *    MASTER, THE EVENT CODE (ACK, SHIP, BORL, STMT) AND THE
      *    DOCUMENT REFERENCE, DATE AND A ONE-LINE DETAIL IT WRITES
      *    A NOTIFY-EVENT RECORD TO:
      *       notifyq.dat  THE OUTBOUND QUEUE THE MAIL GATEWAY
      *                    PICKS UP, WHEN THE CUSTOMER HAS A USABLE
      *                    E-MAIL ADDRESS AND HAS NOT OPTED OUT
      *       callq.dat    OTHERWISE, WITH THE REASON (NOEMAIL OR
      *                    OPTOUT) - MAINCALLLIST PRINTS IT AS THE
      *                    DAY'S 'NEEDS A PHONE CALL' LIST
      *    THE OPT-OUT FLAGS ON custprof.dat ARE LOADED ON FIRST CALL
      *    AND KEPT FOR THE REST OF THE RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO 'custprof.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROFILE-STATUS.
           SELECT NOTIFY-QUEUE ASSIGN TO 'notifyq.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NOTIFYQ-STATUS.
           SELECT CALL-QUEUE ASSIGN TO 'callq.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CALLQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
       01 PROFILE-DATA.
          COPY CUSTOMER-PROFILE.

       FD NOTIFY-QUEUE.
       01 NOTIFY-QUEUE-LINE    PIC X(136).

       FD CALL-QUEUE.
       01 CALL-QUEUE-LINE      PIC X(136).

       WORKING-STORAGE SECTION.
       01 WS-PROFILE-STATUS    PIC XX.
       01 WS-NOTIFYQ-STATUS    PIC XX.
       01 WS-CALLQ-STATUS      PIC XX.
       01 WS-EOF               PIC X.
       01 WS-LOADED            PIC X     VALUE 'N'.
       01 WS-FOUND             PIC X.
       01 WS-AT-COUNT          PIC 9(2).
       01 WS-CURRENT-DATE-DATA.
          02 WS-CURRENT-DATE     PIC 9(8).
          02 WS-CURRENT-TIME     PIC 9(6).
          02 FILLER              PIC X(7).
       01 NOTIFY-DETAIL.
          COPY NOTIFY-EVENT.
       01 WS-OPTOUT-COUNT      PIC 9(4)  VALUE ZERO.
       01 WS-OPTOUT-TABLE.
          02 WS-OPTOUT-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-OPTOUT-COUNT.
             03 WO-ID-NUM             PIC 9(5).
       01 WS-OPTOUT-I          PIC 9(4).

       LINKAGE SECTION.
       01 LS-ID-NUM          PIC 9(5).
       01 LS-EMAIL           PIC X(30).
       01 LS-EVENT           PIC X(4).
       01 LS-DOC-REF         PIC X(10).
       01 LS-DOC-DATE        PIC 9(8).
       01 LS-DETAIL          PIC X(50).

       PROCEDURE DIVISION USING LS-ID-NUM LS-EMAIL LS-EVENT
           LS-DOC-REF LS-DOC-DATE LS-DETAIL.

       CUSTNOTIFY-MAIN.
           IF WS-LOADED IS EQUAL TO 'N'
              PERFORM LOAD-OPTOUT-TABLE
              MOVE 'Y' TO WS-LOADED
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE WS-CURRENT-DATE TO NE-DATE.
           MOVE WS-CURRENT-TIME TO NE-TIME.
           MOVE LS-ID-NUM TO NE-ID-NUM.
           MOVE LS-EVENT TO NE-EVENT.
           MOVE LS-DOC-REF TO NE-DOC-REF.
           MOVE LS-DOC-DATE TO NE-DOC-DATE.
           MOVE LS-EMAIL TO NE-EMAIL.
           MOVE LS-DETAIL TO NE-DETAIL.
           MOVE SPACES TO NE-REASON.
      *    AN ADDRESS WITHOUT AN @ IS AS GOOD AS NONE - THE GATEWAY
      *    WOULD ONLY BOUNCE IT
           MOVE ZERO TO WS-AT-COUNT.
           INSPECT LS-EMAIL TALLYING WS-AT-COUNT FOR ALL '@'.
           IF WS-AT-COUNT IS EQUAL TO ZERO
              MOVE 'NOEMAIL' TO NE-REASON
           END-IF.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-OPTOUT-I FROM 1 BY 1
              UNTIL WS-OPTOUT-I > WS-OPTOUT-COUNT OR
                 WS-FOUND IS EQUAL TO 'Y'
                   IF WO-ID-NUM(WS-OPTOUT-I) IS EQUAL TO LS-ID-NUM
                      MOVE 'Y' TO WS-FOUND
                   END-IF
           END-PERFORM.
           IF WS-FOUND IS EQUAL TO 'Y'
              MOVE 'OPTOUT' TO NE-REASON
           END-IF.
           IF NE-REASON IS EQUAL TO SPACES
              PERFORM WRITE-NOTIFY-QUEUE
           ELSE
              PERFORM WRITE-CALL-QUEUE
           END-IF.
           GOBACK.

       WRITE-NOTIFY-QUEUE.
           OPEN EXTEND NOTIFY-QUEUE
           IF WS-NOTIFYQ-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT NOTIFY-QUEUE
           END-IF
           IF WS-NOTIFYQ-STATUS IS EQUAL TO '00'
              WRITE NOTIFY-QUEUE-LINE FROM NOTIFY-DETAIL
              CLOSE NOTIFY-QUEUE
           ELSE
              DISPLAY 'NOTIFY: notifyq.dat not writable, '
                 NE-EVENT ' for customer ' NE-ID-NUM
                 ' not queued'
           END-IF.

       WRITE-CALL-QUEUE.
           OPEN EXTEND CALL-QUEUE
           IF WS-CALLQ-STATUS IS NOT EQUAL TO '00'
              OPEN OUTPUT CALL-QUEUE
           END-IF
           IF WS-CALLQ-STATUS IS EQUAL TO '00'
              WRITE CALL-QUEUE-LINE FROM NOTIFY-DETAIL
              CLOSE CALL-QUEUE
           ELSE
              DISPLAY 'NOTIFY: callq.dat not writable, '
                 NE-EVENT ' for customer ' NE-ID-NUM
                 ' not queued'
           END-IF.

       LOAD-OPTOUT-TABLE.
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
                         IF CP-NOTIFY-OPTOUT IS EQUAL TO 'Y' AND
                            WS-OPTOUT-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-OPTOUT-COUNT
                            MOVE CP-ID-NUM TO
                               WO-ID-NUM(WS-OPTOUT-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE PROFILE-FILE
           END-IF.
