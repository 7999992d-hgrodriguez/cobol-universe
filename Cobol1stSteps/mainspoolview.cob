      *    PROGRAM, PARAMETERS, DATE/TIME AND OPERATOR, AND SHOWS
      *    ANY KEPT REPORT ON THE SCREEN - SO 'RE-RUN IT' STOPS
      *    BEING THE ONLY ANSWER TO 'WHAT DID IT SAY YESTERDAY'.
      *    FOR ANY KEPT REPORT IT ALSO LISTS THE DELIVERY LOG
      *    rptdeliv.dat - WHO IT WENT TO, HOW, WHEN AND WHETHER IT
      *    GOT THERE - AND RE-SENDS IT THROUGH RPTDELIV, TO ONE
      *    RECIPIENT OR TO THE WHOLE rptdist.ctl LIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-FILE ASSIGN TO WS-SPOOL-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SPOOL-STATUS.
           SELECT DELIVERY-LOG ASSIGN TO 'rptdeliv.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SPOOL-CATALOG.
       FD SPOOL-FILE.
       01 SPOOL-LINE          PIC X(200).

       FD DELIVERY-LOG.
       01 DELIVERY-LOG-DATA.
          02 DV-DATE           PIC 9(8).
          02 FILLER            PIC X.
          02 DV-TIME           PIC 9(6).
          02 FILLER            PIC X.
          02 DV-PROGRAM        PIC X(12).
          02 FILLER            PIC X.
          02 DV-SPOOL-NAME     PIC X(40).
          02 FILLER            PIC X.
          02 DV-RECIPIENT      PIC X(12).
          02 FILLER            PIC X.
          02 DV-METHOD         PIC X.
          02 FILLER            PIC X.
          02 DV-TARGET         PIC X(40).
          02 FILLER            PIC X.
          02 DV-STATUS         PIC X(6).
          02 FILLER            PIC X.
          02 DV-KIND           PIC X(6).

       WORKING-STORAGE SECTION.
       01 CHOICE               PIC X.
       01 STAY-OPEN            PIC X     VALUE 'Y'.
             03 WC-SPOOL-NAME         PIC X(40).
       01 WS-CAT-I             PIC 9(4).

      *    THE DELIVERY LOG, MATCHED TO A CATALOG ENTRY BY PROGRAM
      *    AND SPOOL NAME
       01 WS-LOG-STATUS        PIC XX.
       01 WS-DLV-COUNT         PIC 9(4)  VALUE ZERO.
       01 WS-DLV-TABLE.
          02 WS-DLV-ENTRY OCCURS 1 TO 3000 TIMES
             DEPENDING ON WS-DLV-COUNT.
             03 WV-DATE               PIC 9(8).
             03 WV-TIME               PIC 9(6).
             03 WV-PROGRAM            PIC X(12).
             03 WV-SPOOL-NAME         PIC X(40).
             03 WV-RECIPIENT          PIC X(12).
             03 WV-METHOD             PIC X.
             03 WV-TARGET             PIC X(40).
             03 WV-STATUS             PIC X(6).
             03 WV-KIND               PIC X(6).
       01 WS-DLV-I             PIC 9(4).
       01 WS-DLV-SHOWN         PIC 9(4).

      *    PARAMETERS PASSED TO THE SHARED RPTDELIV SUBPROGRAM
       01 WS-RD-PROGRAM        PIC X(12).
       01 WS-RD-SPOOL-NAME     PIC X(40).
       01 WS-RD-RECIPIENT      PIC X(12).
       01 WS-RD-KIND           PIC X(6)  VALUE 'RESEND'.
       01 WS-RD-SENT-COUNT     PIC 9(3).

       PROCEDURE DIVISION .

       MAIN-LOOP.
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM LOAD-CATALOG.
           PERFORM LOAD-DELIVERIES.
           IF WS-CAT-COUNT IS EQUAL TO ZERO
              DISPLAY 'SPOOL: no kept reports on the catalog yet'
              STOP RUN
                   DISPLAY 'Please select the operation'
                   DISPLAY '1) List Kept Reports'
                   DISPLAY '2) View a Kept Report'
                   DISPLAY '3) Show Who Received a Kept Report'
                   DISPLAY '4) Re-send a Kept Report'
                   DISPLAY '0) Quit'
                   DISPLAY ': ' WITH NO ADVANCING
                   ACCEPT CHOICE
                        PERFORM LIST-CATALOG
                   WHEN '2'
                        PERFORM VIEW-ONE-REPORT
                   WHEN '3'
                        PERFORM SHOW-DELIVERIES
                   WHEN '4'
                        PERFORM RESEND-ONE-REPORT
                   WHEN '0'
                        MOVE 'N' TO STAY-OPEN
                   WHEN OTHER
                 CLOSE SPOOL-FILE
              END-IF
           END-IF.

       LOAD-DELIVERIES.
           MOVE ZERO TO WS-DLV-COUNT
           MOVE 'N' TO WS-EOF
           OPEN INPUT DELIVERY-LOG
           IF WS-LOG-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ DELIVERY-LOG
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-DLV-COUNT IS EQUAL TO 3000
                            DISPLAY 'SPOOL: delivery table full, '
                               'run aborted'
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-DLV-COUNT
                         MOVE DV-DATE TO WV-DATE(WS-DLV-COUNT)
                         MOVE DV-TIME TO WV-TIME(WS-DLV-COUNT)
                         MOVE DV-PROGRAM TO
                            WV-PROGRAM(WS-DLV-COUNT)
                         MOVE DV-SPOOL-NAME TO
                            WV-SPOOL-NAME(WS-DLV-COUNT)
                         MOVE DV-RECIPIENT TO
                            WV-RECIPIENT(WS-DLV-COUNT)
                         MOVE DV-METHOD TO WV-METHOD(WS-DLV-COUNT)
                         MOVE DV-TARGET TO WV-TARGET(WS-DLV-COUNT)
                         MOVE DV-STATUS TO WV-STATUS(WS-DLV-COUNT)
                         MOVE DV-KIND TO WV-KIND(WS-DLV-COUNT)
                      END-READ
              END-PERFORM
              CLOSE DELIVERY-LOG
           END-IF.

       SHOW-DELIVERIES.
           DISPLAY 'SPOOL: Which entry number: ' WITH NO ADVANCING
           ACCEPT WS-PICK
           IF WS-PICK IS EQUAL TO ZERO OR
              WS-PICK IS GREATER THAN WS-CAT-COUNT
              DISPLAY 'SPOOL: no such entry'
           ELSE
              MOVE ZERO TO WS-DLV-SHOWN
              DISPLAY ' '
              DISPLAY 'DATE     TIME   RECIPIENT    M TARGET'
                 '                                   STATUS KIND'
              PERFORM VARYING WS-DLV-I FROM 1 BY 1
                 UNTIL WS-DLV-I > WS-DLV-COUNT
                      IF WV-SPOOL-NAME(WS-DLV-I) IS EQUAL TO
                         WC-SPOOL-NAME(WS-PICK) AND
                         WV-PROGRAM(WS-DLV-I) IS EQUAL TO
                         WC-PROGRAM(WS-PICK)
                         ADD 1 TO WS-DLV-SHOWN
                         DISPLAY WV-DATE(WS-DLV-I) ' '
                            WV-TIME(WS-DLV-I) ' '
                            WV-RECIPIENT(WS-DLV-I) ' '
                            WV-METHOD(WS-DLV-I) ' '
                            WV-TARGET(WS-DLV-I) ' '
                            WV-STATUS(WS-DLV-I) ' '
                            WV-KIND(WS-DLV-I)
                      END-IF
              END-PERFORM
              IF WS-DLV-SHOWN IS EQUAL TO ZERO
                 DISPLAY 'SPOOL: '
                    FUNCTION TRIM(WC-SPOOL-NAME(WS-PICK))
                    ' was never delivered'
              END-IF
           END-IF.

      *    A BLANK RECIPIENT RE-SENDS TO THE WHOLE DISTRIBUTION LIST
       RESEND-ONE-REPORT.
           DISPLAY 'SPOOL: Which entry number: ' WITH NO ADVANCING
           ACCEPT WS-PICK
           IF WS-PICK IS EQUAL TO ZERO OR
              WS-PICK IS GREATER THAN WS-CAT-COUNT
              DISPLAY 'SPOOL: no such entry'
           ELSE
              DISPLAY 'SPOOL: Recipient (blank = whole list): '
                 WITH NO ADVANCING
              MOVE SPACES TO WS-RD-RECIPIENT
              ACCEPT WS-RD-RECIPIENT
              MOVE FUNCTION UPPER-CASE(WS-RD-RECIPIENT)
                 TO WS-RD-RECIPIENT
              MOVE WC-PROGRAM(WS-PICK) TO WS-RD-PROGRAM
              MOVE WC-SPOOL-NAME(WS-PICK) TO WS-RD-SPOOL-NAME
              CALL 'RPTDELIV' USING
                 BY REFERENCE WS-RD-PROGRAM,
                 BY REFERENCE WS-RD-SPOOL-NAME,
                 BY REFERENCE WS-RD-RECIPIENT,
                 BY REFERENCE WS-RD-KIND,
                 BY REFERENCE WS-RD-SENT-COUNT
              END-CALL
              DISPLAY 'SPOOL: ' WS-RD-SENT-COUNT ' copy(ies) sent'
              PERFORM LOAD-DELIVERIES
           END-IF.
