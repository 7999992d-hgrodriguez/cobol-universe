      *    ORDER RECORDS SO EVERY TOTAL STILL RECONCILES. THE
      *    ANONYMIZATION ITSELF IS RECORDED IN THE AUDIT TRAIL AS AN
      *    'ANONYM' ENTRY - THE ONE LINE FOR THIS ID THAT SURVIVES
      *    WITH REAL CONTENT. THE PLACEHOLDERS THEMSELVES COME FROM
      *    THE SHARED PIISCRUB SUBPROGRAM, THE SAME ONE THE TRAINING
      *    SET IS MASKED WITH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          02 AUD-OPERATOR      PIC X(8).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'ANON: Enter Customer ID to anonymize: '
              WITH NO ADVANCING
           ACCEPT WS-SUBJECT-ID
              IF WS-CUSTOMER-EXISTS IS EQUAL TO 'N'
                 DISPLAY 'ANON: no record on the online master'
              ELSE
                 CALL 'PIISCRUB' USING FIRST-NAME LAST-NAME
                    STREET CITY STATE ZIP PHONE EMAIL
                 END-CALL
                 MOVE FUNCTION CURRENT-DATE(1:14) TO UPDATE-STAMP
                 REWRITE CUSTOMER-DATA
                 INVALID KEY
              STOP RUN
           END-IF
           IF BC-ID-NUM IS EQUAL TO WS-SUBJECT-ID
              CALL 'PIISCRUB' USING BC-FIRST-NAME BC-LAST-NAME
                 BC-STREET BC-CITY BC-STATE BC-ZIP BC-PHONE
                 BC-EMAIL
              END-CALL
              ADD 1 TO WS-BATCH-COUNT
           END-IF
           ADD 1 TO WS-BATCH-LINE-COUNT
