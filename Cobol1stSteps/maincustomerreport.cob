

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM ASK-SELECTION-DATE
           PERFORM ASK-REPORT-PARAMETERS
           PERFORM BACKUP-CUSTOMER-FILE
