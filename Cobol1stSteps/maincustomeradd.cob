       01 WS-FS-ACTION          PIC X.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           OPEN EXTEND CUSTOMER-FILE.
           PERFORM OPEN-CUSTOMER-INDEX.

