          02 MDL-NOTE           PIC X(30).

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT.
           DISPLAY 'ARCHIVE: (A)rchive sweep or (R)estore one: '
