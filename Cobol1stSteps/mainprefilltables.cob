          02 FILLER            PIC X(4).
          02 FILLER            PIC 9(4)V99.
          02 FILLER            PIC 9(14).
          02 FILLER            PIC X.
          02 FILLER            PIC 9(4)V99.
          02 FILLER            PIC X.
          02 FILLER            PIC 9(8).

       WORKING-STORAGE SECTION.

       01 DOLLAR-NUM           PIC $$,$$9.99.
       
       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           PERFORM LOAD-PRODUCT-TABLE.

           DISPLAY SHIRT(1).
