          02 OH-STATUS         PIC X.
          02 FILLER            PIC X.
          02 OH-SHIP-TO        PIC X(4).
      *       SHIP-FROM, OPERATOR AND ENTRY TIME - NOT USED HERE
          02 FILLER            PIC X(21).

       FD SHIP-TO-FILE.
       01 SHIP-TO-DATA.
          02 RDL-DIFF           PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION .
           CALL 'ENVBANNER'
           END-CALL.
           DISPLAY 'REMIT: Period from (YYYYMMDD): '
              WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
