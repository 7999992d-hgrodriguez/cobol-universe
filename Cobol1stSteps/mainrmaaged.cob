          02 RM-QTY-RECEIVED   PIC 9(5).
          02 FILLER            PIC X.
          02 RM-STATUS         PIC X.
      *       OPERATOR AND ENTRY TIME - NOT USED HERE
          02 FILLER            PIC X(16).

       FD AGED-REPORT.
       01 PRINT-LINE            PIC X(80).
