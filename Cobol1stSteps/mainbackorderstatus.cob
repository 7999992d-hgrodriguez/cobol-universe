          02 PI-DUE-DATE       PIC 9(8).
          02 FILLER            PIC X.
          02 PI-QTY-RECEIVED   PIC 9(5).
      *       UNIT OF MEASURE FIELDS - NOT USED HERE
          02 FILLER            PIC X(8).

       FD STATUS-REPORT.
       01 PRINT-LINE            PIC X(80).
