      *    OPERATOR, SPOOL NAME - GOES TO spoolcat.dat, SO
      *    YESTERDAY'S AGING IS STILL THERE WHEN SOMEBODY ASKS
      *    WHAT IT SAID. MAINSPOOLVIEW LISTS AND VIEWS THE CATALOG.
      *    EVERY NEW ENTRY IS THEN HANDED TO RPTDELIV, WHICH SENDS
      *    IT TO THE RECIPIENTS rptdist.ctl LISTS FOR THE PROGRAM
      *    AND LOGS EACH DELIVERY TO rptdeliv.dat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          02 WS-CURRENT-DATE     PIC 9(8).
          02 WS-CURRENT-TIME     PIC 9(6).
          02 FILLER              PIC X(7).
      *    PARAMETERS PASSED TO THE SHARED RPTDELIV SUBPROGRAM
       01 WS-RD-RECIPIENT      PIC X(12) VALUE SPACES.
       01 WS-RD-KIND           PIC X(6)  VALUE 'AUTO'.
       01 WS-RD-SENT-COUNT     PIC 9(3).

       LINKAGE SECTION.
       01 LS-PROGRAM         PIC X(12).
              CLOSE SPOOL-CATALOG
              DISPLAY 'SPOOL: kept as '
                 FUNCTION TRIM(WS-SPOOL-NAME)
              CALL 'RPTDELIV' USING
                 BY REFERENCE LS-PROGRAM,
                 BY REFERENCE WS-SPOOL-NAME,
                 BY REFERENCE WS-RD-RECIPIENT,
                 BY REFERENCE WS-RD-KIND,
                 BY REFERENCE WS-RD-SENT-COUNT
              END-CALL
           END-IF.
           GOBACK.
