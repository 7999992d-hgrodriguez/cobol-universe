                      WHEN 'CREDIT-OVRD '
                      WHEN 'ADJ-ACCEPT  '
                      WHEN 'HOLD-REL    '
                      WHEN 'SMALL-BAL-WO'
                      WHEN 'BAD-DEBT-WO '
                           PERFORM PRINT-EVENT-LINE
                           ADD 1 TO WS-OVERRIDE-COUNT
                      WHEN 'SIGNON-FAIL '
