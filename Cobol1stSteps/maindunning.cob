      *    DUNNING LETTER RUN: APPLIES THE SAME OPEN-ITEM AGING
      *    LOGIC AS MAINARAGING, PICKS THE LETTER SEVERITY FROM THE
      *    OLDEST BUCKET WITH A BALANCE (1 = FRIENDLY REMINDER AT 30
      *    DAYS, 2 = FIRM AT 60, 3 = FINAL AT 90 - COUNTED FROM EACH
      *    ITEM'S DUE DATE, SO A NET60 CUSTOMER IS NOT CHASED FOR
      *    MONEY THAT IS NOT YET OWED), MERGES THE
      *    CUSTOMER-CONTACT ADDRESS BLOCK THE WAY MAINMAILINGLABELS
      *    DOES, AND PRINTS THE LETTERS TO dunning.rpt. EVERY LETTER
      *    IS LOGGED TO dunlog.dat WITH DATE, CUSTOMER AND LEVEL,
                 END-IF
                 ADD 1 TO WS-CHARGE-COUNT
                 MOVE AO-ID-NUM TO WG-ID-NUM(WS-CHARGE-COUNT)
      *          CHARGES AGE FROM THEIR DUE DATE - ITEMS WRITTEN
      *          BEFORE TERMS EXISTED ARE DUE ON THE INVOICE DATE
                 IF AO-DUE-DATE IS NUMERIC AND
                    AO-DUE-DATE IS GREATER THAN ZERO
                    MOVE AO-DUE-DATE TO WG-DATE(WS-CHARGE-COUNT)
                 ELSE
                    MOVE AO-DATE TO WG-DATE(WS-CHARGE-COUNT)
                 END-IF
                 MOVE WS-ITEM-RESIDUE TO WG-AMOUNT(WS-CHARGE-COUNT)
                 MOVE 'N' TO WG-USED(WS-CHARGE-COUNT)
              ELSE
