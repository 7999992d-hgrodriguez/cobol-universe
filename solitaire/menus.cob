                   DISPLAY "B)OARD OF DAILY STANDINGS"
                   DISPLAY "E)ARNED ACHIEVEMENTS"
                   DISPLAY "P)LAYS ITSELF (DEMO)"
                   DISPLAY "X) HEAD-TO-HEAD MATCH"
                   DISPLAY "Q)uit"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   WHEN 'P'
                        MOVE CHOICE TO MENU-ENTRY-SELECTED
                        MOVE 'Y' TO ENTRY-IS-VALID
                   WHEN 'X'
                        MOVE CHOICE TO MENU-ENTRY-SELECTED
                        MOVE 'Y' TO ENTRY-IS-VALID
                   WHEN 'Q'
                        MOVE CHOICE TO MENU-ENTRY-SELECTED
                        MOVE 'Y' TO ENTRY-IS-VALID
                   DISPLAY "F)AIR DEALS ONLY (FROM THE WINNABLE "
                      "SEED POOL)"
                   DISPLAY "L)IMITED STOCK PASSES (1/3/UNLIMITED)"
                   DISPLAY "R)ULE SET - STANDARD OR NAMED HOUSE RULES"
                   DISPLAY "0) BACK TO MAIN MENU"
                   DISPLAY ": " WITH NO ADVANCING
                   ACCEPT CHOICE
                   WHEN 'L'
                        MOVE CHOICE TO MENU-ENTRY-SELECTED
                        MOVE 'Y' TO ENTRY-IS-VALID
                   WHEN 'R'
                        MOVE CHOICE TO MENU-ENTRY-SELECTED
                        MOVE 'Y' TO ENTRY-IS-VALID
                   WHEN '0'
                        MOVE CHOICE TO MENU-ENTRY-SELECTED
                        MOVE 'Y' TO ENTRY-IS-VALID
