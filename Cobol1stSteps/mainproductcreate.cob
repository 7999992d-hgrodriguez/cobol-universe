                   MOVE SEED-REORDER-POINT TO REORDER-POINT
                   MOVE SEED-CATEGORY-CODE TO CATEGORY-CODE
                   MOVE SEED-UNIT-COST TO UNIT-COST
                   MOVE SPACE TO PROD-ABC-CLASS
                   MOVE ZERO TO PROD-LAST-COUNT
                   MOVE FUNCTION CURRENT-DATE(1:14)
                      TO PROD-UPDATE-STAMP
                   PERFORM CHECK-CATEGORY-CODE
