      *    THE AVERAGED UNIT-COST - ZERO ON RECORDS FROM BEFORE THE
      *    MOVING AVERAGE EXISTED
       02 PROD-LAST-COST    PIC 9(4)V99.
      *    ABC CLASS BY TWELVE-MONTH USAGE VALUE, SET BY MAINABCCLASS
      *    - 'A' COUNTED MONTHLY, 'B' QUARTERLY, 'C' YEARLY. SPACE
      *    ON RECORDS NOT YET CLASSIFIED, SCHEDULED LIKE A 'C'.
       02 PROD-ABC-CLASS    PIC X.
          88 PROD-CLASS-A              VALUE 'A'.
          88 PROD-CLASS-B              VALUE 'B'.
          88 PROD-CLASS-C              VALUES 'C' ' '.
      *    DATE OF THE LAST CYCLE COUNT TAKEN, STAMPED BY
      *    MAINCYCLECOUNT WHETHER OR NOT THE COUNT SHOWED A VARIANCE
      *    - ZERO OR SPACES MEANS NEVER COUNTED
       02 PROD-LAST-COUNT   PIC 9(8).
