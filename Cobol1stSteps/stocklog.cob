      *    MOVEMENT TYPES: ORD ORDER, RCP RECEIPT, RTN RETURN,
      *    REL BACKORDER RELEASE, ADJ CYCLE-COUNT ADJUSTMENT,
      *    CAN ORDER CANCELLATION, TRF LOCATION TRANSFER,
      *    OPN OPENING BALANCE SEEDED BY THE MONTH-END ROLL-OFF,
      *    PHY PHYSICAL INVENTORY ADJUSTMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
