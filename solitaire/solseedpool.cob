             04 RSP-CARD.
                05 RANK-N          PIC 99.
                05 SUIT-N          PIC 9.
             04 REQ-WITHDRAW-RULE  PIC X     VALUE SPACE.
       01 TABLEAU.
          02 REQ-RSP-BLOCK.
             05 REQ-OP-CODE        PIC 99.
             05 MV-DST-ST-I        PIC 9.
             05 REQ-SET-FACE-UP    PIC X.
             05 REQ-PRACTICE-MODE  PIC X.
             05 REQ-EMPTY-RULE     PIC X     VALUE SPACE.
             05 REQ-BUILD-RULE     PIC X     VALUE SPACE.
       01 WASTE.
          03 REQ-RSP-BLOCK.
             04 REQ-OP-CODE        PIC 99.
