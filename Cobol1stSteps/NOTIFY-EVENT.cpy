      *    ONE CUSTOMER NOTIFICATION WRITTEN BY THE SHARED CUSTNOTIFY
      *    SUBPROGRAM. THE SAME LAYOUT GOES TO notifyq.dat, THE
      *    OUTBOUND QUEUE THE MAIL GATEWAY PICKS UP, AND TO
      *    callq.dat FOR A CUSTOMER WITH NO E-MAIL ON FILE OR WHO HAS
      *    OPTED OUT - MAINCALLLIST PRINTS THAT ONE AS THE DAY'S
      *    'NEEDS A PHONE CALL' LIST.
       02 NE-DATE           PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 NE-TIME           PIC 9(6).
       02 FILLER            PIC X     VALUE SPACE.
       02 NE-ID-NUM         PIC 9(5).
       02 FILLER            PIC X     VALUE SPACE.
      *       ACK = ORDER ACKNOWLEDGED, SHIP = ORDER SHIPPED,
      *       BORL = BACKORDER RELEASED, STMT = STATEMENT PRODUCED
       02 NE-EVENT          PIC X(4).
          88 NE-ORDER-ACK              VALUE 'ACK '.
          88 NE-ORDER-SHIPPED          VALUE 'SHIP'.
          88 NE-BACKORDER-RELEASE      VALUE 'BORL'.
          88 NE-STATEMENT              VALUE 'STMT'.
       02 FILLER            PIC X     VALUE SPACE.
      *       THE DOCUMENT THE EVENT IS ABOUT - ORDER NUMBER, OR FOR
      *       A STATEMENT THE PERIOD START (NE-DOC-DATE IS ITS END)
       02 NE-DOC-REF        PIC X(10).
       02 FILLER            PIC X     VALUE SPACE.
       02 NE-DOC-DATE       PIC 9(8).
       02 FILLER            PIC X     VALUE SPACE.
       02 NE-EMAIL          PIC X(30).
       02 FILLER            PIC X     VALUE SPACE.
       02 NE-DETAIL         PIC X(50).
       02 FILLER            PIC X     VALUE SPACE.
      *       WHY THE CUSTOMER NEEDS A CALL - NOEMAIL OR OPTOUT;
      *       BLANK ON THE MAIL QUEUE
       02 NE-REASON         PIC X(7).
