000116*                  DEALER SIGN-ON SO HOLD AND PACE CAN BE BROKEN
000117*                  OUT BY DEALER (BLKJDLR).  GREW THE RECORD;
000118*                  FILLER RESET TO TEN BYTES OF GROWING ROOM.
000119* 10-15-26   ROP   ADDED THE PERFECT PAIRS SIDE BET AND ITS NET
000120*                  PAYOUT, CARRIED ON HAND 1 OF THE SEAT THE SAME
000121*                  WAY INSURANCE IS.  GREW THE RECORD; FILLER RESET
000122*                  TO TEN BYTES OF GROWING ROOM.
000123* 10-15-26   ROP   ADDED THE MATCH-PLAY COUPON NUMBER, THE PROMOTIONAL
000124*                  AMOUNT IT PUT IN ACTION AND THE PROMOTIONAL MONEY
000125*                  IT PAID, ON HAND 1 OF THE SEAT.  THE PROMO PAYOUT
000126*                  MOVES THE BANKROLL BUT IS NOT IN HH-PAYOUT-AMOUNT.
000127*                  GREW THE RECORD; FILLER RESET TO TEN BYTES OF
000128*                  GROWING ROOM.
000129* -----------------------------------------------------------------
000130 01  HH-RECORD.
000131     05  HH-TABLE-ID            PIC X(04).
000140     05  HH-HAND-SEQ            PIC 9(06).
000150     05  HH-PLAYER-ID           PIC X(06).
000160     05  HH-PLAYER-HAND         PIC X(20).
000255     05  HH-SHOE-NO             PIC 9(04).
000256     05  HH-DEAL-POS            PIC 9(03).
000257     05  HH-DEALER-ID           PIC X(04).
000258     05  HH-PAIRS-BET           PIC 9(05)V99.
000259     05  HH-PAIRS-PAYOUT        PIC S9(05)V99.
000269     05  HH-COUPON-NO           PIC X(08).
000279     05  HH-PROMO-AMOUNT        PIC 9(05)V99.
000289     05  HH-PROMO-PAYOUT        PIC 9(05)V99.
000299     05  FILLER                 PIC X(10).
