000122* 08-23-26   ROP   CAUGHT BACK UP WITH HANDREC: SHOE NUMBER, DEAL
000124*                  POSITION AND DEALER ID ADDED, FILLER RESET TO
000126*                  TEN BYTES TO MATCH.
000127* 10-15-26   ROP   CAUGHT BACK UP WITH HANDREC: PERFECT PAIRS BET
000128*                  AND PAYOUT ADDED.
000131* 10-15-26   ROP   CAUGHT BACK UP WITH HANDREC: MATCH-PLAY COUPON
000134*                  NUMBER, PROMO AMOUNT AND PROMO PAYOUT ADDED.
000137* -----------------------------------------------------------------
000140 01  HX-RECORD.
000150     05  HX-KEY.
000160         10  HX-TABLE-ID        PIC X(04).
000300     05  HX-SHOE-NO             PIC 9(04).
000310     05  HX-DEAL-POS            PIC 9(03).
000320     05  HX-DEALER-ID           PIC X(04).
000323     05  HX-PAIRS-BET           PIC 9(05)V99.
000326     05  HX-PAIRS-PAYOUT        PIC S9(05)V99.
000327     05  HX-COUPON-NO           PIC X(08).
000328     05  HX-PROMO-AMOUNT        PIC 9(05)V99.
000329     05  HX-PROMO-PAYOUT        PIC 9(05)V99.
000330     05  FILLER                 PIC X(10).
