000090* -----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 09-02-26   ROP   ORIGINAL RECORD.
000115* 10-15-26   ROP   ADDED THE PERFECT PAIRS SIDE-BET SETTLEMENT LINE.
000117* 10-15-26   ROP   ADDED THE MATCH-PLAY COUPON SETTLEMENT LINE.
000120* -----------------------------------------------------------------
000130 01  EV-RECORD.
000140     05  EV-TABLE-ID            PIC X(04).
000260         88  EV-ACTION-INSURE   VALUE "INSURE  ".
000270         88  EV-ACTION-NO-INSURE
000280                                VALUE "NOINSURE".
000285         88  EV-ACTION-PAIRS    VALUE "PAIRS   ".
000287         88  EV-ACTION-COUPON   VALUE "COUPON  ".
000290     05  EV-CARD                PIC X(02).
000300     05  EV-HAND-TOTAL          PIC 9(02).
000310     05  EV-AMOUNT              PIC 9(05)V99.
