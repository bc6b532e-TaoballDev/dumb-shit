000209*                  THE HAND DETAIL, SO "I SAID STAND" DISPUTES
000211*                  CAN BE SETTLED AT THE PODIUM AND SURVEILLANCE
000212*                  CAN CHECK THE TRAIL AGAINST THE TAPE.
000213* 10-15-26   ROP   RING ENTRIES WIDENED AND THE DETAIL DISPLAY
000214*                  EXTENDED FOR THE PERFECT PAIRS BET AND PAYOUT
000215*                  HINXREC PICKED UP FROM HANDREC.  THE SIDE BET'S
000216*                  SETTLEMENT PLAYS BACK AS A PAIRS JOURNAL LINE.
000217* 10-15-26   ROP   RING ENTRIES WIDENED AGAIN AND THE DETAIL DISPLAY
000218*                  SHOWS A MATCH-PLAY COUPON, ITS PROMO AMOUNT AND
000219*                  PROMO PAYOUT WHEN THE HAND CARRIED ONE.  THE
000220*                  COUPON'S SETTLEMENT PLAYS BACK AS A COUPON LINE.
000221* -----------------------------------------------------------------
000222
000223 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT HAND-HIST-FILE ASSIGN TO HANDHIST
000732 77  IQ-RING-IX             PIC S9(02) VALUE ZERO.
000740 77  IQ-RING-SHOWN          PIC 9(02)  VALUE ZERO.
000750 01  IQ-RING-TABLE.
000760     05  IQ-RING-ENTRY      PIC X(163) OCCURS 10 TIMES.
000770* ---------------------------------------------------- DISPLAY EDITS
000780 77  IQ-EDIT-AMOUNT         PIC -ZZ,ZZ9.99 VALUE ZERO.
000790
002870
002880* =================================================================
002890* 5000-DISPLAY-ONE-HAND -- THE FULL PICTURE OF ONE HAND: CARDS,
002900* TOTALS, RESULT AND EVERY MONEY FIELD
002910* =================================================================
002920 5000-DISPLAY-ONE-HAND.
002930     DISPLAY "--------------------------------------------".
003080     DISPLAY "  INSURANCE BET ... " IQ-EDIT-AMOUNT.
003090     MOVE HX-INSURANCE-PAYOUT TO IQ-EDIT-AMOUNT.
003100     DISPLAY "  INSURANCE PAY ... " IQ-EDIT-AMOUNT.
003102     MOVE HX-PAIRS-BET TO IQ-EDIT-AMOUNT.
003104     DISPLAY "  PAIRS BET ....... " IQ-EDIT-AMOUNT.
003106     MOVE HX-PAIRS-PAYOUT TO IQ-EDIT-AMOUNT.
003108     DISPLAY "  PAIRS PAY ....... " IQ-EDIT-AMOUNT.
003109     IF HX-COUPON-NO NOT = SPACES
003110         DISPLAY "  COUPON .......... " HX-COUPON-NO
003111         MOVE HX-PROMO-AMOUNT TO IQ-EDIT-AMOUNT
003112         DISPLAY "  PROMO AMOUNT .... " IQ-EDIT-AMOUNT
003113         MOVE HX-PROMO-PAYOUT TO IQ-EDIT-AMOUNT
003114         DISPLAY "  PROMO PAY ....... " IQ-EDIT-AMOUNT.
003115 5000-EXIT.
003120     EXIT.
003130
003140* =================================================================
003310* =================================================================
003320* 6000-PLAY-BACK-EVENTS -- LIST THE INQUIRED HAND'S ACTION
003330* JOURNAL IN LINE ORDER UNDER THE HAND DETAIL: EVERY DEAL, HIT,
003340* STAND, DOUBLE, SPLIT, INSURANCE AND PAIRS LINE AS IT HAPPENED.
003350* =================================================================
003360 6000-PLAY-BACK-EVENTS.
003370     IF NOT IQ-EVENTS-AVAIL
