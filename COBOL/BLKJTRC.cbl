000210*                  AN OPENER OR CLOSER COUNT, PRINTS AN EXCEPTION
000220*                  LINE, AND THE JOB ENDS WITH CONDITION CODE 8
000230*                  SO THE JOBSTREAM STOPS FOR THE COUNT ROOM.
000233* 10-15-26   ROP   THE BOOK HOLD NOW TAKES THE PERFECT PAIRS SIDE-BET
000236*                  PAYOUTS TOO -- THAT MONEY CROSSES THE SAME TRAY.
000237* 10-15-26   ROP   THE BOOK HOLD ALSO TAKES MATCH-PLAY PAYOUTS, WHICH
000238*                  THE DEALER PAYS FROM THE SAME TRAY.
000240* -----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
002240* =================================================================
002250* 3000-ROLL-UP-HOLD -- PASS THE HAND-HISTORY TRAIL, ROLLING THE
002260* DATE'S PAYOUTS INTO EACH TABLE'S BOOK HOLD (THE HOUSE SIDE OF
002270* EVERY SETTLEMENT, INSURANCE, PAIRS AND MATCH-PLAY INCLUDED -- THE
002280* FIGURE BLKJRPT PRINTS AS NET WIN)
002290* =================================================================
002300 3000-ROLL-UP-HOLD.
002310     MOVE "N" TO TC-EOF-FLAG.
002550     SUBTRACT HH-PAYOUT-AMOUNT FROM TC-BOOK-HOLD(TC-WORK-IX).
002560     SUBTRACT HH-INSURANCE-PAYOUT
002570         FROM TC-BOOK-HOLD(TC-WORK-IX).
002573     SUBTRACT HH-PAIRS-PAYOUT
002576         FROM TC-BOOK-HOLD(TC-WORK-IX).
002577     SUBTRACT HH-PROMO-PAYOUT
002578         FROM TC-BOOK-HOLD(TC-WORK-IX).
002580 3200-READ-NEXT.
002590     PERFORM 3100-READ-HAND THRU 3100-EXIT.
002600 3200-EXIT.
