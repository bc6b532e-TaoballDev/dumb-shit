000251*                  CONDITION CODES ARE UNCHANGED; EVERY BREAK NOW
000252*                  PRINTS IN PLAYER-ID ORDER, TRAIL-ONLY BREAKS
000253*                  INCLUDED.
000254* 10-15-26   ROP   THE CURRENCY MONITOR (BLKJCTR) JOINED THE CHAIN
000255*                  AFTER BLKJCMP, SO THIS JOB NOW RUNS SEVENTH
000256*                  AND WAITS ON BLKJCTR INSTEAD OF BLKJCMP.
000258* 10-15-26   ROP   THE PERFECT PAIRS SIDE-BET PAYOUT NOW RIDES EACH
000260*                  HAND'S EXPECTED-BALANCE MOVEMENT WITH THE MAIN
000262*                  AND INSURANCE PAYOUTS, AS THE TABLE SETTLES IT.
000263* 10-15-26   ROP   SO DOES THE MATCH-PLAY PROMOTIONAL PAYOUT, WHICH THE
000264*                  TABLE ADDS TO THE BANKROLL ON A WINNING COUPON.
000265* -----------------------------------------------------------------
000266
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
001730     STOP RUN.
001731
001732* =================================================================
001740* 0100-CHECK-RUN-CONTROL -- THE JOB RUNS SEVENTH IN THE NIGHTLY
001750* CHAIN, AFTER BLKJCTR.  A DATE THE PREDECESSOR HAS NOT
001760* COMPLETED, OR THIS STEP ALREADY HAS, IS REFUSED WITH CONDITION
001770* CODE 12.  THE FILE STAYS OPEN FOR THE COMPLETION STAMP.
001780* =================================================================
001970         CLOSE RUN-CTRL-FILE
001980         MOVE 12 TO RETURN-CODE
001990         STOP RUN.
002000     MOVE "BLKJCTR " TO RU-JOB-STEP.
002010     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
002020     IF NOT RN-RUN-REC-FOUND OR NOT RU-STEP-COMPLETE
002030         DISPLAY "RUN REFUSED -- BLKJCTR NOT COMPLETE FOR "
002040             RN-RUN-DATE
002050         CLOSE RUN-CTRL-FILE
002060         MOVE 12 TO RETURN-CODE
003510
003520* =================================================================
003530* 2400-RELEASE-HAND-HISTORY -- EVERY HAND'S PAYOUT AND INSURANCE
003540* PAYOUT (PERFECT PAIRS AND MATCH-PLAY INCLUDED) MOVES THE EXPECTED
003550* BALANCE THE SAME WAY 5205-SETTLE-ONE-SEAT MOVED THE LEDGER.
003560* =================================================================
003570 2400-RELEASE-HAND-HISTORY.
003580     MOVE "N" TO RN-EOF-FLAG.
003780     MOVE HH-PLAYER-ID TO SW-PLAYER-ID.
003790     MOVE "2" TO SW-REC-TYPE.
003800     COMPUTE SW-AMOUNT =
003806         HH-PAYOUT-AMOUNT + HH-INSURANCE-PAYOUT
003812           + HH-PAIRS-PAYOUT
003816           + HH-PROMO-PAYOUT.
003820     RELEASE SW-RECORD.
003830     PERFORM 2410-READ-HAND THRU 2410-EXIT.
003840 2420-EXIT.
