000227*                  IN DEALT ORDER) AND THE ALERT RECORDS, COUNTS
000228*                  AND CONDITION CODES ARE UNCHANGED; LISTING
000229*                  LINES NOW PRINT IN PLAYER/DAY ORDER.
000231* 10-15-26   ROP   THE PERFECT PAIRS SIDE WAGER NOW COUNTS TOWARD A
000233*                  PLAYER'S DAILY WAGERING ALONG WITH THE MAIN BET
000235*                  AND INSURANCE -- IT IS CASH ACROSS THE SAME TABLE.
000237* -----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
003360     MOVE HH-TABLE-ID TO SW-TABLE-ID.
003370     MOVE HH-HAND-SEQ TO SW-HAND-SEQ.
003380     COMPUTE SW-WAGER =
003390         HH-BET-AMOUNT + HH-INSURANCE-BET + HH-PAIRS-BET.
003400     RELEASE SW-RECORD.
003410     PERFORM 2100-READ-HAND THRU 2100-EXIT.
003420 2200-EXIT.
