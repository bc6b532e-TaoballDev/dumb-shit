000216*                  COMPLETE AT SUCCESSFUL END.  THE GAMING-DAY
000217*                  CONTROL FILE (GAMEDAY) STILL GUARDS THE CUT
000218*                  ITSELF, EXACTLY AS BEFORE.
000220* 10-15-26   ROP   CUT RECORDS WIDENED AGAIN FOR THE PERFECT PAIRS
000222*                  BET AND PAYOUT HANDREC PICKED UP.
000223* 10-15-26   ROP   CUT RECORDS WIDENED AGAIN FOR THE MATCH-PLAY
000224*                  COUPON FIELDS HANDREC PICKED UP.
000226* 10-15-26   ROP   THE CLOSE NOW FOLLOWS THE SESSION-CONTROL CHECK
000228*                  (BLKJSCV) INSTEAD OF BLKJRCN, SO A DAY WHOSE
000230*                  HAND HISTORY DOES NOT PROVE TO THE TABLES'
000232*                  CONTROL RECORDS IS NEVER CUT TO THE ARCHIVE.
000234* -----------------------------------------------------------------
000236
000238 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT HAND-HIST-FILE ASSIGN TO HANDHIST
000444* LENGTH IN STEP WITH HANDREC WHENEVER THAT LAYOUT GROWS.
000450 FD  HAND-ARCH-FILE
000460     LABEL RECORD IS STANDARD.
000470 01  AR-RECORD                  PIC X(163).
000480
000490 FD  HAND-NEW-FILE
000500     LABEL RECORD IS STANDARD.
000510 01  NW-RECORD                  PIC X(163).
000520
000530 FD  GAMING-DAY-FILE
000540     LABEL RECORD IS STANDARD.
000851
000852* =================================================================
000853* 0100-CHECK-RUN-CONTROL -- THE CLOSE IS THE LAST STEP OF THE
000854* NIGHTLY CHAIN, AFTER BLKJSCV.  THE CLOSING DATE ALREADY IN
000855* HAND SERVES AS THE RUN-CONTROL DATE.  A DATE THE PREDECESSOR
000856* HAS NOT COMPLETED, OR THIS STEP ALREADY HAS, IS REFUSED WITH
000857* CONDITION CODE 12.  THE FILE STAYS OPEN FOR THE STAMP.
000877         CLOSE RUN-CTRL-FILE
000878         MOVE 12 TO RETURN-CODE
000879         STOP RUN.
000881     MOVE "BLKJSCV " TO RU-JOB-STEP.
000882     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
000883     IF NOT EO-RUN-REC-FOUND OR NOT RU-STEP-COMPLETE
000884         DISPLAY "RUN REFUSED -- BLKJSCV NOT COMPLETE FOR "
000885             EO-CLOSE-DATE
000886         CLOSE RUN-CTRL-FILE
000887         MOVE 12 TO RETURN-CODE
