000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLKJCPN.
000030 AUTHOR. R. OKONKWO, PIT SYSTEMS GROUP.
000040 INSTALLATION. TABLE GAMES DATA PROCESSING.
000050 DATE-WRITTEN. 10-15-2026.
000060 DATE-COMPILED.
000070*
000080* -----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL PROGRAM.  MAINTENANCE FOR THE MATCH-PLAY
000130*                  COUPON MASTER (CPNMST).  MARKETING ISSUES EACH
000140*                  MAILED COUPON HERE -- NUMBER, PATRON, FACE VALUE
000150*                  AND EXPIRY -- AND VOIDS ONE THAT WAS PULLED OR
000160*                  REPORTED LOST.  THE TABLE (BLKJACK) REDEEMS A
000170*                  COUPON AT WAGER TIME; A REDEEMED COUPON CANNOT
000180*                  BE VOIDED HERE.  THE PROMOTION REPORT (BLKJPRO)
000190*                  LISTS THE FILE NIGHTLY.
000200* -----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT COUPON-MAST-FILE ASSIGN TO CPNMST
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS CU-COUPON-NO
000290         FILE STATUS IS CN-CU-FILE-STATUS.
000300     SELECT PATRON-MAST-FILE ASSIGN TO PTRNMST
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS PT-PLAYER-ID
000340         FILE STATUS IS CN-PT-FILE-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  COUPON-MAST-FILE
000390     LABEL RECORD IS STANDARD.
000400     COPY CPNREC.
000410
000420 FD  PATRON-MAST-FILE
000430     LABEL RECORD IS STANDARD.
000440     COPY PTRNREC.
000450
000460 WORKING-STORAGE SECTION.
000470* ---------------------------------------------------------- SWITCHES
000480 77  CN-CU-FILE-STATUS      PIC X(02)  VALUE "00".
000490 77  CN-PT-FILE-STATUS      PIC X(02)  VALUE "00".
000500 77  CN-FUNCTION-CODE       PIC X(01)  VALUE SPACE.
000510     88  CN-FUNCTION-ISSUE  VALUE "I".
000520     88  CN-FUNCTION-VOID   VALUE "V".
000530     88  CN-FUNCTION-INQUIRE
000540                            VALUE "N".
000550     88  CN-FUNCTION-EXIT   VALUE "X".
000560     88  CN-VALID-FUNCTION  VALUE "I" "V" "N" "X".
000570 77  CN-RECORD-FOUND-FLAG   PIC X(01)  VALUE "N".
000580     88  CN-RECORD-WAS-FOUND
000590                            VALUE "Y".
000600 77  CN-PATRON-AVAIL-FLAG   PIC X(01)  VALUE "N".
000610     88  CN-PATRON-AVAIL    VALUE "Y".
000620 77  CN-ANSWER              PIC X(01)  VALUE SPACE.
000630     88  CN-ANSWER-YES      VALUE "Y".
000640* ------------------------------------------------------- WORK FIELDS
000650 77  CN-WORK-COUPON-NO      PIC X(08)  VALUE SPACES.
000660 77  CN-WORK-PLAYER-ID      PIC X(06)  VALUE SPACES.
000670 77  CN-WORK-FACE-VALUE     PIC 9(05)V99 VALUE ZERO.
000680 77  CN-WORK-EXPIRY-DATE    PIC 9(08)  VALUE ZERO.
000690 77  CN-WORK-DATE-IN        PIC X(08)  VALUE SPACES.
000700 77  CN-DATE-OK-FLAG        PIC X(01)  VALUE "N".
000710     88  CN-DATE-OK         VALUE "Y".
000720 77  CN-CURRENT-DATETIME    PIC X(21)  VALUE SPACES.
000730 77  CN-TODAY-DATE          PIC 9(08)  VALUE ZERO.
000740* ---------------------------------------------------- DISPLAY EDITS
000750 77  CN-EDIT-AMOUNT         PIC ZZ,ZZ9.99 VALUE ZERO.
000760
000770 PROCEDURE DIVISION.
000780* =================================================================
000790* 0000-MAINLINE
000800* =================================================================
000810 0000-MAINLINE.
000820     DISPLAY "MATCH-PLAY COUPON MAINTENANCE".
000830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000840     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
000850         UNTIL CN-FUNCTION-EXIT.
000860     PERFORM 1900-TERMINATE THRU 1900-EXIT.
000870     DISPLAY "COUPON MAINTENANCE ENDED.".
000880     STOP RUN.
000890
000900* =================================================================
000910* 1000-INITIALIZE -- OPEN THE COUPON MASTER, CREATING IT THE FIRST
000920* TIME THE MAINTENANCE IS EVER RUN.  THE PATRON MASTER IS ONLY
000930* USED TO CONFIRM THE PATRON A COUPON IS ISSUED TO.
000940* =================================================================
000950 1000-INITIALIZE.
000960     MOVE FUNCTION CURRENT-DATE TO CN-CURRENT-DATETIME.
000970     MOVE CN-CURRENT-DATETIME(1:8) TO CN-TODAY-DATE.
000980     OPEN I-O COUPON-MAST-FILE.
000990     IF CN-CU-FILE-STATUS = "35"
001000         OPEN OUTPUT COUPON-MAST-FILE
001010         CLOSE COUPON-MAST-FILE
001020         OPEN I-O COUPON-MAST-FILE.
001030     IF CN-CU-FILE-STATUS NOT = "00"
001040         DISPLAY "CANNOT OPEN THE COUPON MASTER -- STATUS "
001050             CN-CU-FILE-STATUS
001060         MOVE 16 TO RETURN-CODE
001070         STOP RUN.
001080     OPEN INPUT PATRON-MAST-FILE.
001090     IF CN-PT-FILE-STATUS = "00"
001100         MOVE "Y" TO CN-PATRON-AVAIL-FLAG
001110     ELSE
001120         DISPLAY "NO PATRON MASTER -- PATRON IDS NOT CHECKED, "
001130             "STATUS " CN-PT-FILE-STATUS.
001140 1000-EXIT.
001150     EXIT.
001160
001170* =================================================================
001180* 1900-TERMINATE -- CLOSE FILES BEFORE STOP RUN
001190* =================================================================
001200 1900-TERMINATE.
001210     CLOSE COUPON-MAST-FILE.
001220     IF CN-PATRON-AVAIL
001230         CLOSE PATRON-MAST-FILE.
001240 1900-EXIT.
001250     EXIT.
001260
001270* =================================================================
001280* 2000-PROCESS-ONE-REQUEST -- PROMPT FOR ONE FUNCTION AND ROUTE IT
001290* =================================================================
001300 2000-PROCESS-ONE-REQUEST.
001310     MOVE SPACE TO CN-FUNCTION-CODE.
001320     PERFORM 2010-GET-FUNCTION THRU 2010-EXIT
001330         UNTIL CN-VALID-FUNCTION.
001340     EVALUATE TRUE
001350         WHEN CN-FUNCTION-ISSUE
001360             PERFORM 3000-ISSUE-COUPON THRU 3000-EXIT
001370         WHEN CN-FUNCTION-VOID
001380             PERFORM 4000-VOID-COUPON THRU 4000-EXIT
001390         WHEN CN-FUNCTION-INQUIRE
001400             PERFORM 5000-INQUIRE-COUPON THRU 5000-EXIT
001410     END-EVALUATE.
001420 2000-EXIT.
001430     EXIT.
001440
001450 2010-GET-FUNCTION.
001460     DISPLAY "FUNCTION -- (I)SSUE, (V)OID, I(N)QUIRE OR E(X)IT? ".
001470     ACCEPT CN-FUNCTION-CODE.
001480     IF NOT CN-VALID-FUNCTION
001490         DISPLAY "PLEASE ENTER I, V, N OR X.".
001500 2010-EXIT.
001510     EXIT.
001520
001530* =================================================================
001540* 2100-READ-ONE-COUPON -- LOOK UP CN-WORK-COUPON-NO AND LEAVE THE
001550* FOUND FLAG SET OR CLEARED FOR THE CALLER
001560* =================================================================
001570 2100-READ-ONE-COUPON.
001580     MOVE CN-WORK-COUPON-NO TO CU-COUPON-NO.
001590     READ COUPON-MAST-FILE
001600         INVALID KEY
001610             MOVE "N" TO CN-RECORD-FOUND-FLAG
001620         NOT INVALID KEY
001630             MOVE "Y" TO CN-RECORD-FOUND-FLAG.
001640 2100-EXIT.
001650     EXIT.
001660
001670 2200-GET-COUPON-NO.
001680     DISPLAY "ENTER COUPON NUMBER: ".
001690     ACCEPT CN-WORK-COUPON-NO.
001700 2200-EXIT.
001710     EXIT.
001720
001730* =================================================================
001740* 3000-ISSUE-COUPON -- ADD ONE MAILED COUPON.  A NUMBER ALREADY ON
001750* THE FILE IS REFUSED WHATEVER ITS STATUS -- COUPON NUMBERS ARE
001760* NEVER REUSED.
001770* =================================================================
001780 3000-ISSUE-COUPON.
001790     PERFORM 2200-GET-COUPON-NO THRU 2200-EXIT.
001800     IF CN-WORK-COUPON-NO = SPACES
001810         DISPLAY "A COUPON NUMBER IS REQUIRED."
001820         GO TO 3000-EXIT.
001830     PERFORM 2100-READ-ONE-COUPON THRU 2100-EXIT.
001840     IF CN-RECORD-WAS-FOUND
001850         DISPLAY "COUPON " CN-WORK-COUPON-NO
001860             " IS ALREADY ON FILE."
001870         GO TO 3000-EXIT.
001880     PERFORM 3500-ACCEPT-FIELDS THRU 3500-EXIT.
001890     IF CN-WORK-PLAYER-ID = SPACES
001900         GO TO 3000-EXIT.
001910     MOVE SPACES              TO CU-RECORD.
001920     MOVE CN-WORK-COUPON-NO   TO CU-COUPON-NO.
001930     MOVE CN-WORK-PLAYER-ID   TO CU-PLAYER-ID.
001940     MOVE CN-WORK-FACE-VALUE  TO CU-FACE-VALUE.
001950     MOVE CN-TODAY-DATE       TO CU-ISSUE-DATE.
001960     MOVE CN-WORK-EXPIRY-DATE TO CU-EXPIRY-DATE.
001970     MOVE "I"                 TO CU-STATUS.
001980     MOVE ZERO TO CU-REDEEM-DATE
001990         CU-REDEEM-TIME
002000         CU-HAND-SEQ
002010         CU-PROMO-PAID.
002020     WRITE CU-RECORD.
002030     IF CN-CU-FILE-STATUS NOT = "00"
002040         DISPLAY "COUPON " CN-WORK-COUPON-NO " NOT ISSUED -- "
002050             "WRITE FAILED, STATUS " CN-CU-FILE-STATUS
002060         GO TO 3000-EXIT.
002070     DISPLAY "COUPON " CN-WORK-COUPON-NO " ISSUED.".
002080 3000-EXIT.
002090     EXIT.
002100
002110* =================================================================
002120* 3500-ACCEPT-FIELDS -- PROMPT AND EDIT EVERY FIELD.  THE PATRON
002130* MUST BE ON THE PATRON MASTER WHEN THERE IS ONE; A PATRON THAT
002140* CANNOT BE CONFIRMED COMES BACK AS SPACES AND NOTHING IS ISSUED.
002150* THE FACE VALUE MUST BE ABOVE ZERO AND THE EXPIRY NO EARLIER
002160* THAN TODAY.
002170* =================================================================
002180 3500-ACCEPT-FIELDS.
002190     DISPLAY "ISSUED TO PLAYER ID: ".
002200     ACCEPT CN-WORK-PLAYER-ID.
002210     IF CN-WORK-PLAYER-ID = SPACES
002220         DISPLAY "A PLAYER ID IS REQUIRED -- NOTHING ISSUED."
002230         GO TO 3500-EXIT.
002240     IF CN-PATRON-AVAIL
002250         MOVE CN-WORK-PLAYER-ID TO PT-PLAYER-ID
002260         READ PATRON-MAST-FILE
002270             INVALID KEY
002280                 DISPLAY "PLAYER " CN-WORK-PLAYER-ID
002290                     " IS NOT ON THE PATRON MASTER -- NOTHING "
002300                     "ISSUED."
002310                 MOVE SPACES TO CN-WORK-PLAYER-ID
002320                 GO TO 3500-EXIT.
002330     MOVE ZERO TO CN-WORK-FACE-VALUE.
002340     PERFORM 3510-GET-FACE-VALUE THRU 3510-EXIT
002350         UNTIL CN-WORK-FACE-VALUE > ZERO.
002360     MOVE "N" TO CN-DATE-OK-FLAG.
002370     PERFORM 3520-GET-EXPIRY-DATE THRU 3520-EXIT
002380         UNTIL CN-DATE-OK.
002390 3500-EXIT.
002400     EXIT.
002410
002420 3510-GET-FACE-VALUE.
002430     DISPLAY "FACE VALUE? ".
002440     ACCEPT CN-WORK-FACE-VALUE.
002450     IF CN-WORK-FACE-VALUE = ZERO
002460         DISPLAY "THE FACE VALUE MUST BE ABOVE ZERO.".
002470 3510-EXIT.
002480     EXIT.
002490
002500 3520-GET-EXPIRY-DATE.
002510     DISPLAY "EXPIRES (YYYYMMDD)? ".
002520     ACCEPT CN-WORK-DATE-IN.
002530     IF CN-WORK-DATE-IN IS NOT NUMERIC
002540         DISPLAY "A NUMERIC YYYYMMDD DATE IS REQUIRED."
002550         GO TO 3520-EXIT.
002560     MOVE CN-WORK-DATE-IN TO CN-WORK-EXPIRY-DATE.
002570     IF CN-WORK-EXPIRY-DATE < CN-TODAY-DATE
002580         DISPLAY "THE EXPIRY DATE CANNOT BE BEFORE TODAY."
002590         GO TO 3520-EXIT.
002600     MOVE "Y" TO CN-DATE-OK-FLAG.
002610 3520-EXIT.
002620     EXIT.
002630
002640* =================================================================
002650* 4000-VOID-COUPON -- PULL AN ISSUED COUPON OUT OF PLAY.  ONLY AN
002660* ISSUED COUPON CAN BE VOIDED -- ONE ALREADY REDEEMED IS PART OF A
002670* HAND'S HISTORY AND STAYS AS IT IS.
002680* =================================================================
002690 4000-VOID-COUPON.
002700     PERFORM 2200-GET-COUPON-NO THRU 2200-EXIT.
002710     PERFORM 2100-READ-ONE-COUPON THRU 2100-EXIT.
002720     IF NOT CN-RECORD-WAS-FOUND
002730         DISPLAY "COUPON " CN-WORK-COUPON-NO " IS NOT ON FILE."
002740         GO TO 4000-EXIT.
002750     PERFORM 5100-DISPLAY-ONE-COUPON THRU 5100-EXIT.
002760     IF NOT CU-STATUS-ISSUED
002770         DISPLAY "ONLY AN ISSUED COUPON CAN BE VOIDED."
002780         GO TO 4000-EXIT.
002790     DISPLAY "VOID THIS COUPON (Y/N)? ".
002800     ACCEPT CN-ANSWER.
002810     IF NOT CN-ANSWER-YES
002820         DISPLAY "COUPON " CN-WORK-COUPON-NO " NOT VOIDED."
002830         GO TO 4000-EXIT.
002840     MOVE "V" TO CU-STATUS.
002850     REWRITE CU-RECORD.
002860     IF CN-CU-FILE-STATUS NOT = "00"
002870         DISPLAY "COUPON " CN-WORK-COUPON-NO " NOT VOIDED -- "
002880             "REWRITE FAILED, STATUS " CN-CU-FILE-STATUS
002890         GO TO 4000-EXIT.
002900     DISPLAY "COUPON " CN-WORK-COUPON-NO " VOIDED.".
002910 4000-EXIT.
002920     EXIT.
002930
002940* =================================================================
002950* 5000-INQUIRE-COUPON -- DISPLAY ONE COUPON
002960* =================================================================
002970 5000-INQUIRE-COUPON.
002980     PERFORM 2200-GET-COUPON-NO THRU 2200-EXIT.
002990     PERFORM 2100-READ-ONE-COUPON THRU 2100-EXIT.
003000     IF NOT CN-RECORD-WAS-FOUND
003010         DISPLAY "COUPON " CN-WORK-COUPON-NO " IS NOT ON FILE."
003020         GO TO 5000-EXIT.
003030     PERFORM 5100-DISPLAY-ONE-COUPON THRU 5100-EXIT.
003040 5000-EXIT.
003050     EXIT.
003060
003070 5100-DISPLAY-ONE-COUPON.
003080     DISPLAY "COUPON " CU-COUPON-NO ":".
003090     DISPLAY "  ISSUED TO ............ " CU-PLAYER-ID.
003100     MOVE CU-FACE-VALUE TO CN-EDIT-AMOUNT.
003110     DISPLAY "  FACE VALUE ........... " CN-EDIT-AMOUNT.
003120     DISPLAY "  ISSUED ............... " CU-ISSUE-DATE.
003130     DISPLAY "  EXPIRES .............. " CU-EXPIRY-DATE.
003140     EVALUATE TRUE
003150         WHEN CU-STATUS-REDEEMED
003160             DISPLAY "  STATUS ............... REDEEMED"
003170             DISPLAY "  REDEEMED ............. " CU-REDEEM-DATE
003180                 " " CU-REDEEM-TIME " TABLE " CU-TABLE-ID
003190             DISPLAY "  HAND SEQUENCE ........ " CU-HAND-SEQ
003200             MOVE CU-PROMO-PAID TO CN-EDIT-AMOUNT
003210             DISPLAY "  PROMOTIONAL PAID ..... " CN-EDIT-AMOUNT
003220         WHEN CU-STATUS-VOID
003230             DISPLAY "  STATUS ............... VOID"
003240         WHEN CU-EXPIRY-DATE < CN-TODAY-DATE
003250             DISPLAY "  STATUS ............... EXPIRED"
003260         WHEN OTHER
003270             DISPLAY "  STATUS ............... ISSUED"
003280     END-EVALUATE.
003290 5100-EXIT.
003300     EXIT.
