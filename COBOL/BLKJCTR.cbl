000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLKJCTR.
000030 AUTHOR. R. OKONKWO, PIT SYSTEMS GROUP.
000040 INSTALLATION. TABLE GAMES DATA PROCESSING.
000050 DATE-WRITTEN. 10-15-2026.
000060 DATE-COMPILED.
000070*
000080* -----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL BATCH JOB.  CURRENCY TRANSACTION
000130*                  MONITOR -- THE CASH-SIDE COUNTERPART OF THE
000140*                  LARGE-WAGER MONITOR (BLKJCMP).  PASSES THE
000150*                  CAGE JOURNAL (CAGEJRNL) FOR ONE GAMING DATE,
000160*                  WRITES EVERY CASH MOVEMENT AT OR ABOVE THE
000170*                  LOGGING FLOOR TO THE MULTIPLE-TRANSACTION LOG
000180*                  (MTLFILE), AND TOTALS EACH PATRON'S CASH IN
000190*                  (DEPOSITS) AND CASH OUT (WITHDRAWALS AND COMP
000200*                  REDEMPTIONS) SEPARATELY.  A PATRON WHOSE CASH
000210*                  IN OR CASH OUT GOES OVER THE CTR THRESHOLD IS
000220*                  LISTED AS A CTR CANDIDATE, TIED TO THE TIME
000230*                  AND CASHIER OF THE MOVEMENT THAT CROSSED THE
000240*                  LINE.  THRESHOLD AND FLOOR COME FROM THE
000250*                  CTRPARM FILE.  RUNS SIXTH IN THE NIGHTLY
000260*                  RUN-CONTROL CHAIN (RUNCTRL), AFTER BLKJCMP.
000270* -----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CAGE-JRNL-FILE ASSIGN TO CAGEJRNL
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS CT-CJ-FILE-STATUS.
000350     SELECT CTR-PARM-FILE ASSIGN TO CTRPARM
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS CT-CR-FILE-STATUS.
000380     SELECT MTL-FILE ASSIGN TO MTLFILE
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS CT-ML-FILE-STATUS.
000410     SELECT CTR-REPT-FILE ASSIGN TO CTRRPT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS CT-RPT-FILE-STATUS.
000440     SELECT PATRON-MAST-FILE ASSIGN TO PTRNMST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS PT-PLAYER-ID
000480         FILE STATUS IS CT-PT-FILE-STATUS.
000490     SELECT RUN-CTRL-FILE ASSIGN TO RUNCTRL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS RU-KEY
000530         FILE STATUS IS CT-RU-FILE-STATUS.
000540     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CAGE-JRNL-FILE
000590     LABEL RECORD IS STANDARD.
000600     COPY CAGEREC.
000610
000620 FD  CTR-PARM-FILE
000630     LABEL RECORD IS STANDARD.
000640     COPY CTRREC.
000650
000660 FD  MTL-FILE
000670     LABEL RECORD IS STANDARD.
000680     COPY MTLREC.
000690
000700* ----------------------------------------------------------------
000710* CTR-REPT-FILE -- THE DAILY CTR CANDIDATE LISTING.  ONE LINE PER
000720* PATRON AND DIRECTION OVER THE THRESHOLD.  RPT-HEADING REDEFINES
000730* THE SAME STORAGE SO A HEADING CAN BE MOVED IN AS PLAIN TEXT.
000740* ----------------------------------------------------------------
000750 FD  CTR-REPT-FILE
000760     LABEL RECORD IS STANDARD.
000770 01  RPT-RECORD.
000780     05  RPT-PLAYER-ID          PIC X(06).
000790     05  FILLER                 PIC X(02) VALUE SPACES.
000800     05  RPT-PATRON-NAME        PIC X(25).
000810     05  FILLER                 PIC X(02) VALUE SPACES.
000820     05  RPT-DIRECTION          PIC X(08).
000830     05  FILLER                 PIC X(02) VALUE SPACES.
000840     05  RPT-DAY-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
000850     05  FILLER                 PIC X(02) VALUE SPACES.
000860     05  RPT-CROSS-TIME         PIC 9(06).
000870     05  FILLER                 PIC X(02) VALUE SPACES.
000880     05  RPT-CASHIER-ID         PIC X(04).
000890     05  FILLER                 PIC X(02) VALUE SPACES.
000900     05  RPT-THRESHOLD          PIC Z,ZZZ,ZZZ,ZZ9.99.
000910 01  RPT-HEADING REDEFINES RPT-RECORD.
000920     05  RH-TEXT                PIC X(93).
000930
000940 FD  PATRON-MAST-FILE
000950     LABEL RECORD IS STANDARD.
000960     COPY PTRNREC.
000970
000980 FD  RUN-CTRL-FILE
000990     LABEL RECORD IS STANDARD.
001000     COPY RUNREC.
001010
001020* ----------------------------------------------------------------
001030* SORT-WORK-FILE -- ONE RELEASED RECORD PER CASH MOVEMENT FOR THE
001040* GAMING DATE, SORTED INTO PLAYER AND TIME-OF-DAY SEQUENCE (THE
001050* JOURNAL POSITION BREAKS A TIE) SO EACH PATRON'S CASH ARRIVES AS
001060* ONE RUN IN THE ORDER IT CROSSED THE CAGE.
001070* ----------------------------------------------------------------
001080 SD  SORT-WORK-FILE.
001090 01  SW-RECORD.
001100     05  SW-PLAYER-ID           PIC X(06).
001110     05  SW-TRAN-TIME           PIC 9(06).
001120     05  SW-JRNL-SEQ            PIC 9(07).
001130     05  SW-DIRECTION           PIC X(01).
001140         88  SW-CASH-IN         VALUE "I".
001150         88  SW-CASH-OUT        VALUE "O".
001160     05  SW-AMOUNT              PIC 9(07)V99.
001170     05  SW-CASHIER-ID          PIC X(04).
001180
001190 WORKING-STORAGE SECTION.
001200* ---------------------------------------------------------- SWITCHES
001210 77  CT-CJ-FILE-STATUS      PIC X(02)  VALUE "00".
001220 77  CT-CR-FILE-STATUS      PIC X(02)  VALUE "00".
001230 77  CT-ML-FILE-STATUS      PIC X(02)  VALUE "00".
001240 77  CT-RPT-FILE-STATUS     PIC X(02)  VALUE "00".
001250 77  CT-PT-FILE-STATUS      PIC X(02)  VALUE "00".
001260 77  CT-PATRON-AVAIL-FLAG   PIC X(01)  VALUE "N".
001270     88  CT-PATRON-AVAIL    VALUE "Y".
001280 77  CT-PATRON-NAME         PIC X(25)  VALUE SPACES.
001290 77  CT-EOF-FLAG            PIC X(01)  VALUE "N".
001300     88  CT-AT-EOF          VALUE "Y".
001310 77  CT-SORT-EOF-FLAG       PIC X(01)  VALUE "N".
001320     88  CT-SORT-AT-EOF     VALUE "Y".
001330 77  CT-IO-FILE-NAME        PIC X(08)  VALUE SPACES.
001340 77  CT-IO-OPERATION        PIC X(08)  VALUE SPACES.
001350 77  CT-IO-STATUS           PIC X(02)  VALUE "00".
001360* ------------------------------------------------------- PARAMETERS
001370* THE BUILT-IN FIGURES STAND WHEN NO CTRPARM FILE EXISTS.
001380 77  CT-THRESHOLD           PIC 9(09)V99 VALUE 10000.00.
001390 77  CT-MTL-FLOOR           PIC 9(09)V99 VALUE 3000.00.
001400* ------------------------------------------------------ BREAK TOTALS
001410* ONE PATRON'S CASH AT A TIME -- THE SORTED SEQUENCE GUARANTEES A
001420* PATRON'S MOVEMENTS ARRIVE TOGETHER AND IN TIME ORDER.  EACH
001430* DIRECTION KEEPS ITS OWN RUNNING TOTAL AND REMEMBERS THE TIME
001440* AND CASHIER OF THE MOVEMENT THAT FIRST CARRIED IT OVER THE LINE.
001450 77  CT-BRK-PLAYER-ID       PIC X(06)  VALUE SPACES.
001460 77  CT-CASH-IN-TOTAL       PIC 9(09)V99 VALUE ZERO.
001470 77  CT-CASH-OUT-TOTAL      PIC 9(09)V99 VALUE ZERO.
001480 77  CT-IN-CROSSED-FLAG     PIC X(01)  VALUE "N".
001490     88  CT-IN-CROSSED      VALUE "Y".
001500 77  CT-OUT-CROSSED-FLAG    PIC X(01)  VALUE "N".
001510     88  CT-OUT-CROSSED     VALUE "Y".
001520 77  CT-IN-CROSS-TIME       PIC 9(06)  VALUE ZERO.
001530 77  CT-IN-CROSS-CASHIER    PIC X(04)  VALUE SPACES.
001540 77  CT-OUT-CROSS-TIME      PIC 9(06)  VALUE ZERO.
001550 77  CT-OUT-CROSS-CASHIER   PIC X(04)  VALUE SPACES.
001560* ------------------------------------------------------ CONTROL COUNTS
001570 77  CT-JRNL-SEQ            PIC 9(07)  VALUE ZERO.
001580 77  CT-CASH-LINES          PIC 9(07)  VALUE ZERO.
001590 77  CT-MTL-COUNT           PIC 9(07)  VALUE ZERO.
001600 77  CT-CANDIDATE-COUNT     PIC 9(05)  VALUE ZERO.
001610* ------------------------------------------------------- RUN CONTROL
001620 77  CT-RU-FILE-STATUS      PIC X(02)  VALUE "00".
001630 77  CT-RUN-DATE            PIC 9(08)  VALUE ZERO.
001640 77  CT-RUN-DATE-IN         PIC X(08)  VALUE SPACES.
001650 77  CT-RUN-FOUND-FLAG      PIC X(01)  VALUE "N".
001660     88  CT-RUN-REC-FOUND   VALUE "Y".
001670 77  CT-CURRENT-DATETIME    PIC X(21)  VALUE SPACES.
001680
001690 PROCEDURE DIVISION.
001700* =================================================================
001710* 0000-MAINLINE
001720* =================================================================
001730 0000-MAINLINE.
001740     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
001750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001760     SORT SORT-WORK-FILE
001770         ON ASCENDING KEY SW-PLAYER-ID
001780                          SW-TRAN-TIME
001790                          SW-JRNL-SEQ
001800         INPUT PROCEDURE IS 2000-RELEASE-CASH THRU 2000-EXIT
001810         OUTPUT PROCEDURE IS 2500-WATCH-THE-CASH THRU 2500-EXIT.
001820     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
001830     PERFORM 1900-TERMINATE THRU 1900-EXIT.
001840     PERFORM 0200-STAMP-RUN-CONTROL THRU 0200-EXIT.
001850     STOP RUN.
001860
001870* =================================================================
001880* 0100-CHECK-RUN-CONTROL -- THE JOB RUNS SIXTH IN THE NIGHTLY
001890* CHAIN, AFTER BLKJCMP.  A DATE THE PREDECESSOR HAS NOT
001900* COMPLETED, OR THIS STEP ALREADY HAS, IS REFUSED WITH CONDITION
001910* CODE 12.  THE FILE STAYS OPEN FOR THE COMPLETION STAMP.
001920* =================================================================
001930 0100-CHECK-RUN-CONTROL.
001940     PERFORM 0110-GET-RUN-DATE THRU 0110-EXIT
001950         UNTIL CT-RUN-DATE > ZERO.
001960     OPEN I-O RUN-CTRL-FILE.
001970     IF CT-RU-FILE-STATUS = "35"
001980         OPEN OUTPUT RUN-CTRL-FILE
001990         CLOSE RUN-CTRL-FILE
002000         OPEN I-O RUN-CTRL-FILE.
002010     IF CT-RU-FILE-STATUS NOT = "00"
002020         DISPLAY "CANNOT OPEN RUNCTRL -- STATUS "
002030             CT-RU-FILE-STATUS
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN.
002060     MOVE "BLKJCTR " TO RU-JOB-STEP.
002070     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
002080     IF CT-RUN-REC-FOUND AND RU-STEP-COMPLETE
002090         DISPLAY "RUN REFUSED -- BLKJCTR ALREADY COMPLETE FOR "
002100             CT-RUN-DATE
002110         CLOSE RUN-CTRL-FILE
002120         MOVE 12 TO RETURN-CODE
002130         STOP RUN.
002140     MOVE "BLKJCMP " TO RU-JOB-STEP.
002150     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
002160     IF NOT CT-RUN-REC-FOUND OR NOT RU-STEP-COMPLETE
002170         DISPLAY "RUN REFUSED -- BLKJCMP NOT COMPLETE FOR "
002180             CT-RUN-DATE
002190         CLOSE RUN-CTRL-FILE
002200         MOVE 12 TO RETURN-CODE
002210         STOP RUN.
002220 0100-EXIT.
002230     EXIT.
002240
002250 0110-GET-RUN-DATE.
002260     DISPLAY "ENTER GAMING DATE FOR RUN CONTROL (YYYYMMDD): ".
002270     ACCEPT CT-RUN-DATE-IN.
002280     IF CT-RUN-DATE-IN IS NUMERIC
002290         MOVE CT-RUN-DATE-IN TO CT-RUN-DATE
002300     ELSE
002310         DISPLAY "A NUMERIC YYYYMMDD DATE IS REQUIRED.".
002320 0110-EXIT.
002330     EXIT.
002340
002350 0130-READ-RUN-RECORD.
002360     MOVE CT-RUN-DATE TO RU-GAME-DATE.
002370     READ RUN-CTRL-FILE
002380         INVALID KEY
002390             MOVE "N" TO CT-RUN-FOUND-FLAG
002400         NOT INVALID KEY
002410             MOVE "Y" TO CT-RUN-FOUND-FLAG.
002420 0130-EXIT.
002430     EXIT.
002440
002450* =================================================================
002460* 0200-STAMP-RUN-CONTROL -- THE JOB RAN TO ITS NORMAL END, SO THE
002470* STEP IS STAMPED COMPLETE FOR THE GAMING DATE AND THE NEXT STEP
002480* IN THE CHAIN MAY RUN.  AN ABEND NEVER REACHES THIS PARAGRAPH,
002490* LEAVING THE STEP UNSTAMPED FOR THE SUPERVISOR (BLKJRUN).
002500* =================================================================
002510 0200-STAMP-RUN-CONTROL.
002520     MOVE "BLKJCTR " TO RU-JOB-STEP.
002530     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
002540     MOVE CT-RUN-DATE TO RU-GAME-DATE.
002550     MOVE "BLKJCTR " TO RU-JOB-STEP.
002560     MOVE "C" TO RU-STATUS.
002570     MOVE FUNCTION CURRENT-DATE TO CT-CURRENT-DATETIME.
002580     MOVE CT-CURRENT-DATETIME(1:8) TO RU-STAMP-DATE.
002590     MOVE CT-CURRENT-DATETIME(9:6) TO RU-STAMP-TIME.
002600     IF CT-RUN-REC-FOUND
002610         REWRITE RU-RECORD
002620     ELSE
002630         WRITE RU-RECORD.
002640     IF CT-RU-FILE-STATUS NOT = "00"
002650         DISPLAY "RUN-CONTROL STAMP FAILED -- STATUS "
002660             CT-RU-FILE-STATUS
002670         MOVE 16 TO RETURN-CODE.
002680     CLOSE RUN-CTRL-FILE.
002690 0200-EXIT.
002700     EXIT.
002710
002720* =================================================================
002730* 1000-INITIALIZE -- LOAD THE PARAMETERS AND OPEN THE JOURNAL, THE
002740* LOG AND THE LISTING.  A MISSING CAGE JOURNAL IS ALLOWED (NO
002750* CAGE ACTIVITY YET) -- THE LOG AND LISTING COME OUT EMPTY.
002760* =================================================================
002770 1000-INITIALIZE.
002780     PERFORM 1100-LOAD-PARAMETERS THRU 1100-EXIT.
002790     OPEN INPUT CAGE-JRNL-FILE.
002800     OPEN OUTPUT MTL-FILE.
002810     IF CT-ML-FILE-STATUS NOT = "00"
002820         MOVE "MTLFILE " TO CT-IO-FILE-NAME
002830         MOVE "OPEN"     TO CT-IO-OPERATION
002840         MOVE CT-ML-FILE-STATUS TO CT-IO-STATUS
002850         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
002860     OPEN OUTPUT CTR-REPT-FILE.
002870     IF CT-RPT-FILE-STATUS NOT = "00"
002880         MOVE "CTRRPT  " TO CT-IO-FILE-NAME
002890         MOVE "OPEN"     TO CT-IO-OPERATION
002900         MOVE CT-RPT-FILE-STATUS TO CT-IO-STATUS
002910         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
002920* THE NAME COLUMN IS A COURTESY -- A SHOP WITHOUT A PATRON MASTER
002930* YET STILL GETS ITS LISTING, JUST WITH THE NAMES BLANK.
002940     OPEN INPUT PATRON-MAST-FILE.
002950     IF CT-PT-FILE-STATUS = "00"
002960         MOVE "Y" TO CT-PATRON-AVAIL-FLAG
002970     ELSE
002980         DISPLAY "NO PATRON MASTER -- NAMES LEFT BLANK, STATUS "
002990             CT-PT-FILE-STATUS.
003000     PERFORM 3100-PRINT-HEADING THRU 3100-EXIT.
003010 1000-EXIT.
003020     EXIT.
003030
003040* =================================================================
003050* 1100-LOAD-PARAMETERS -- READ THE ONE-RECORD PARAMETER FILE.  A
003060* MISSING FILE, AN EMPTY RECORD OR A ZERO FIELD LEAVES THE
003070* BUILT-IN FIGURE.
003080* =================================================================
003090 1100-LOAD-PARAMETERS.
003100     OPEN INPUT CTR-PARM-FILE.
003110     IF CT-CR-FILE-STATUS NOT = "00"
003120         DISPLAY "NO CTRPARM FILE -- USING BUILT-IN THRESHOLD "
003130             CT-THRESHOLD " AND LOG FLOOR " CT-MTL-FLOOR
003140         GO TO 1100-EXIT.
003150     READ CTR-PARM-FILE
003160         AT END
003170             DISPLAY "EMPTY CTRPARM FILE -- USING BUILT-IN "
003180                 "THRESHOLD " CT-THRESHOLD
003190                 " AND LOG FLOOR " CT-MTL-FLOOR.
003200     IF CT-CR-FILE-STATUS = "00"
003210         IF CR-CTR-THRESHOLD > ZERO
003220             MOVE CR-CTR-THRESHOLD TO CT-THRESHOLD
003230         END-IF
003240         IF CR-MTL-FLOOR > ZERO
003250             MOVE CR-MTL-FLOOR TO CT-MTL-FLOOR
003260         END-IF.
003270     CLOSE CTR-PARM-FILE.
003280 1100-EXIT.
003290     EXIT.
003300
003310* =================================================================
003320* 1900-TERMINATE -- CLOSE FILES BEFORE RETURNING TO THE OPERATING
003330* SYSTEM
003340* =================================================================
003350 1900-TERMINATE.
003360     CLOSE CAGE-JRNL-FILE.
003370     CLOSE MTL-FILE.
003380     CLOSE CTR-REPT-FILE.
003390     IF CT-PATRON-AVAIL
003400         CLOSE PATRON-MAST-FILE.
003410 1900-EXIT.
003420     EXIT.
003430
003440* =================================================================
003450* 2000-RELEASE-CASH -- SORT INPUT PROCEDURE.  PASS THE JOURNAL
003460* ONCE.  EVERY CASH MOVEMENT FOR THE GAMING DATE IS RELEASED TO
003470* THE SORT, AND ONE AT OR ABOVE THE FLOOR IS ALSO LOGGED TO THE
003480* MTL AS IT GOES BY, SO THE LOG STAYS IN JOURNAL ORDER.  A
003490* MISSING JOURNAL (STATUS 35 ON THE OPEN) MEANS NO CAGE ACTIVITY
003500* -- SKIP THE PASS.
003510* =================================================================
003520 2000-RELEASE-CASH.
003530     IF CT-CJ-FILE-STATUS = "35"
003540         DISPLAY "NO CAGE JOURNAL -- NO CASH ACTIVITY TO WATCH"
003550         GO TO 2000-EXIT.
003560     PERFORM 2100-READ-CAGE-TRAN THRU 2100-EXIT.
003570     PERFORM 2200-RELEASE-ONE-TRAN THRU 2200-EXIT
003580         UNTIL CT-AT-EOF.
003590 2000-EXIT.
003600     EXIT.
003610
003620 2100-READ-CAGE-TRAN.
003630     READ CAGE-JRNL-FILE
003640         AT END
003650             MOVE "Y" TO CT-EOF-FLAG.
003660     IF CT-CJ-FILE-STATUS NOT = "00"
003670         AND CT-CJ-FILE-STATUS NOT = "10"
003680         MOVE "CAGEJRNL" TO CT-IO-FILE-NAME
003690         MOVE "READ"     TO CT-IO-OPERATION
003700         MOVE CT-CJ-FILE-STATUS TO CT-IO-STATUS
003710         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003720     IF NOT CT-AT-EOF
003730         ADD 1 TO CT-JRNL-SEQ.
003740 2100-EXIT.
003750     EXIT.
003760
003770* =================================================================
003780* 2200-RELEASE-ONE-TRAN -- ONLY CASH COUNTS: A DEPOSIT IS CASH IN;
003790* A WITHDRAWAL OR A COMP REDEMPTION IS CASH OUT.  ADJUSTMENTS,
003800* MARKER LINES AND REFUSALS MOVE NO CURRENCY ACROSS THE CAGE
003810* AND ARE PASSED BY.
003820* =================================================================
003830 2200-RELEASE-ONE-TRAN.
003840     IF CJ-TRAN-DATE NOT = CT-RUN-DATE
003850         GO TO 2200-READ-NEXT.
003860     EVALUATE TRUE
003870         WHEN CJ-TRAN-DEPOSIT
003880             MOVE "I" TO SW-DIRECTION
003890         WHEN CJ-TRAN-WITHDRAWAL
003900         WHEN CJ-TRAN-COMP-REDEEM
003910             MOVE "O" TO SW-DIRECTION
003920         WHEN OTHER
003930             GO TO 2200-READ-NEXT
003940     END-EVALUATE.
003950     ADD 1 TO CT-CASH-LINES.
003960     MOVE CJ-PLAYER-ID  TO SW-PLAYER-ID.
003970     MOVE CJ-TRAN-TIME  TO SW-TRAN-TIME.
003980     MOVE CT-JRNL-SEQ   TO SW-JRNL-SEQ.
003990     MOVE CJ-AMOUNT     TO SW-AMOUNT.
004000     MOVE CJ-CASHIER-ID TO SW-CASHIER-ID.
004010     RELEASE SW-RECORD.
004020     IF CJ-AMOUNT NOT < CT-MTL-FLOOR
004030         PERFORM 2300-LOG-ONE-MOVEMENT THRU 2300-EXIT.
004040 2200-READ-NEXT.
004050     PERFORM 2100-READ-CAGE-TRAN THRU 2100-EXIT.
004060 2200-EXIT.
004070     EXIT.
004080
004090* =================================================================
004100* 2300-LOG-ONE-MOVEMENT -- ONE MULTIPLE-TRANSACTION-LOG LINE FOR
004110* THE JOURNAL RECORD IN HAND
004120* =================================================================
004130 2300-LOG-ONE-MOVEMENT.
004140     MOVE SPACES TO ML-RECORD.
004150     MOVE CJ-TRAN-DATE  TO ML-GAME-DATE.
004160     MOVE CJ-TRAN-TIME  TO ML-TRAN-TIME.
004170     MOVE CJ-PLAYER-ID  TO ML-PLAYER-ID.
004180     MOVE SW-DIRECTION  TO ML-DIRECTION.
004190     MOVE CJ-TRAN-TYPE  TO ML-TRAN-TYPE.
004200     MOVE CJ-AMOUNT     TO ML-AMOUNT.
004210     MOVE CJ-CASHIER-ID TO ML-CASHIER-ID.
004220     WRITE ML-RECORD.
004230     IF CT-ML-FILE-STATUS NOT = "00"
004240         MOVE "MTLFILE " TO CT-IO-FILE-NAME
004250         MOVE "WRITE"    TO CT-IO-OPERATION
004260         MOVE CT-ML-FILE-STATUS TO CT-IO-STATUS
004270         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
004280     ADD 1 TO CT-MTL-COUNT.
004290 2300-EXIT.
004300     EXIT.
004310
004320* =================================================================
004330* 2500-WATCH-THE-CASH -- SORT OUTPUT PROCEDURE.  EACH PATRON'S
004340* CASH FOR THE DAY COMES BACK AS ONE RUN IN TIME ORDER; THE TWO
004350* DIRECTIONS ARE TOTALED APART AND NEVER NETTED.
004360* =================================================================
004370 2500-WATCH-THE-CASH.
004380     PERFORM 2550-RETURN-ONE-TRAN THRU 2550-EXIT.
004390     PERFORM 2600-BREAK-ONE-PATRON THRU 2600-EXIT
004400         UNTIL CT-SORT-AT-EOF.
004410 2500-EXIT.
004420     EXIT.
004430
004440 2550-RETURN-ONE-TRAN.
004450     RETURN SORT-WORK-FILE
004460         AT END
004470             MOVE "Y" TO CT-SORT-EOF-FLAG.
004480 2550-EXIT.
004490     EXIT.
004500
004510 2600-BREAK-ONE-PATRON.
004520     MOVE SW-PLAYER-ID TO CT-BRK-PLAYER-ID.
004530     MOVE ZERO TO CT-CASH-IN-TOTAL.
004540     MOVE ZERO TO CT-CASH-OUT-TOTAL.
004550     MOVE "N" TO CT-IN-CROSSED-FLAG.
004560     MOVE "N" TO CT-OUT-CROSSED-FLAG.
004570     PERFORM 2700-WATCH-ONE-TRAN THRU 2700-EXIT
004580         UNTIL CT-SORT-AT-EOF
004590         OR SW-PLAYER-ID NOT = CT-BRK-PLAYER-ID.
004600     IF CT-IN-CROSSED
004610         PERFORM 2800-LIST-CASH-IN THRU 2800-EXIT.
004620     IF CT-OUT-CROSSED
004630         PERFORM 2810-LIST-CASH-OUT THRU 2810-EXIT.
004640 2600-EXIT.
004650     EXIT.
004660
004670* =================================================================
004680* 2700-WATCH-ONE-TRAN -- ADD THIS MOVEMENT TO ITS DIRECTION'S
004690* TOTAL AND, WHEN THE ADD FIRST CARRIES THAT TOTAL OVER THE
004700* THRESHOLD, REMEMBER THE TIME AND CASHIER OF THIS VERY MOVEMENT.
004710* THE REPORT IS OWED ON CASH IN EXCESS OF THE THRESHOLD, SO A
004720* TOTAL EXACTLY AT THE LINE DOES NOT CROSS IT.
004730* =================================================================
004740 2700-WATCH-ONE-TRAN.
004750     IF SW-CASH-IN
004760         ADD SW-AMOUNT TO CT-CASH-IN-TOTAL
004770         IF CT-CASH-IN-TOTAL > CT-THRESHOLD
004780             AND NOT CT-IN-CROSSED
004790             MOVE "Y" TO CT-IN-CROSSED-FLAG
004800             MOVE SW-TRAN-TIME TO CT-IN-CROSS-TIME
004810             MOVE SW-CASHIER-ID TO CT-IN-CROSS-CASHIER
004820         END-IF
004830     ELSE
004840         ADD SW-AMOUNT TO CT-CASH-OUT-TOTAL
004850         IF CT-CASH-OUT-TOTAL > CT-THRESHOLD
004860             AND NOT CT-OUT-CROSSED
004870             MOVE "Y" TO CT-OUT-CROSSED-FLAG
004880             MOVE SW-TRAN-TIME TO CT-OUT-CROSS-TIME
004890             MOVE SW-CASHIER-ID TO CT-OUT-CROSS-CASHIER
004900         END-IF.
004910     PERFORM 2550-RETURN-ONE-TRAN THRU 2550-EXIT.
004920 2700-EXIT.
004930     EXIT.
004940
004950* =================================================================
004960* 2800-LIST-CASH-IN / 2810-LIST-CASH-OUT -- ONE CANDIDATE LINE
004970* PER DIRECTION OVER THE LINE, CARRYING THE DAY'S FULL TOTAL IN
004980* THAT DIRECTION AND THE MOVEMENT THAT CROSSED THE THRESHOLD
004990* =================================================================
005000 2800-LIST-CASH-IN.
005010     PERFORM 2900-START-CANDIDATE THRU 2900-EXIT.
005020     MOVE "CASH IN " TO RPT-DIRECTION.
005030     MOVE CT-CASH-IN-TOTAL TO RPT-DAY-TOTAL.
005040     MOVE CT-IN-CROSS-TIME TO RPT-CROSS-TIME.
005050     MOVE CT-IN-CROSS-CASHIER TO RPT-CASHIER-ID.
005060     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005070 2800-EXIT.
005080     EXIT.
005090
005100 2810-LIST-CASH-OUT.
005110     PERFORM 2900-START-CANDIDATE THRU 2900-EXIT.
005120     MOVE "CASH OUT" TO RPT-DIRECTION.
005130     MOVE CT-CASH-OUT-TOTAL TO RPT-DAY-TOTAL.
005140     MOVE CT-OUT-CROSS-TIME TO RPT-CROSS-TIME.
005150     MOVE CT-OUT-CROSS-CASHIER TO RPT-CASHIER-ID.
005160     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005170 2810-EXIT.
005180     EXIT.
005190
005200 2900-START-CANDIDATE.
005210     ADD 1 TO CT-CANDIDATE-COUNT.
005220     MOVE SPACES TO RPT-RECORD.
005230     MOVE CT-BRK-PLAYER-ID TO RPT-PLAYER-ID.
005240     MOVE CT-BRK-PLAYER-ID TO PT-PLAYER-ID.
005250     PERFORM 2950-GET-PATRON-NAME THRU 2950-EXIT.
005260     MOVE CT-PATRON-NAME TO RPT-PATRON-NAME.
005270     MOVE CT-THRESHOLD TO RPT-THRESHOLD.
005280 2900-EXIT.
005290     EXIT.
005300
005310* =================================================================
005320* 2950-GET-PATRON-NAME -- LOOK THE CALLER'S PT-PLAYER-ID UP ON THE
005330* PATRON MASTER AND LEAVE THE NAME (OR BLANKS) IN CT-PATRON-NAME
005340* =================================================================
005350 2950-GET-PATRON-NAME.
005360     MOVE SPACES TO CT-PATRON-NAME.
005370     IF NOT CT-PATRON-AVAIL
005380         GO TO 2950-EXIT.
005390     READ PATRON-MAST-FILE
005400         INVALID KEY
005410             MOVE SPACES TO CT-PATRON-NAME
005420         NOT INVALID KEY
005430             MOVE PT-NAME TO CT-PATRON-NAME.
005440 2950-EXIT.
005450     EXIT.
005460
005470* =================================================================
005480* 3000-PRINT-SUMMARY -- CONTROL COUNTS FOR THE COMPLIANCE
005490* OFFICER'S CONTROL SHEET
005500* =================================================================
005510 3000-PRINT-SUMMARY.
005520     MOVE SPACES TO RPT-HEADING.
005530     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005540     MOVE SPACES TO RPT-HEADING.
005550     STRING "CASH MOVEMENTS: " DELIMITED BY SIZE
005560         CT-CASH-LINES DELIMITED BY SIZE
005570         "   LOGGED TO MTL: " DELIMITED BY SIZE
005580         CT-MTL-COUNT DELIMITED BY SIZE
005590         "   CTR CANDIDATES: " DELIMITED BY SIZE
005600         CT-CANDIDATE-COUNT DELIMITED BY SIZE
005610         INTO RH-TEXT.
005620     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005630     DISPLAY "CURRENCY MONITOR -- CASH MOVEMENTS: "
005640         CT-CASH-LINES " MTL LINES: " CT-MTL-COUNT
005650         " CTR CANDIDATES: " CT-CANDIDATE-COUNT.
005660 3000-EXIT.
005670     EXIT.
005680
005690 3100-PRINT-HEADING.
005700     MOVE SPACES TO RPT-HEADING.
005710     STRING "CURRENCY TRANSACTION REPORT CANDIDATES -- GAMING "
005720         DELIMITED BY SIZE
005730         "DATE " DELIMITED BY SIZE
005740         CT-RUN-DATE DELIMITED BY SIZE
005750         INTO RH-TEXT.
005760     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005770     MOVE SPACES TO RPT-HEADING.
005780     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005790     MOVE SPACES TO RPT-HEADING.
005800     MOVE "PLAYER  PATRON NAME                "
005810         TO RH-TEXT(1:35).
005820     MOVE "DIRECTN            DAY TOTAL  TIME    "
005830         TO RH-TEXT(36:37).
005840     MOVE "CASH" TO RH-TEXT(72:4).
005845     MOVE "THRESHOLD" TO RH-TEXT(85:9).
005850     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005860 3100-EXIT.
005870     EXIT.
005880
005890* =================================================================
005900* 8000-WRITE-REPORT-LINE -- ONE CHECKED LISTING WRITE
005910* =================================================================
005920 8000-WRITE-REPORT-LINE.
005930     WRITE RPT-RECORD.
005940     IF CT-RPT-FILE-STATUS NOT = "00"
005950         MOVE "CTRRPT  " TO CT-IO-FILE-NAME
005960         MOVE "WRITE"    TO CT-IO-OPERATION
005970         MOVE CT-RPT-FILE-STATUS TO CT-IO-STATUS
005980         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
005990 8000-EXIT.
006000     EXIT.
006010
006020* =================================================================
006030* 9000-IO-ABORT -- A HARD READ OR WRITE STATUS IS AN I-O FAULT.
006040* A SHORT JOURNAL PASS WOULD UNDER-REPORT CASH, SO THE JOB ENDS
006050* WITH CONDITION CODE 16, THE STEP UNSTAMPED, AND NO VERDICT.
006060* =================================================================
006070 9000-IO-ABORT.
006080     DISPLAY "*** I-O ERROR -- FILE " CT-IO-FILE-NAME
006090         " OPERATION " CT-IO-OPERATION
006100         " STATUS " CT-IO-STATUS " -- CURRENCY MONITOR VOID ***".
006110     PERFORM 1900-TERMINATE THRU 1900-EXIT.
006120     MOVE 16 TO RETURN-CODE.
006130     STOP RUN.
006140 9000-EXIT.
006150     EXIT.
