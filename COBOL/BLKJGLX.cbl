000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLKJGLX.
000030 AUTHOR. R. OKONKWO, PIT SYSTEMS GROUP.
000040 INSTALLATION. TABLE GAMES DATA PROCESSING.
000050 DATE-WRITTEN. 10-15-2026.
000060 DATE-COMPILED.
000070*
000080* -----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL BATCH JOB.  NIGHTLY GENERAL-LEDGER
000130*                  INTERFACE EXTRACT.  BUILDS ONE BALANCED JOURNAL
000140*                  ENTRY FOR THE GAMING DATE FROM THE DAILY
000150*                  STATISTICS MASTER (STATMST -- TABLE WIN BY
000160*                  TABLE), THE CAGE JOURNAL (CAGEJRNL -- DEPOSITS,
000170*                  WITHDRAWALS, MARKER ISSUES, REPAYMENTS AND
000180*                  WRITE-DOWNS, COMP REDEMPTIONS) AND THE TRAY
000190*                  JOURNAL (TRAYJRNL -- FILLS AND CREDITS).  EACH
000200*                  MOVEMENT TYPE POSTS A DEBIT AND AN EQUAL CREDIT
000210*                  TO THE ACCOUNTS NAMED ON THE GL ACCOUNT-MAPPING
000220*                  FILE (GLMAP, MAINTAINED THROUGH BLKJGLM).  THE
000230*                  ENTRY IS LISTED ON GLXRPT; THE EXTRACT FILE
000240*                  (GLEXTR) IS WRITTEN ONLY WHEN EVERY MOVEMENT IS
000250*                  MAPPED AND THE DEBITS AND CREDITS NET TO ZERO --
000260*                  OTHERWISE THE RUN IS REFUSED WITH CONDITION
000270*                  CODE 12 AND THE STEP LEFT UNSTAMPED.  RUNS IN
000280*                  THE NIGHTLY RUN-CONTROL CHAIN (RUNCTRL) AFTER
000290*                  BLKJSTA.
000292* 10-15-26   ROP   BALANCES ESCHEATED AS UNCLAIMED FUNDS BY THE
000294*                  DORMANCY JOB (BLKJDRM, CAGE JOURNAL TYPE U) POST
000296*                  AS THEIR OWN MOVEMENT, ESCH.
000300* -----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT STAT-MAST-FILE ASSIGN TO STATMST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS ST-KEY
000390         FILE STATUS IS GL-ST-FILE-STATUS.
000400     SELECT CAGE-JRNL-FILE ASSIGN TO CAGEJRNL
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS GL-CJ-FILE-STATUS.
000430     SELECT TRAY-JRNL-FILE ASSIGN TO TRAYJRNL
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS GL-TY-FILE-STATUS.
000460     SELECT GL-MAP-FILE ASSIGN TO GLMAP
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS GM-MOVE-CODE
000500         FILE STATUS IS GL-GM-FILE-STATUS.
000510     SELECT GL-EXTR-FILE ASSIGN TO GLEXTR
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS GL-GX-FILE-STATUS.
000540     SELECT GL-REPT-FILE ASSIGN TO GLXRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS GL-RPT-FILE-STATUS.
000570     SELECT RUN-CTRL-FILE ASSIGN TO RUNCTRL
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS RU-KEY
000610         FILE STATUS IS GL-RU-FILE-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  STAT-MAST-FILE
000660     LABEL RECORD IS STANDARD.
000670     COPY STATREC.
000680
000690 FD  CAGE-JRNL-FILE
000700     LABEL RECORD IS STANDARD.
000710     COPY CAGEREC.
000720
000730 FD  TRAY-JRNL-FILE
000740     LABEL RECORD IS STANDARD.
000750     COPY TRAYREC.
000760
000770 FD  GL-MAP-FILE
000780     LABEL RECORD IS STANDARD.
000790     COPY GLMREC.
000800
000810 FD  GL-EXTR-FILE
000820     LABEL RECORD IS STANDARD.
000830     COPY GLXREC.
000840
000850* ----------------------------------------------------------------
000860* GL-REPT-FILE -- THE JOURNAL-ENTRY LISTING.  ONE LINE PER DEBIT OR
000870* CREDIT, THEN THE TOTALS AND THE VERDICT.  RPT-HEADING REDEFINES
000880* THE SAME STORAGE SO A HEADING CAN BE MOVED IN AS PLAIN TEXT.
000890* ----------------------------------------------------------------
000900 FD  GL-REPT-FILE
000910     LABEL RECORD IS STANDARD.
000920 01  RPT-RECORD.
000930     05  RPT-LINE-NO            PIC ZZZ9.
000940     05  FILLER                 PIC X(02) VALUE SPACES.
000950     05  RPT-ACCOUNT            PIC X(10).
000960     05  FILLER                 PIC X(02) VALUE SPACES.
000970     05  RPT-MOVE-CODE          PIC X(04).
000980     05  FILLER                 PIC X(02) VALUE SPACES.
000990     05  RPT-REFERENCE          PIC X(04).
001000     05  FILLER                 PIC X(02) VALUE SPACES.
001010     05  RPT-DESCRIPTION        PIC X(25).
001020     05  FILLER                 PIC X(02) VALUE SPACES.
001030     05  RPT-DEBIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001040     05  FILLER                 PIC X(02) VALUE SPACES.
001050     05  RPT-CREDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001060 01  RPT-HEADING REDEFINES RPT-RECORD.
001070     05  RH-TEXT                PIC X(93).
001080
001090 FD  RUN-CTRL-FILE
001100     LABEL RECORD IS STANDARD.
001110     COPY RUNREC.
001120
001130 WORKING-STORAGE SECTION.
001140* ---------------------------------------------------------- SWITCHES
001150 77  GL-ST-FILE-STATUS      PIC X(02)  VALUE "00".
001160 77  GL-CJ-FILE-STATUS      PIC X(02)  VALUE "00".
001170 77  GL-TY-FILE-STATUS      PIC X(02)  VALUE "00".
001180 77  GL-GM-FILE-STATUS      PIC X(02)  VALUE "00".
001190 77  GL-GX-FILE-STATUS      PIC X(02)  VALUE "00".
001200 77  GL-RPT-FILE-STATUS     PIC X(02)  VALUE "00".
001210 77  GL-EOF-FLAG            PIC X(01)  VALUE "N".
001220     88  GL-AT-EOF          VALUE "Y".
001230 77  GL-MAP-FOUND-FLAG      PIC X(01)  VALUE "N".
001240     88  GL-MAP-WAS-FOUND   VALUE "Y".
001250 77  GL-REFUSED-FLAG        PIC X(01)  VALUE "N".
001260     88  GL-EXTRACT-REFUSED VALUE "Y".
001270 77  GL-IO-FILE-NAME        PIC X(08)  VALUE SPACES.
001280 77  GL-IO-OPERATION        PIC X(08)  VALUE SPACES.
001290 77  GL-IO-STATUS           PIC X(02)  VALUE "00".
001300* ------------------------------------------------- MOVEMENT TOTALS
001310* THE DAY'S CAGE AND TRAY MOVEMENTS, ONE TOTAL PER MOVEMENT TYPE.
001320 77  GL-DEPOSITS            PIC 9(09)V99 VALUE ZERO.
001330 77  GL-WITHDRAWALS         PIC 9(09)V99 VALUE ZERO.
001340 77  GL-MARKERS-ISSUED      PIC 9(09)V99 VALUE ZERO.
001350 77  GL-MARKERS-REPAID      PIC 9(09)V99 VALUE ZERO.
001360 77  GL-MARKERS-WRITTEN     PIC 9(09)V99 VALUE ZERO.
001370 77  GL-COMPS-REDEEMED      PIC 9(09)V99 VALUE ZERO.
001380 77  GL-FILLS               PIC 9(09)V99 VALUE ZERO.
001390 77  GL-CREDITS             PIC 9(09)V99 VALUE ZERO.
001395 77  GL-ESCHEATED           PIC 9(09)V99 VALUE ZERO.
001400* ------------------------------------------------------- TABLE WIN
001410* ONE ENTRY PER TABLE POSTED TO STATMST FOR THE DATE.  A TABLE THAT
001420* LOST FOR THE DAY CARRIES A NEGATIVE WIN.
001430 01  GL-TABLE-WINS.
001440     05  GL-WIN                 OCCURS 20 TIMES.
001450         10  GL-WIN-TABLE-ID    PIC X(04).
001460         10  GL-WIN-AMOUNT      PIC S9(09)V99.
001470 77  GL-WIN-MAX             PIC 9(02)  VALUE 20.
001480 77  GL-WIN-COUNT           PIC 9(02)  VALUE ZERO.
001490* --------------------------------------------------- JOURNAL LINES
001500* THE WHOLE ENTRY IS BUILT HERE AND PROVED BEFORE ANY OF IT IS
001510* WRITTEN.  TWENTY TABLES AND NINE MOVEMENTS, EACH A DEBIT AND A
001520* CREDIT, FIT WITH ROOM TO SPARE.
001530 01  GL-JOURNAL.
001540     05  GL-LINE                OCCURS 60 TIMES.
001550         10  GL-LN-ACCOUNT      PIC X(10).
001560         10  GL-LN-DR-CR        PIC X(01).
001570             88  GL-LN-IS-DEBIT VALUE "D".
001580         10  GL-LN-AMOUNT       PIC 9(09)V99.
001590         10  GL-LN-MOVE-CODE    PIC X(04).
001600         10  GL-LN-REFERENCE    PIC X(04).
001610         10  GL-LN-DESCRIPTION  PIC X(25).
001620 77  GL-LINE-MAX            PIC 9(02)  VALUE 60.
001630 77  GL-LINE-COUNT          PIC 9(02)  VALUE ZERO.
001640 77  GL-WORK-IX             PIC 9(02)  VALUE ZERO.
001650* ---------------------------------------------------- POSTING WORK
001660 77  GL-WORK-MOVE-CODE      PIC X(04)  VALUE SPACES.
001670 77  GL-WORK-REFERENCE      PIC X(04)  VALUE SPACES.
001680 77  GL-WORK-AMOUNT         PIC S9(09)V99 VALUE ZERO.
001690 77  GL-WORK-LINE-AMOUNT    PIC 9(09)V99 VALUE ZERO.
001700 77  GL-WORK-DEBIT-ACCT     PIC X(10)  VALUE SPACES.
001710 77  GL-WORK-CREDIT-ACCT    PIC X(10)  VALUE SPACES.
001720 77  GL-WORK-DESCRIPTION    PIC X(25)  VALUE SPACES.
001730 77  GL-WORK-ACCOUNT        PIC X(10)  VALUE SPACES.
001740 77  GL-WORK-DR-CR          PIC X(01)  VALUE SPACE.
001750* ------------------------------------------------- BALANCE PROOF
001760 77  GL-TOTAL-DEBITS        PIC 9(11)V99 VALUE ZERO.
001770 77  GL-TOTAL-CREDITS       PIC 9(11)V99 VALUE ZERO.
001780 77  GL-UNMAPPED-COUNT      PIC 9(03)  VALUE ZERO.
001790 77  GL-OVERFLOW-COUNT      PIC 9(03)  VALUE ZERO.
001800* ------------------------------------------------------- RUN CONTROL
001810 77  GL-RU-FILE-STATUS      PIC X(02)  VALUE "00".
001820 77  GL-RUN-DATE            PIC 9(08)  VALUE ZERO.
001830 77  GL-RUN-DATE-IN         PIC X(08)  VALUE SPACES.
001840 77  GL-RUN-FOUND-FLAG      PIC X(01)  VALUE "N".
001850     88  GL-RUN-REC-FOUND   VALUE "Y".
001860 77  GL-CURRENT-DATETIME    PIC X(21)  VALUE SPACES.
001870
001880 PROCEDURE DIVISION.
001890* =================================================================
001900* 0000-MAINLINE
001910* =================================================================
001920 0000-MAINLINE.
001930     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 2000-COLLECT-TABLE-WIN THRU 2000-EXIT.
001960     PERFORM 3000-COLLECT-CAGE THRU 3000-EXIT.
001970     PERFORM 4000-COLLECT-TRAY THRU 4000-EXIT.
001980     PERFORM 5000-BUILD-JOURNAL THRU 5000-EXIT.
001990     PERFORM 6000-PRINT-JOURNAL THRU 6000-EXIT.
002000     IF GL-EXTRACT-REFUSED
002010         PERFORM 1900-TERMINATE THRU 1900-EXIT
002020         CLOSE RUN-CTRL-FILE
002030         MOVE 12 TO RETURN-CODE
002040         STOP RUN.
002050     PERFORM 7000-WRITE-EXTRACT THRU 7000-EXIT.
002060     PERFORM 1900-TERMINATE THRU 1900-EXIT.
002070     PERFORM 0200-STAMP-RUN-CONTROL THRU 0200-EXIT.
002080     STOP RUN.
002090
002100* =================================================================
002110* 0100-CHECK-RUN-CONTROL -- THE EXTRACT RUNS IN THE NIGHTLY CHAIN
002120* AFTER THE STATISTICS POSTING (BLKJSTA), WHICH IT READS.  A DATE
002130* THE PREDECESSOR HAS NOT COMPLETED, OR THIS STEP ALREADY HAS, IS
002140* REFUSED WITH CONDITION CODE 12.  THE FILE STAYS OPEN FOR THE
002150* COMPLETION STAMP.
002160* =================================================================
002170 0100-CHECK-RUN-CONTROL.
002180     PERFORM 0110-GET-RUN-DATE THRU 0110-EXIT
002190         UNTIL GL-RUN-DATE > ZERO.
002200     OPEN I-O RUN-CTRL-FILE.
002210     IF GL-RU-FILE-STATUS = "35"
002220         OPEN OUTPUT RUN-CTRL-FILE
002230         CLOSE RUN-CTRL-FILE
002240         OPEN I-O RUN-CTRL-FILE.
002250     IF GL-RU-FILE-STATUS NOT = "00"
002260         DISPLAY "CANNOT OPEN RUNCTRL -- STATUS "
002270             GL-RU-FILE-STATUS
002280         MOVE 16 TO RETURN-CODE
002290         STOP RUN.
002300     MOVE "BLKJGLX " TO RU-JOB-STEP.
002310     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
002320     IF GL-RUN-REC-FOUND AND RU-STEP-COMPLETE
002330         DISPLAY "RUN REFUSED -- BLKJGLX ALREADY COMPLETE FOR "
002340             GL-RUN-DATE
002350         CLOSE RUN-CTRL-FILE
002360         MOVE 12 TO RETURN-CODE
002370         STOP RUN.
002380     MOVE "BLKJSTA " TO RU-JOB-STEP.
002390     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
002400     IF NOT GL-RUN-REC-FOUND OR NOT RU-STEP-COMPLETE
002410         DISPLAY "RUN REFUSED -- BLKJSTA NOT COMPLETE FOR "
002420             GL-RUN-DATE
002430         CLOSE RUN-CTRL-FILE
002440         MOVE 12 TO RETURN-CODE
002450         STOP RUN.
002460 0100-EXIT.
002470     EXIT.
002480
002490 0110-GET-RUN-DATE.
002500     DISPLAY "ENTER GAMING DATE FOR RUN CONTROL (YYYYMMDD): ".
002510     ACCEPT GL-RUN-DATE-IN.
002520     IF GL-RUN-DATE-IN IS NUMERIC
002530         MOVE GL-RUN-DATE-IN TO GL-RUN-DATE
002540     ELSE
002550         DISPLAY "A NUMERIC YYYYMMDD DATE IS REQUIRED.".
002560 0110-EXIT.
002570     EXIT.
002580
002590 0130-READ-RUN-RECORD.
002600     MOVE GL-RUN-DATE TO RU-GAME-DATE.
002610     READ RUN-CTRL-FILE
002620         INVALID KEY
002630             MOVE "N" TO GL-RUN-FOUND-FLAG
002640         NOT INVALID KEY
002650             MOVE "Y" TO GL-RUN-FOUND-FLAG.
002660 0130-EXIT.
002670     EXIT.
002680
002690* =================================================================
002700* 0200-STAMP-RUN-CONTROL -- THE JOB RAN TO ITS NORMAL END AND THE
002710* EXTRACT IS WRITTEN, SO THE STEP IS STAMPED COMPLETE FOR THE
002720* GAMING DATE.  AN ABEND OR A REFUSED ENTRY NEVER REACHES THIS
002730* PARAGRAPH, LEAVING THE STEP UNSTAMPED FOR THE SUPERVISOR
002740* (BLKJRUN).
002750* =================================================================
002760 0200-STAMP-RUN-CONTROL.
002770     MOVE "BLKJGLX " TO RU-JOB-STEP.
002780     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
002790     MOVE GL-RUN-DATE TO RU-GAME-DATE.
002800     MOVE "BLKJGLX " TO RU-JOB-STEP.
002810     MOVE "C" TO RU-STATUS.
002820     MOVE FUNCTION CURRENT-DATE TO GL-CURRENT-DATETIME.
002830     MOVE GL-CURRENT-DATETIME(1:8) TO RU-STAMP-DATE.
002840     MOVE GL-CURRENT-DATETIME(9:6) TO RU-STAMP-TIME.
002850     IF GL-RUN-REC-FOUND
002860         REWRITE RU-RECORD
002870     ELSE
002880         WRITE RU-RECORD.
002890     IF GL-RU-FILE-STATUS NOT = "00"
002900         DISPLAY "RUN-CONTROL STAMP FAILED -- STATUS "
002910             GL-RU-FILE-STATUS
002920         MOVE 16 TO RETURN-CODE.
002930     CLOSE RUN-CTRL-FILE.
002940 0200-EXIT.
002950     EXIT.
002960
002970* =================================================================
002980* 1000-INITIALIZE -- OPEN THE STATISTICS MASTER, THE TWO JOURNALS,
002990* THE MAPPING FILE AND THE LISTING.  A MISSING CAGE OR TRAY
003000* JOURNAL IS ALLOWED (NO ACTIVITY YET); A MISSING MAPPING FILE IS
003010* NOT -- NOTHING COULD BE POSTED.  THE EXTRACT ITSELF IS NOT OPENED
003020* UNTIL THE ENTRY HAS PROVED.
003030* =================================================================
003040 1000-INITIALIZE.
003050     OPEN INPUT STAT-MAST-FILE.
003060     IF GL-ST-FILE-STATUS NOT = "00"
003070         DISPLAY "CANNOT OPEN STATMST -- STATUS "
003080             GL-ST-FILE-STATUS
003090         CLOSE RUN-CTRL-FILE
003100         MOVE 16 TO RETURN-CODE
003110         STOP RUN.
003120     OPEN INPUT GL-MAP-FILE.
003130     IF GL-GM-FILE-STATUS NOT = "00"
003140         DISPLAY "CANNOT OPEN GLMAP -- STATUS "
003150             GL-GM-FILE-STATUS " -- RUN BLKJGLM FIRST."
003160         CLOSE STAT-MAST-FILE
003170         CLOSE RUN-CTRL-FILE
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN.
003200     OPEN INPUT CAGE-JRNL-FILE.
003210     OPEN INPUT TRAY-JRNL-FILE.
003220     OPEN OUTPUT GL-REPT-FILE.
003230     IF GL-RPT-FILE-STATUS NOT = "00"
003240         MOVE "GLXRPT  " TO GL-IO-FILE-NAME
003250         MOVE "OPEN"     TO GL-IO-OPERATION
003260         MOVE GL-RPT-FILE-STATUS TO GL-IO-STATUS
003270         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003280     PERFORM 6900-PRINT-HEADING THRU 6900-EXIT.
003290 1000-EXIT.
003300     EXIT.
003310
003320* =================================================================
003330* 1900-TERMINATE -- CLOSE FILES BEFORE RETURNING TO THE OPERATING
003340* SYSTEM
003350* =================================================================
003360 1900-TERMINATE.
003370     CLOSE STAT-MAST-FILE.
003380     CLOSE GL-MAP-FILE.
003390     CLOSE CAGE-JRNL-FILE.
003400     CLOSE TRAY-JRNL-FILE.
003410     CLOSE GL-REPT-FILE.
003420 1900-EXIT.
003430     EXIT.
003440
003450* =================================================================
003460* 2000-COLLECT-TABLE-WIN -- PASS THE STATISTICS MASTER, TAKING EACH
003470* TABLE'S POSTED HOLD FOR THE GAMING DATE AS ITS WIN.  THE MASTER
003480* IS IN DATE ORDER, SO THE PASS STOPS AT THE FIRST LATER DATE.
003490* =================================================================
003500 2000-COLLECT-TABLE-WIN.
003510     MOVE "N" TO GL-EOF-FLAG.
003520     PERFORM 2100-READ-STAT THRU 2100-EXIT.
003530     PERFORM 2200-TAKE-ONE-TABLE THRU 2200-EXIT
003540         UNTIL GL-AT-EOF.
003550 2000-EXIT.
003560     EXIT.
003570
003580 2100-READ-STAT.
003590     READ STAT-MAST-FILE
003600         AT END
003610             MOVE "Y" TO GL-EOF-FLAG.
003620     IF GL-ST-FILE-STATUS NOT = "00"
003630         AND GL-ST-FILE-STATUS NOT = "10"
003640         MOVE "STATMST " TO GL-IO-FILE-NAME
003650         MOVE "READ"     TO GL-IO-OPERATION
003660         MOVE GL-ST-FILE-STATUS TO GL-IO-STATUS
003670         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003680     IF NOT GL-AT-EOF
003690         AND ST-GAME-DATE > GL-RUN-DATE
003700         MOVE "Y" TO GL-EOF-FLAG.
003710 2100-EXIT.
003720     EXIT.
003730
003740 2200-TAKE-ONE-TABLE.
003750     IF ST-GAME-DATE NOT = GL-RUN-DATE
003760         GO TO 2200-READ-NEXT.
003770     IF GL-WIN-COUNT NOT < GL-WIN-MAX
003780         DISPLAY "MORE THAN " GL-WIN-MAX " TABLES -- TABLE "
003790             ST-TABLE-ID " NOT POSTED"
003800         ADD 1 TO GL-OVERFLOW-COUNT
003810         GO TO 2200-READ-NEXT.
003820     ADD 1 TO GL-WIN-COUNT.
003830     MOVE ST-TABLE-ID TO GL-WIN-TABLE-ID(GL-WIN-COUNT).
003840     MOVE ST-HOLD TO GL-WIN-AMOUNT(GL-WIN-COUNT).
003850 2200-READ-NEXT.
003860     PERFORM 2100-READ-STAT THRU 2100-EXIT.
003870 2200-EXIT.
003880     EXIT.
003890
003900* =================================================================
003910* 3000-COLLECT-CAGE -- PASS THE CAGE JOURNAL, TOTALING THE DAY'S
003920* MOVEMENTS BY TYPE.  ADJUSTMENTS AND REFUSALS ARE NOT POSTED.  A
003930* MISSING JOURNAL (STATUS 35 ON THE OPEN) MEANS NO CAGE ACTIVITY.
003940* =================================================================
003950 3000-COLLECT-CAGE.
003960     IF GL-CJ-FILE-STATUS = "35"
003970         DISPLAY "NO CAGE JOURNAL -- NO CAGE MOVEMENTS TO POST"
003980         GO TO 3000-EXIT.
003990     MOVE "N" TO GL-EOF-FLAG.
004000     PERFORM 3100-READ-CAGE-TRAN THRU 3100-EXIT.
004010     PERFORM 3200-TAKE-ONE-TRAN THRU 3200-EXIT
004020         UNTIL GL-AT-EOF.
004030 3000-EXIT.
004040     EXIT.
004050
004060 3100-READ-CAGE-TRAN.
004070     READ CAGE-JRNL-FILE
004080         AT END
004090             MOVE "Y" TO GL-EOF-FLAG.
004100     IF GL-CJ-FILE-STATUS NOT = "00"
004110         AND GL-CJ-FILE-STATUS NOT = "10"
004120         MOVE "CAGEJRNL" TO GL-IO-FILE-NAME
004130         MOVE "READ"     TO GL-IO-OPERATION
004140         MOVE GL-CJ-FILE-STATUS TO GL-IO-STATUS
004150         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
004160 3100-EXIT.
004170     EXIT.
004180
004190 3200-TAKE-ONE-TRAN.
004200     IF CJ-TRAN-DATE NOT = GL-RUN-DATE
004210         GO TO 3200-READ-NEXT.
004220     EVALUATE TRUE
004230         WHEN CJ-TRAN-DEPOSIT
004240             ADD CJ-AMOUNT TO GL-DEPOSITS
004250         WHEN CJ-TRAN-WITHDRAWAL
004260             ADD CJ-AMOUNT TO GL-WITHDRAWALS
004270         WHEN CJ-TRAN-MARKER-ISSUE
004280             ADD CJ-AMOUNT TO GL-MARKERS-ISSUED
004290         WHEN CJ-TRAN-MARKER-PAY
004300             ADD CJ-AMOUNT TO GL-MARKERS-REPAID
004310         WHEN CJ-TRAN-MARKER-WOFF
004320             ADD CJ-AMOUNT TO GL-MARKERS-WRITTEN
004330         WHEN CJ-TRAN-COMP-REDEEM
004340             ADD CJ-AMOUNT TO GL-COMPS-REDEEMED
004343         WHEN CJ-TRAN-ESCHEAT
004346             ADD CJ-AMOUNT TO GL-ESCHEATED
004350     END-EVALUATE.
004360 3200-READ-NEXT.
004370     PERFORM 3100-READ-CAGE-TRAN THRU 3100-EXIT.
004380 3200-EXIT.
004390     EXIT.
004400
004410* =================================================================
004420* 4000-COLLECT-TRAY -- PASS THE TRAY JOURNAL, TOTALING THE DAY'S
004430* FILLS AND CREDITS.  OPENER AND CLOSER COUNTS ARE INVENTORY, NOT
004440* MOVEMENTS, AND ARE ALREADY IN THE WIN.  A MISSING JOURNAL MEANS
004450* NO TRAY ACTIVITY.
004460* =================================================================
004470 4000-COLLECT-TRAY.
004480     IF GL-TY-FILE-STATUS = "35"
004490         DISPLAY "NO TRAY JOURNAL -- NO FILLS OR CREDITS TO POST"
004500         GO TO 4000-EXIT.
004510     MOVE "N" TO GL-EOF-FLAG.
004520     PERFORM 4100-READ-TRAY-TRAN THRU 4100-EXIT.
004530     PERFORM 4200-TAKE-ONE-TRAN THRU 4200-EXIT
004540         UNTIL GL-AT-EOF.
004550 4000-EXIT.
004560     EXIT.
004570
004580 4100-READ-TRAY-TRAN.
004590     READ TRAY-JRNL-FILE
004600         AT END
004610             MOVE "Y" TO GL-EOF-FLAG.
004620     IF GL-TY-FILE-STATUS NOT = "00"
004630         AND GL-TY-FILE-STATUS NOT = "10"
004640         MOVE "TRAYJRNL" TO GL-IO-FILE-NAME
004650         MOVE "READ"     TO GL-IO-OPERATION
004660         MOVE GL-TY-FILE-STATUS TO GL-IO-STATUS
004670         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
004680 4100-EXIT.
004690     EXIT.
004700
004710 4200-TAKE-ONE-TRAN.
004720     IF TY-GAME-DATE NOT = GL-RUN-DATE
004730         GO TO 4200-READ-NEXT.
004740     IF TY-TRAN-FILL
004750         ADD TY-AMOUNT TO GL-FILLS.
004760     IF TY-TRAN-CREDIT
004770         ADD TY-AMOUNT TO GL-CREDITS.
004780 4200-READ-NEXT.
004790     PERFORM 4100-READ-TRAY-TRAN THRU 4100-EXIT.
004800 4200-EXIT.
004810     EXIT.
004820
004830* =================================================================
004840* 5000-BUILD-JOURNAL -- TURN EVERY NONZERO TOTAL INTO ITS DEBIT AND
004850* CREDIT, THEN PROVE THE ENTRY.  AN UNMAPPED MOVEMENT, A TABLE OR
004860* LINE OVERFLOW, OR DEBITS THAT DO NOT EQUAL CREDITS REFUSES THE
004870* EXTRACT.
004880* =================================================================
004890 5000-BUILD-JOURNAL.
004900     PERFORM 5100-POST-TABLE-WIN THRU 5100-EXIT
004910         VARYING GL-WORK-IX FROM 1 BY 1
004920         UNTIL GL-WORK-IX > GL-WIN-COUNT.
004930     MOVE SPACES TO GL-WORK-REFERENCE.
004940     MOVE "DEPO" TO GL-WORK-MOVE-CODE.
004950     MOVE GL-DEPOSITS TO GL-WORK-AMOUNT.
004960     PERFORM 5200-POST-MOVEMENT THRU 5200-EXIT.
004970     MOVE "WDRL" TO GL-WORK-MOVE-CODE.
004980     MOVE GL-WITHDRAWALS TO GL-WORK-AMOUNT.
004990     PERFORM 5200-POST-MOVEMENT THRU 5200-EXIT.
005000     MOVE "MKIS" TO GL-WORK-MOVE-CODE.
005010     MOVE GL-MARKERS-ISSUED TO GL-WORK-AMOUNT.
005020     PERFORM 5200-POST-MOVEMENT THRU 5200-EXIT.
005030     MOVE "MKRP" TO GL-WORK-MOVE-CODE.
005040     MOVE GL-MARKERS-REPAID TO GL-WORK-AMOUNT.
005050     PERFORM 5200-POST-MOVEMENT THRU 5200-EXIT.
005060     MOVE "MKWO" TO GL-WORK-MOVE-CODE.
005070     MOVE GL-MARKERS-WRITTEN TO GL-WORK-AMOUNT.
005080     PERFORM 5200-POST-MOVEMENT THRU 5200-EXIT.
005090     MOVE "COMP" TO GL-WORK-MOVE-CODE.
005100     MOVE GL-COMPS-REDEEMED TO GL-WORK-AMOUNT.
005110     PERFORM 5200-POST-MOVEMENT THRU 5200-EXIT.
005120     MOVE "FILL" TO GL-WORK-MOVE-CODE.
005130     MOVE GL-FILLS TO GL-WORK-AMOUNT.
005140     PERFORM 5200-POST-MOVEMENT THRU 5200-EXIT.
005150     MOVE "CRED" TO GL-WORK-MOVE-CODE.
005160     MOVE GL-CREDITS TO GL-WORK-AMOUNT.
005170     PERFORM 5200-POST-MOVEMENT THRU 5200-EXIT.
005172     MOVE "ESCH" TO GL-WORK-MOVE-CODE.
005174     MOVE GL-ESCHEATED TO GL-WORK-AMOUNT.
005176     PERFORM 5200-POST-MOVEMENT THRU 5200-EXIT.
005180     PERFORM 5900-PROVE-THE-ENTRY THRU 5900-EXIT.
005190 5000-EXIT.
005200     EXIT.
005210
005220 5100-POST-TABLE-WIN.
005230     MOVE "TWIN" TO GL-WORK-MOVE-CODE.
005240     MOVE GL-WIN-TABLE-ID(GL-WORK-IX) TO GL-WORK-REFERENCE.
005250     MOVE GL-WIN-AMOUNT(GL-WORK-IX) TO GL-WORK-AMOUNT.
005260     PERFORM 5200-POST-MOVEMENT THRU 5200-EXIT.
005270 5100-EXIT.
005280     EXIT.
005290
005300* =================================================================
005310* 5200-POST-MOVEMENT -- ONE DEBIT AND ONE EQUAL CREDIT FOR THE
005320* MOVEMENT IN GL-WORK-MOVE-CODE.  A NEGATIVE AMOUNT (A TABLE THAT
005330* LOST) SWAPS THE SIDES.  AN UNMAPPED MOVEMENT IS STILL LISTED,
005340* WITH BLANK ACCOUNTS, SO ACCOUNTING SEES WHAT IS MISSING.
005350* =================================================================
005360 5200-POST-MOVEMENT.
005370     IF GL-WORK-AMOUNT = ZERO
005380         GO TO 5200-EXIT.
005390     MOVE GL-WORK-MOVE-CODE TO GM-MOVE-CODE.
005400     READ GL-MAP-FILE
005410         INVALID KEY
005420             MOVE "N" TO GL-MAP-FOUND-FLAG
005430         NOT INVALID KEY
005440             MOVE "Y" TO GL-MAP-FOUND-FLAG.
005450     IF GL-MAP-WAS-FOUND
005460         MOVE GM-DEBIT-ACCOUNT  TO GL-WORK-DEBIT-ACCT
005470         MOVE GM-CREDIT-ACCOUNT TO GL-WORK-CREDIT-ACCT
005480         MOVE GM-DESCRIPTION    TO GL-WORK-DESCRIPTION
005490     ELSE
005500         DISPLAY "NO GL MAPPING FOR MOVEMENT " GL-WORK-MOVE-CODE
005510         ADD 1 TO GL-UNMAPPED-COUNT
005520         MOVE SPACES TO GL-WORK-DEBIT-ACCT
005530         MOVE SPACES TO GL-WORK-CREDIT-ACCT
005540         MOVE "*** NO MAPPING ON FILE" TO GL-WORK-DESCRIPTION.
005550     IF GL-WORK-AMOUNT > ZERO
005560         MOVE GL-WORK-AMOUNT TO GL-WORK-LINE-AMOUNT
005570         MOVE GL-WORK-DEBIT-ACCT TO GL-WORK-ACCOUNT
005580         MOVE "D" TO GL-WORK-DR-CR
005590         PERFORM 5300-ADD-LINE THRU 5300-EXIT
005600         MOVE GL-WORK-CREDIT-ACCT TO GL-WORK-ACCOUNT
005610         MOVE "C" TO GL-WORK-DR-CR
005620         PERFORM 5300-ADD-LINE THRU 5300-EXIT
005630     ELSE
005640         COMPUTE GL-WORK-LINE-AMOUNT = 0 - GL-WORK-AMOUNT
005650         MOVE GL-WORK-CREDIT-ACCT TO GL-WORK-ACCOUNT
005660         MOVE "D" TO GL-WORK-DR-CR
005670         PERFORM 5300-ADD-LINE THRU 5300-EXIT
005680         MOVE GL-WORK-DEBIT-ACCT TO GL-WORK-ACCOUNT
005690         MOVE "C" TO GL-WORK-DR-CR
005700         PERFORM 5300-ADD-LINE THRU 5300-EXIT.
005710 5200-EXIT.
005720     EXIT.
005730
005740 5300-ADD-LINE.
005750     IF GL-LINE-COUNT NOT < GL-LINE-MAX
005760         DISPLAY "MORE THAN " GL-LINE-MAX " JOURNAL LINES -- "
005770             GL-WORK-MOVE-CODE " " GL-WORK-REFERENCE
005780             " NOT POSTED"
005790         ADD 1 TO GL-OVERFLOW-COUNT
005800         GO TO 5300-EXIT.
005810     ADD 1 TO GL-LINE-COUNT.
005820     MOVE GL-WORK-ACCOUNT     TO GL-LN-ACCOUNT(GL-LINE-COUNT).
005830     MOVE GL-WORK-DR-CR       TO GL-LN-DR-CR(GL-LINE-COUNT).
005840     MOVE GL-WORK-LINE-AMOUNT TO GL-LN-AMOUNT(GL-LINE-COUNT).
005850     MOVE GL-WORK-MOVE-CODE   TO GL-LN-MOVE-CODE(GL-LINE-COUNT).
005860     MOVE GL-WORK-REFERENCE   TO GL-LN-REFERENCE(GL-LINE-COUNT).
005870     MOVE GL-WORK-DESCRIPTION
005880         TO GL-LN-DESCRIPTION(GL-LINE-COUNT).
005890 5300-EXIT.
005900     EXIT.
005910
005920* =================================================================
005930* 5900-PROVE-THE-ENTRY -- FOOT THE DEBIT AND CREDIT LINES.  THE
005940* EXTRACT GOES TO THE LEDGER ONLY WHEN THEY NET TO ZERO AND
005950* NOTHING WAS LEFT UNMAPPED OR UNPOSTED.
005960* =================================================================
005970 5900-PROVE-THE-ENTRY.
005980     MOVE ZERO TO GL-TOTAL-DEBITS.
005990     MOVE ZERO TO GL-TOTAL-CREDITS.
006000     PERFORM 5910-FOOT-ONE-LINE THRU 5910-EXIT
006010         VARYING GL-WORK-IX FROM 1 BY 1
006020         UNTIL GL-WORK-IX > GL-LINE-COUNT.
006030     IF GL-TOTAL-DEBITS NOT = GL-TOTAL-CREDITS
006040         OR GL-UNMAPPED-COUNT > ZERO
006050         OR GL-OVERFLOW-COUNT > ZERO
006060         MOVE "Y" TO GL-REFUSED-FLAG.
006070 5900-EXIT.
006080     EXIT.
006090
006100 5910-FOOT-ONE-LINE.
006110     IF GL-LN-IS-DEBIT(GL-WORK-IX)
006120         ADD GL-LN-AMOUNT(GL-WORK-IX) TO GL-TOTAL-DEBITS
006130     ELSE
006140         ADD GL-LN-AMOUNT(GL-WORK-IX) TO GL-TOTAL-CREDITS.
006150 5910-EXIT.
006160     EXIT.
006170
006180* =================================================================
006190* 6000-PRINT-JOURNAL -- LIST EVERY LINE, THE TOTALS AND THE
006200* VERDICT.  THE LISTING PRINTS WHETHER OR NOT THE ENTRY PROVED.
006210* =================================================================
006220 6000-PRINT-JOURNAL.
006230     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006240         VARYING GL-WORK-IX FROM 1 BY 1
006250         UNTIL GL-WORK-IX > GL-LINE-COUNT.
006260     MOVE SPACES TO RPT-HEADING.
006270     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006280     MOVE SPACES TO RPT-RECORD.
006290     MOVE "TOTALS" TO RPT-DESCRIPTION.
006300     MOVE GL-TOTAL-DEBITS TO RPT-DEBIT.
006310     MOVE GL-TOTAL-CREDITS TO RPT-CREDIT.
006320     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006330     MOVE SPACES TO RPT-HEADING.
006340     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006350     MOVE SPACES TO RPT-HEADING.
006360     IF GL-EXTRACT-REFUSED
006370         STRING "*** EXTRACT NOT WRITTEN -- UNMAPPED: "
006380             DELIMITED BY SIZE
006390             GL-UNMAPPED-COUNT DELIMITED BY SIZE
006400             "   NOT POSTED: " DELIMITED BY SIZE
006410             GL-OVERFLOW-COUNT DELIMITED BY SIZE
006420             "   DEBITS MUST EQUAL CREDITS ***" DELIMITED BY SIZE
006430             INTO RH-TEXT
006440     ELSE
006450         STRING "IN BALANCE -- " DELIMITED BY SIZE
006460             GL-LINE-COUNT DELIMITED BY SIZE
006470             " LINES RELEASED TO GLEXTR" DELIMITED BY SIZE
006480             INTO RH-TEXT.
006490     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006500     DISPLAY "GL EXTRACT -- LINES: " GL-LINE-COUNT
006510         " DEBITS: " GL-TOTAL-DEBITS
006515         " CREDITS: " GL-TOTAL-CREDITS.
006520     IF GL-EXTRACT-REFUSED
006530         DISPLAY "RUN REFUSED -- GL ENTRY DID NOT PROVE, EXTRACT "
006540             "NOT WRITTEN".
006550 6000-EXIT.
006560     EXIT.
006570
006580 6100-PRINT-ONE-LINE.
006590     MOVE SPACES TO RPT-RECORD.
006600     MOVE GL-WORK-IX TO RPT-LINE-NO.
006610     MOVE GL-LN-ACCOUNT(GL-WORK-IX) TO RPT-ACCOUNT.
006620     MOVE GL-LN-MOVE-CODE(GL-WORK-IX) TO RPT-MOVE-CODE.
006630     MOVE GL-LN-REFERENCE(GL-WORK-IX) TO RPT-REFERENCE.
006640     MOVE GL-LN-DESCRIPTION(GL-WORK-IX) TO RPT-DESCRIPTION.
006650     IF GL-LN-IS-DEBIT(GL-WORK-IX)
006660         MOVE GL-LN-AMOUNT(GL-WORK-IX) TO RPT-DEBIT
006670     ELSE
006680         MOVE GL-LN-AMOUNT(GL-WORK-IX) TO RPT-CREDIT.
006690     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006700 6100-EXIT.
006710     EXIT.
006720
006730 6900-PRINT-HEADING.
006740     MOVE SPACES TO RPT-HEADING.
006750     STRING "GENERAL-LEDGER JOURNAL ENTRY -- GAMING DATE "
006760         DELIMITED BY SIZE
006770         GL-RUN-DATE DELIMITED BY SIZE
006780         INTO RH-TEXT.
006790     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006800     MOVE SPACES TO RPT-HEADING.
006810     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006820     MOVE SPACES TO RPT-HEADING.
006830     MOVE "LINE  ACCOUNT     MOVE  REF   DESCRIPTION"
006840         TO RH-TEXT(1:43).
006850     MOVE "DEBIT" TO RH-TEXT(72:5).
006860     MOVE "CREDIT" TO RH-TEXT(88:6).
006870     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006880 6900-EXIT.
006890     EXIT.
006900
006910* =================================================================
006920* 7000-WRITE-EXTRACT -- THE ENTRY PROVED, SO RELEASE IT TO THE
006930* LEDGER WHOLE
006940* =================================================================
006950 7000-WRITE-EXTRACT.
006960     OPEN OUTPUT GL-EXTR-FILE.
006970     IF GL-GX-FILE-STATUS NOT = "00"
006980         MOVE "GLEXTR  " TO GL-IO-FILE-NAME
006990         MOVE "OPEN"     TO GL-IO-OPERATION
007000         MOVE GL-GX-FILE-STATUS TO GL-IO-STATUS
007010         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
007020     PERFORM 7100-WRITE-ONE-LINE THRU 7100-EXIT
007030         VARYING GL-WORK-IX FROM 1 BY 1
007040         UNTIL GL-WORK-IX > GL-LINE-COUNT.
007050     CLOSE GL-EXTR-FILE.
007060 7000-EXIT.
007070     EXIT.
007080
007090 7100-WRITE-ONE-LINE.
007100     MOVE SPACES TO GX-RECORD.
007110     MOVE GL-RUN-DATE TO GX-GAME-DATE.
007120     MOVE GL-WORK-IX TO GX-LINE-NO.
007130     MOVE GL-LN-ACCOUNT(GL-WORK-IX) TO GX-ACCOUNT.
007140     MOVE GL-LN-DR-CR(GL-WORK-IX) TO GX-DR-CR.
007150     MOVE GL-LN-AMOUNT(GL-WORK-IX) TO GX-AMOUNT.
007160     MOVE GL-LN-MOVE-CODE(GL-WORK-IX) TO GX-MOVE-CODE.
007170     MOVE GL-LN-REFERENCE(GL-WORK-IX) TO GX-REFERENCE.
007180     MOVE GL-LN-DESCRIPTION(GL-WORK-IX) TO GX-DESCRIPTION.
007190     WRITE GX-RECORD.
007200     IF GL-GX-FILE-STATUS NOT = "00"
007210         MOVE "GLEXTR  " TO GL-IO-FILE-NAME
007220         MOVE "WRITE"    TO GL-IO-OPERATION
007230         MOVE GL-GX-FILE-STATUS TO GL-IO-STATUS
007240         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
007250 7100-EXIT.
007260     EXIT.
007270
007280* =================================================================
007290* 8000-WRITE-REPORT-LINE -- ONE CHECKED LISTING WRITE
007300* =================================================================
007310 8000-WRITE-REPORT-LINE.
007320     WRITE RPT-RECORD.
007330     IF GL-RPT-FILE-STATUS NOT = "00"
007340         MOVE "GLXRPT  " TO GL-IO-FILE-NAME
007350         MOVE "WRITE"    TO GL-IO-OPERATION
007360         MOVE GL-RPT-FILE-STATUS TO GL-IO-STATUS
007370         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
007380 8000-EXIT.
007390     EXIT.
007400
007410* =================================================================
007420* 9000-IO-ABORT -- A HARD READ OR WRITE STATUS IS AN I-O FAULT.
007430* A SHORT PASS WOULD POST A PARTIAL DAY, SO THE JOB ENDS WITH
007440* CONDITION CODE 16 AND THE STEP UNSTAMPED.  AN EXTRACT CUT SHORT
007450* BY A WRITE FAULT MUST NOT BE LOADED -- THE RERUN REPLACES IT.
007460* =================================================================
007470 9000-IO-ABORT.
007480     DISPLAY "*** I-O ERROR -- FILE " GL-IO-FILE-NAME
007490         " OPERATION " GL-IO-OPERATION
007500         " STATUS " GL-IO-STATUS " -- GL EXTRACT VOID ***".
007510     PERFORM 1900-TERMINATE THRU 1900-EXIT.
007520     MOVE 16 TO RETURN-CODE.
007530     STOP RUN.
007540 9000-EXIT.
007550     EXIT.
