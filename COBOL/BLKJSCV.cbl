000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLKJSCV.
000030 AUTHOR. R. OKONKWO, PIT SYSTEMS GROUP.
000040 INSTALLATION. TABLE GAMES DATA PROCESSING.
000050 DATE-WRITTEN. 10-15-2026.
000060 DATE-COMPILED.
000070*
000080* -----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL BATCH JOB.  NIGHTLY SESSION-CONTROL
000130*                  CHECK.  PROVES THE HAND HISTORY (HANDHIST) AND
000140*                  THE ACTION JOURNAL (HANDEVNT) AGAINST THE
000150*                  CONTROL RECORD EVERY TABLE SESSION WRITES TO
000160*                  SESSCTL AT EACH CHECKPOINT AND AT CLOSE.  FOR
000170*                  EVERY SESSION OPENED ON THE GAMING DATE IT
000180*                  LISTS ON SCVRPT ANY GAP OR DUPLICATE IN THE
000190*                  HAND SEQUENCE, ANY HAND WITH NO DEAL LINE ON THE
000200*                  JOURNAL, AND ANY HAND COUNT, BET, PAYOUT,
000210*                  INSURANCE OR JOURNAL-LINE TOTAL THAT DISAGREES
000220*                  WITH THE CONTROL RECORD; A HAND FOR THE DATE
000230*                  THAT NO SESSION ACCOUNTS FOR IS LISTED TOO.
000240*                  RUNS IN THE NIGHTLY RUN-CONTROL CHAIN (RUNCTRL)
000250*                  AFTER BLKJRCN.  ANY EXCEPTION ENDS THE JOB WITH
000260*                  CONDITION CODE 8 AND THE STEP UNSTAMPED, SO THE
000270*                  CLOSE (BLKJEOD) REFUSES TO CUT THE DAY UNTIL THE
000280*                  EXCEPTIONS ARE CLEARED AND THE CHECK RERUN.
000290* -----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SESS-CTL-FILE ASSIGN TO SESSCTL
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS SC-KEY
000380         FILE STATUS IS SV-SC-FILE-STATUS.
000390     SELECT HAND-HIST-FILE ASSIGN TO HANDHIST
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS SV-HH-FILE-STATUS.
000420     SELECT HAND-EVNT-FILE ASSIGN TO HANDEVNT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS SV-EV-FILE-STATUS.
000450     SELECT SCV-REPT-FILE ASSIGN TO SCVRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS SV-RPT-FILE-STATUS.
000480     SELECT RUN-CTRL-FILE ASSIGN TO RUNCTRL
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS RU-KEY
000520         FILE STATUS IS SV-RU-FILE-STATUS.
000530     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  SESS-CTL-FILE
000580     LABEL RECORD IS STANDARD.
000590     COPY SCTLREC.
000600
000610 FD  HAND-HIST-FILE
000620     LABEL RECORD IS STANDARD.
000630     COPY HANDREC.
000640
000650 FD  HAND-EVNT-FILE
000660     LABEL RECORD IS STANDARD.
000670     COPY EVNTREC.
000680
000690* ----------------------------------------------------------------
000700* SCV-REPT-FILE -- ONE LINE PER SESSION CHECKED AND ONE PER
000710* EXCEPTION, PLUS HEADINGS AND THE SUMMARY.  THE CONTROL AND FILE
000720* COLUMNS PRINT EITHER MONEY OR A COUNT.  RPT-HEADING REDEFINES
000730* THE SAME STORAGE SO A HEADING CAN BE MOVED IN AS PLAIN TEXT.
000740* ----------------------------------------------------------------
000750 FD  SCV-REPT-FILE
000760     LABEL RECORD IS STANDARD.
000770 01  RPT-RECORD.
000780     05  RPT-TABLE-ID           PIC X(04).
000790     05  FILLER                 PIC X(02) VALUE SPACES.
000800     05  RPT-OPEN-DATE          PIC 9(08).
000810     05  FILLER                 PIC X(01) VALUE SPACES.
000820     05  RPT-OPEN-TIME          PIC 9(06).
000830     05  FILLER                 PIC X(02) VALUE SPACES.
000840     05  RPT-HAND-SEQ           PIC 9(06).
000850     05  FILLER                 PIC X(02) VALUE SPACES.
000860     05  RPT-DESCRIPTION        PIC X(36).
000870     05  FILLER                 PIC X(02) VALUE SPACES.
000880     05  RPT-CONTROL-AMT        PIC -ZZZ,ZZZ,ZZ9.99.
000890     05  RPT-CONTROL-CNT REDEFINES RPT-CONTROL-AMT
000900                                PIC Z(14)9.
000910     05  FILLER                 PIC X(02) VALUE SPACES.
000920     05  RPT-FILES-AMT          PIC -ZZZ,ZZZ,ZZ9.99.
000930     05  RPT-FILES-CNT REDEFINES RPT-FILES-AMT
000940                                PIC Z(14)9.
000950 01  RPT-HEADING REDEFINES RPT-RECORD.
000960     05  RH-TEXT                PIC X(101).
000970
000980 FD  RUN-CTRL-FILE
000990     LABEL RECORD IS STANDARD.
001000     COPY RUNREC.
001010
001020* ----------------------------------------------------------------
001030* SORT-WORK-FILE -- EVERY SESSION-CONTROL RECORD (TYPE 0), HAND
001040* (TYPE 1) AND JOURNAL LINE (TYPE 2), SORTED BY TABLE AND HAND
001050* SEQUENCE.  A SESSION RECORD IS KEYED AT ITS FIRST HAND, SO IT
001060* ARRIVES JUST AHEAD OF THE HANDS IT CLAIMS, AND EACH HAND JUST
001070* AHEAD OF ITS OWN JOURNAL LINES.
001080* ----------------------------------------------------------------
001090 SD  SORT-WORK-FILE.
001100 01  SW-RECORD.
001110     05  SW-TABLE-ID            PIC X(04).
001120     05  SW-HAND-SEQ            PIC 9(06).
001130     05  SW-REC-TYPE            PIC X(01).
001140         88  SW-TYPE-SESSION    VALUE "0".
001150         88  SW-TYPE-HAND       VALUE "1".
001160         88  SW-TYPE-EVENT      VALUE "2".
001170     05  SW-OPEN-DATE           PIC 9(08).
001180     05  SW-OPEN-TIME           PIC 9(06).
001190     05  SW-LAST-SEQ            PIC 9(06).
001200     05  SW-STATUS              PIC X(01).
001210     05  SW-DEALER-ID           PIC X(04).
001220     05  SW-GAME-DATE           PIC 9(08).
001230     05  SW-DEAL-FLAG           PIC X(01).
001240         88  SW-IS-DEAL         VALUE "Y".
001250     05  SW-HAND-COUNT          PIC 9(06).
001260     05  SW-BETS                PIC 9(09)V99.
001270     05  SW-PAYOUTS             PIC S9(09)V99.
001280     05  SW-INS-BETS            PIC 9(09)V99.
001290     05  SW-INS-PAYOUTS         PIC S9(09)V99.
001300     05  SW-EVENT-COUNT         PIC 9(07).
001310
001320 WORKING-STORAGE SECTION.
001330* ---------------------------------------------------------- SWITCHES
001340 77  SV-SC-FILE-STATUS      PIC X(02)  VALUE "00".
001350 77  SV-HH-FILE-STATUS      PIC X(02)  VALUE "00".
001360 77  SV-EV-FILE-STATUS      PIC X(02)  VALUE "00".
001370 77  SV-RPT-FILE-STATUS     PIC X(02)  VALUE "00".
001380 77  SV-EOF-FLAG            PIC X(01)  VALUE "N".
001390     88  SV-AT-EOF          VALUE "Y".
001400 77  SV-SORT-EOF-FLAG       PIC X(01)  VALUE "N".
001410     88  SV-SORT-AT-EOF     VALUE "Y".
001420 77  SV-IO-FILE-NAME        PIC X(08)  VALUE SPACES.
001430 77  SV-IO-OPERATION        PIC X(08)  VALUE SPACES.
001440 77  SV-IO-STATUS           PIC X(02)  VALUE "00".
001450* ------------------------------------------------------- RUN CONTROL
001460 77  SV-RU-FILE-STATUS      PIC X(02)  VALUE "00".
001470 77  SV-RUN-DATE            PIC 9(08)  VALUE ZERO.
001480 77  SV-RUN-DATE-IN         PIC X(08)  VALUE SPACES.
001490 77  SV-RUN-FOUND-FLAG      PIC X(01)  VALUE "N".
001500     88  SV-RUN-REC-FOUND   VALUE "Y".
001510 77  SV-CURRENT-DATETIME    PIC X(21)  VALUE SPACES.
001520* ------------------------------------------------------- TABLE BREAK
001530 77  SV-BRK-TABLE-ID        PIC X(04)  VALUE SPACES.
001540* --------------------------------------------------- CURRENT SESSION
001550* THE SESSION WHOSE RANGE OF HANDS THE WALK IS IN.  ONLY A SESSION
001560* OPENED ON THE GAMING DATE IS CHECKED; AN EARLIER OR LATER ONE
001570* ONLY ACCOUNTS FOR ITS HANDS.
001580 77  SV-IN-SESSION-FLAG     PIC X(01)  VALUE "N".
001590     88  SV-IN-SESSION      VALUE "Y".
001600 77  SV-SELECTED-FLAG       PIC X(01)  VALUE "N".
001610     88  SV-SESSION-SELECTED
001620                            VALUE "Y".
001630 77  SV-SS-OPEN-DATE        PIC 9(08)  VALUE ZERO.
001640 77  SV-SS-OPEN-TIME        PIC 9(06)  VALUE ZERO.
001650 77  SV-SS-STATUS           PIC X(01)  VALUE SPACE.
001660     88  SV-SS-CLOSED       VALUE "C".
001670 77  SV-SS-DEALER-ID        PIC X(04)  VALUE SPACES.
001680 77  SV-SS-FIRST-SEQ        PIC 9(06)  VALUE ZERO.
001690 77  SV-SS-LAST-SEQ         PIC 9(06)  VALUE ZERO.
001700 77  SV-SS-HAND-COUNT       PIC 9(06)  VALUE ZERO.
001710 77  SV-SS-BETS             PIC 9(09)V99 VALUE ZERO.
001720 77  SV-SS-PAYOUTS          PIC S9(09)V99 VALUE ZERO.
001730 77  SV-SS-INS-BETS         PIC 9(09)V99 VALUE ZERO.
001740 77  SV-SS-INS-PAYOUTS      PIC S9(09)V99 VALUE ZERO.
001750 77  SV-SS-EVENT-COUNT      PIC 9(07)  VALUE ZERO.
001760* ------------------------------------------------------ FILE TOTALS
001770* WHAT THE HAND HISTORY AND THE JOURNAL ACTUALLY HOLD FOR THE
001780* CURRENT SESSION, AND WHERE ITS HAND SEQUENCE HAS GOT TO.
001790 77  SV-FL-HAND-COUNT       PIC 9(06)  VALUE ZERO.
001800 77  SV-FL-BETS             PIC 9(09)V99 VALUE ZERO.
001810 77  SV-FL-PAYOUTS          PIC S9(09)V99 VALUE ZERO.
001820 77  SV-FL-INS-BETS         PIC 9(09)V99 VALUE ZERO.
001830 77  SV-FL-INS-PAYOUTS      PIC S9(09)V99 VALUE ZERO.
001840 77  SV-FL-EVENT-COUNT      PIC 9(07)  VALUE ZERO.
001850 77  SV-PREV-SEQ            PIC 9(06)  VALUE ZERO.
001860 77  SV-NEXT-SEQ            PIC 9(06)  VALUE ZERO.
001870* ------------------------------------------------------- DEAL CHECK
001880* THE LAST HAND SEEN WAITS HERE UNTIL ITS JOURNAL LINES HAVE GONE
001890* BY; A DEAL LINE AMONG THEM CLEARS IT.
001900 77  SV-DEAL-PENDING-FLAG   PIC X(01)  VALUE "N".
001910     88  SV-DEAL-PENDING    VALUE "Y".
001920 77  SV-DEAL-FOUND-FLAG     PIC X(01)  VALUE "N".
001930     88  SV-DEAL-WAS-FOUND  VALUE "Y".
001940 77  SV-DEAL-SEQ            PIC 9(06)  VALUE ZERO.
001950* --------------------------------------------------- EXCEPTION WORK
001960 77  SV-EXC-KIND            PIC X(01)  VALUE SPACE.
001970     88  SV-EXC-IS-COUNT    VALUE "C".
001980     88  SV-EXC-IS-AMOUNT   VALUE "A".
001990 77  SV-EXC-SEQ             PIC 9(06)  VALUE ZERO.
002000 77  SV-EXC-TEXT            PIC X(36)  VALUE SPACES.
002010 77  SV-EXC-CONTROL         PIC S9(09)V99 VALUE ZERO.
002020 77  SV-EXC-FILES           PIC S9(09)V99 VALUE ZERO.
002030 77  SV-EXC-SESSION-FLAG    PIC X(01)  VALUE "N".
002040     88  SV-EXC-HAS-SESSION VALUE "Y".
002050 77  SV-GAP-THRU            PIC 9(06)  VALUE ZERO.
002060* ---------------------------------------------------- CONTROL TOTALS
002070 77  SV-SESSION-COUNT       PIC 9(05)  VALUE ZERO.
002080 77  SV-HANDS-CHECKED       PIC 9(07)  VALUE ZERO.
002090 77  SV-NOT-CLOSED-COUNT    PIC 9(05)  VALUE ZERO.
002100 77  SV-UNCOVERED-COUNT     PIC 9(05)  VALUE ZERO.
002110 77  SV-EXCEPTION-COUNT     PIC 9(05)  VALUE ZERO.
002120
002130 PROCEDURE DIVISION.
002140* =================================================================
002150* 0000-MAINLINE
002160* =================================================================
002170 0000-MAINLINE.
002180     DISPLAY "SESSION-CONTROL CHECK".
002190     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     SORT SORT-WORK-FILE
002220         ON ASCENDING KEY SW-TABLE-ID
002230                          SW-HAND-SEQ
002240                          SW-REC-TYPE
002250                          SW-OPEN-DATE
002260                          SW-OPEN-TIME
002270         INPUT PROCEDURE IS 2000-RELEASE-CONTROLS THRU 2000-EXIT
002280         OUTPUT PROCEDURE IS 4000-VERIFY-BY-TABLE
002290             THRU 4000-EXIT.
002300     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
002310     PERFORM 1900-TERMINATE THRU 1900-EXIT.
002320* AN EXCEPTION LEAVES THE STEP UNSTAMPED -- THAT, NOT THE CODE
002330* ALONE, IS WHAT HOLDS THE CLOSE.
002340     IF SV-EXCEPTION-COUNT > ZERO
002350         DISPLAY "SESSION-CONTROL EXCEPTIONS -- THE CLOSE IS HELD"
002360             " FOR " SV-RUN-DATE
002370         CLOSE RUN-CTRL-FILE
002380         MOVE 8 TO RETURN-CODE
002390         STOP RUN.
002400     PERFORM 0200-STAMP-RUN-CONTROL THRU 0200-EXIT.
002410     STOP RUN.
002420
002430* =================================================================
002440* 0100-CHECK-RUN-CONTROL -- THE CHECK RUNS IN THE NIGHTLY CHAIN
002450* AFTER THE RECONCILIATION (BLKJRCN) AND AHEAD OF THE CLOSE
002460* (BLKJEOD), WHILE THE DAY'S HANDS ARE STILL ON HANDHIST.  A DATE
002470* THE PREDECESSOR HAS NOT COMPLETED, OR THIS STEP ALREADY HAS, IS
002480* REFUSED WITH CONDITION CODE 12.  THE FILE STAYS OPEN FOR THE
002490* COMPLETION STAMP.
002500* =================================================================
002510 0100-CHECK-RUN-CONTROL.
002520     PERFORM 0110-GET-RUN-DATE THRU 0110-EXIT
002530         UNTIL SV-RUN-DATE > ZERO.
002540     OPEN I-O RUN-CTRL-FILE.
002550     IF SV-RU-FILE-STATUS = "35"
002560         OPEN OUTPUT RUN-CTRL-FILE
002570         CLOSE RUN-CTRL-FILE
002580         OPEN I-O RUN-CTRL-FILE.
002590     IF SV-RU-FILE-STATUS NOT = "00"
002600         DISPLAY "CANNOT OPEN RUNCTRL -- STATUS "
002610             SV-RU-FILE-STATUS
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN.
002640     MOVE "BLKJSCV " TO RU-JOB-STEP.
002650     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
002660     IF SV-RUN-REC-FOUND AND RU-STEP-COMPLETE
002670         DISPLAY "RUN REFUSED -- BLKJSCV ALREADY COMPLETE FOR "
002680             SV-RUN-DATE
002690         CLOSE RUN-CTRL-FILE
002700         MOVE 12 TO RETURN-CODE
002710         STOP RUN.
002720     MOVE "BLKJRCN " TO RU-JOB-STEP.
002730     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
002740     IF NOT SV-RUN-REC-FOUND OR NOT RU-STEP-COMPLETE
002750         DISPLAY "RUN REFUSED -- BLKJRCN NOT COMPLETE FOR "
002760             SV-RUN-DATE
002770         CLOSE RUN-CTRL-FILE
002780         MOVE 12 TO RETURN-CODE
002790         STOP RUN.
002800 0100-EXIT.
002810     EXIT.
002820
002830 0110-GET-RUN-DATE.
002840     DISPLAY "ENTER GAMING DATE FOR RUN CONTROL (YYYYMMDD): ".
002850     ACCEPT SV-RUN-DATE-IN.
002860     IF SV-RUN-DATE-IN IS NUMERIC
002870         MOVE SV-RUN-DATE-IN TO SV-RUN-DATE
002880     ELSE
002890         DISPLAY "A NUMERIC YYYYMMDD DATE IS REQUIRED.".
002900 0110-EXIT.
002910     EXIT.
002920
002930 0130-READ-RUN-RECORD.
002940     MOVE SV-RUN-DATE TO RU-GAME-DATE.
002950     READ RUN-CTRL-FILE
002960         INVALID KEY
002970             MOVE "N" TO SV-RUN-FOUND-FLAG
002980         NOT INVALID KEY
002990             MOVE "Y" TO SV-RUN-FOUND-FLAG.
003000 0130-EXIT.
003010     EXIT.
003020
003030* =================================================================
003040* 0200-STAMP-RUN-CONTROL -- THE JOB RAN TO ITS NORMAL END WITH NO
003050* EXCEPTION, SO THE STEP IS STAMPED COMPLETE FOR THE GAMING DATE
003060* AND THE CLOSE MAY RUN.  AN ABEND OR AN EXCEPTION NEVER REACHES
003070* THIS PARAGRAPH.
003080* =================================================================
003090 0200-STAMP-RUN-CONTROL.
003100     MOVE "BLKJSCV " TO RU-JOB-STEP.
003110     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
003120     MOVE SV-RUN-DATE TO RU-GAME-DATE.
003130     MOVE "BLKJSCV " TO RU-JOB-STEP.
003140     MOVE "C" TO RU-STATUS.
003150     MOVE FUNCTION CURRENT-DATE TO SV-CURRENT-DATETIME.
003160     MOVE SV-CURRENT-DATETIME(1:8) TO RU-STAMP-DATE.
003170     MOVE SV-CURRENT-DATETIME(9:6) TO RU-STAMP-TIME.
003180     IF SV-RUN-REC-FOUND
003190         REWRITE RU-RECORD
003200     ELSE
003210         WRITE RU-RECORD.
003220     IF SV-RU-FILE-STATUS NOT = "00"
003230         DISPLAY "RUN-CONTROL STAMP FAILED -- STATUS "
003240             SV-RU-FILE-STATUS
003250         MOVE 16 TO RETURN-CODE.
003260     CLOSE RUN-CTRL-FILE.
003270 0200-EXIT.
003280     EXIT.
003290
003300* =================================================================
003310* 1000-INITIALIZE -- OPEN THE CONTROL FILE, THE HAND HISTORY, THE
003320* JOURNAL AND THE LISTING.  A MISSING FILE (STATUS 35) IS TAKEN AS
003330* EMPTY -- THE CHECK THEN SHOWS WHATEVER THE OTHERS CANNOT PROVE.
003340* =================================================================
003350 1000-INITIALIZE.
003360     OPEN INPUT SESS-CTL-FILE.
003370     IF SV-SC-FILE-STATUS NOT = "00"
003380         AND SV-SC-FILE-STATUS NOT = "35"
003390         DISPLAY "CANNOT OPEN SESSCTL -- STATUS "
003400             SV-SC-FILE-STATUS
003410         CLOSE RUN-CTRL-FILE
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN.
003440     OPEN INPUT HAND-HIST-FILE.
003450     OPEN INPUT HAND-EVNT-FILE.
003460     OPEN OUTPUT SCV-REPT-FILE.
003470     IF SV-RPT-FILE-STATUS NOT = "00"
003480         DISPLAY "CANNOT OPEN SCVRPT -- STATUS "
003490             SV-RPT-FILE-STATUS
003500         CLOSE RUN-CTRL-FILE
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN.
003530     PERFORM 6100-PRINT-HEADING THRU 6100-EXIT.
003540 1000-EXIT.
003550     EXIT.
003560
003570* =================================================================
003580* 1900-TERMINATE -- CLOSE THE LISTING.  THE INPUTS ARE CLOSED AS
003590* EACH IS RELEASED TO THE SORT.
003600* =================================================================
003610 1900-TERMINATE.
003620     CLOSE SCV-REPT-FILE.
003630 1900-EXIT.
003640     EXIT.
003650
003660* =================================================================
003670* 2000-RELEASE-CONTROLS -- SORT INPUT PROCEDURE.  THE SESSION
003680* RECORDS, THE HANDS AND THE JOURNAL LINES ARE RELEASED TO THE ONE
003690* SORT; NOTHING IS HELD IN STORAGE.
003700* =================================================================
003710 2000-RELEASE-CONTROLS.
003720     PERFORM 2100-RELEASE-SESSIONS THRU 2100-EXIT.
003730     PERFORM 2200-RELEASE-HANDS THRU 2200-EXIT.
003740     PERFORM 2300-RELEASE-EVENTS THRU 2300-EXIT.
003750 2000-EXIT.
003760     EXIT.
003770
003780* =================================================================
003790* 2100-RELEASE-SESSIONS -- A SESSION LAST WRITTEN BEFORE THE
003800* GAMING DATE CAN HOLD NO HAND STILL ON HANDHIST, SO ONLY THOSE
003810* WRITTEN ON OR AFTER IT ARE WANTED.  A SESSION THAT DEALT NO HAND
003820* IS KEYED AT SEQUENCE ZERO.
003830* =================================================================
003840 2100-RELEASE-SESSIONS.
003850     IF SV-SC-FILE-STATUS = "35"
003860         DISPLAY "NO SESSION-CONTROL FILE -- NONE RELEASED"
003870         GO TO 2100-EXIT.
003880     MOVE "N" TO SV-EOF-FLAG.
003890     PERFORM 2110-READ-SESSION THRU 2110-EXIT.
003900     PERFORM 2120-RELEASE-ONE-SESSION THRU 2120-EXIT
003910         UNTIL SV-AT-EOF.
003920     CLOSE SESS-CTL-FILE.
003930 2100-EXIT.
003940     EXIT.
003950
003960 2110-READ-SESSION.
003970     READ SESS-CTL-FILE
003980         AT END
003990             MOVE "Y" TO SV-EOF-FLAG.
004000     IF SV-SC-FILE-STATUS NOT = "00"
004010         AND SV-SC-FILE-STATUS NOT = "10"
004020         MOVE "SESSCTL " TO SV-IO-FILE-NAME
004030         MOVE "READ"     TO SV-IO-OPERATION
004040         MOVE SV-SC-FILE-STATUS TO SV-IO-STATUS
004050         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
004060 2110-EXIT.
004070     EXIT.
004080
004090 2120-RELEASE-ONE-SESSION.
004100     IF SC-STAMP-DATE < SV-RUN-DATE
004110         GO TO 2120-READ-NEXT.
004120     MOVE SPACES TO SW-RECORD.
004130     MOVE SC-TABLE-ID TO SW-TABLE-ID.
004140     MOVE SC-FIRST-HAND-SEQ TO SW-HAND-SEQ.
004150     MOVE "0" TO SW-REC-TYPE.
004160     MOVE SC-OPEN-DATE TO SW-OPEN-DATE.
004170     MOVE SC-OPEN-TIME TO SW-OPEN-TIME.
004180     MOVE SC-LAST-HAND-SEQ TO SW-LAST-SEQ.
004190     MOVE SC-STATUS TO SW-STATUS.
004200     MOVE SC-DEALER-ID TO SW-DEALER-ID.
004210     MOVE ZERO TO SW-GAME-DATE.
004220     MOVE SC-HAND-COUNT TO SW-HAND-COUNT.
004230     MOVE SC-TOTAL-BETS TO SW-BETS.
004240     MOVE SC-TOTAL-PAYOUTS TO SW-PAYOUTS.
004250     MOVE SC-INSURANCE-BETS TO SW-INS-BETS.
004260     MOVE SC-INSURANCE-PAYOUTS TO SW-INS-PAYOUTS.
004270     MOVE SC-EVENT-COUNT TO SW-EVENT-COUNT.
004280     RELEASE SW-RECORD.
004290 2120-READ-NEXT.
004300     PERFORM 2110-READ-SESSION THRU 2110-EXIT.
004310 2120-EXIT.
004320     EXIT.
004330
004340* =================================================================
004350* 2200-RELEASE-HANDS -- EVERY HAND STILL ON HANDHIST, WITH THE
004360* MONEY THE SESSION TOTALS ARE PROVED AGAINST
004370* =================================================================
004380 2200-RELEASE-HANDS.
004390     IF SV-HH-FILE-STATUS = "35"
004400         DISPLAY "NO HAND-HISTORY FILE -- NONE RELEASED"
004410         GO TO 2200-EXIT.
004420     MOVE "N" TO SV-EOF-FLAG.
004430     PERFORM 2210-READ-HAND THRU 2210-EXIT.
004440     PERFORM 2220-RELEASE-ONE-HAND THRU 2220-EXIT
004450         UNTIL SV-AT-EOF.
004460     CLOSE HAND-HIST-FILE.
004470 2200-EXIT.
004480     EXIT.
004490
004500 2210-READ-HAND.
004510     READ HAND-HIST-FILE
004520         AT END
004530             MOVE "Y" TO SV-EOF-FLAG.
004540     IF SV-HH-FILE-STATUS NOT = "00"
004550         AND SV-HH-FILE-STATUS NOT = "10"
004560         MOVE "HANDHIST" TO SV-IO-FILE-NAME
004570         MOVE "READ"     TO SV-IO-OPERATION
004580         MOVE SV-HH-FILE-STATUS TO SV-IO-STATUS
004590         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
004600 2210-EXIT.
004610     EXIT.
004620
004630 2220-RELEASE-ONE-HAND.
004640     MOVE SPACES TO SW-RECORD.
004650     MOVE HH-TABLE-ID TO SW-TABLE-ID.
004660     MOVE HH-HAND-SEQ TO SW-HAND-SEQ.
004670     MOVE "1" TO SW-REC-TYPE.
004680     MOVE ZERO TO SW-OPEN-DATE.
004690     MOVE ZERO TO SW-OPEN-TIME.
004700     MOVE ZERO TO SW-LAST-SEQ.
004710     MOVE HH-GAME-DATE TO SW-GAME-DATE.
004720     MOVE 1 TO SW-HAND-COUNT.
004730     MOVE HH-BET-AMOUNT TO SW-BETS.
004740     MOVE HH-PAYOUT-AMOUNT TO SW-PAYOUTS.
004750     MOVE HH-INSURANCE-BET TO SW-INS-BETS.
004760     MOVE HH-INSURANCE-PAYOUT TO SW-INS-PAYOUTS.
004770     MOVE ZERO TO SW-EVENT-COUNT.
004780     RELEASE SW-RECORD.
004790     PERFORM 2210-READ-HAND THRU 2210-EXIT.
004800 2220-EXIT.
004810     EXIT.
004820
004830* =================================================================
004840* 2300-RELEASE-EVENTS -- THE JOURNAL IS NEVER CUT, SO A LINE
004850* DATED BEFORE THE GAMING DATE CANNOT BELONG TO A SESSION BEING
004860* CHECKED AND IS PASSED OVER.
004870* =================================================================
004880 2300-RELEASE-EVENTS.
004890     IF SV-EV-FILE-STATUS = "35"
004900         DISPLAY "NO ACTION-JOURNAL FILE -- NONE RELEASED"
004910         GO TO 2300-EXIT.
004920     MOVE "N" TO SV-EOF-FLAG.
004930     PERFORM 2310-READ-EVENT THRU 2310-EXIT.
004940     PERFORM 2320-RELEASE-ONE-EVENT THRU 2320-EXIT
004950         UNTIL SV-AT-EOF.
004960     CLOSE HAND-EVNT-FILE.
004970 2300-EXIT.
004980     EXIT.
004990
005000 2310-READ-EVENT.
005010     READ HAND-EVNT-FILE
005020         AT END
005030             MOVE "Y" TO SV-EOF-FLAG.
005040     IF SV-EV-FILE-STATUS NOT = "00"
005050         AND SV-EV-FILE-STATUS NOT = "10"
005060         MOVE "HANDEVNT" TO SV-IO-FILE-NAME
005070         MOVE "READ"     TO SV-IO-OPERATION
005080         MOVE SV-EV-FILE-STATUS TO SV-IO-STATUS
005090         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
005100 2310-EXIT.
005110     EXIT.
005120
005130 2320-RELEASE-ONE-EVENT.
005140     IF EV-GAME-DATE < SV-RUN-DATE
005150         GO TO 2320-READ-NEXT.
005160     MOVE SPACES TO SW-RECORD.
005170     MOVE EV-TABLE-ID TO SW-TABLE-ID.
005180     MOVE EV-HAND-SEQ TO SW-HAND-SEQ.
005190     MOVE "2" TO SW-REC-TYPE.
005200     MOVE ZERO TO SW-OPEN-DATE.
005210     MOVE ZERO TO SW-OPEN-TIME.
005220     MOVE ZERO TO SW-LAST-SEQ.
005230     MOVE EV-GAME-DATE TO SW-GAME-DATE.
005240     IF EV-ACTION-DEAL
005250         MOVE "Y" TO SW-DEAL-FLAG
005260     ELSE
005270         MOVE "N" TO SW-DEAL-FLAG.
005280     MOVE ZERO TO SW-HAND-COUNT.
005290     MOVE ZERO TO SW-BETS.
005300     MOVE ZERO TO SW-PAYOUTS.
005310     MOVE ZERO TO SW-INS-BETS.
005320     MOVE ZERO TO SW-INS-PAYOUTS.
005330     MOVE 1 TO SW-EVENT-COUNT.
005340     RELEASE SW-RECORD.
005350 2320-READ-NEXT.
005360     PERFORM 2310-READ-EVENT THRU 2310-EXIT.
005370 2320-EXIT.
005380     EXIT.
005390
005400* =================================================================
005410* 4000-VERIFY-BY-TABLE -- SORT OUTPUT PROCEDURE.  EACH TABLE'S
005420* SESSIONS, HANDS AND JOURNAL LINES COME BACK AS ONE RUN IN HAND
005430* SEQUENCE ORDER.
005440* =================================================================
005450 4000-VERIFY-BY-TABLE.
005460     PERFORM 4050-RETURN-ONE-RECORD THRU 4050-EXIT.
005470     PERFORM 4100-BREAK-ONE-TABLE THRU 4100-EXIT
005480         UNTIL SV-SORT-AT-EOF.
005490 4000-EXIT.
005500     EXIT.
005510
005520 4050-RETURN-ONE-RECORD.
005530     RETURN SORT-WORK-FILE
005540         AT END
005550             MOVE "Y" TO SV-SORT-EOF-FLAG.
005560 4050-EXIT.
005570     EXIT.
005580
005590 4100-BREAK-ONE-TABLE.
005600     MOVE SW-TABLE-ID TO SV-BRK-TABLE-ID.
005610     MOVE "N" TO SV-IN-SESSION-FLAG.
005620     MOVE "N" TO SV-DEAL-PENDING-FLAG.
005630     PERFORM 4200-APPLY-ONE-RECORD THRU 4200-EXIT
005640         UNTIL SV-SORT-AT-EOF
005650         OR SW-TABLE-ID NOT = SV-BRK-TABLE-ID.
005660     PERFORM 4400-CHECK-DEAL THRU 4400-EXIT.
005670     PERFORM 4500-CLOSE-SESSION THRU 4500-EXIT.
005680 4100-EXIT.
005690     EXIT.
005700
005710 4200-APPLY-ONE-RECORD.
005720     IF SW-TYPE-SESSION
005730         PERFORM 4210-START-SESSION THRU 4210-EXIT
005740     ELSE
005750         IF SW-TYPE-HAND
005760             PERFORM 4220-APPLY-HAND THRU 4220-EXIT
005770         ELSE
005780             PERFORM 4230-APPLY-EVENT THRU 4230-EXIT.
005790     PERFORM 4050-RETURN-ONE-RECORD THRU 4050-EXIT.
005800 4200-EXIT.
005810     EXIT.
005820
005830* =================================================================
005840* 4210-START-SESSION -- A NEW SESSION'S RANGE BEGINS, SO THE ONE
005850* BEFORE IT IS FINISHED.  A SESSION OPENED ON THE GAMING DATE IS
005860* LISTED AND ITS FILE TOTALS START FROM ZERO.
005870* =================================================================
005880 4210-START-SESSION.
005890     PERFORM 4400-CHECK-DEAL THRU 4400-EXIT.
005900     PERFORM 4500-CLOSE-SESSION THRU 4500-EXIT.
005910     MOVE "Y" TO SV-IN-SESSION-FLAG.
005920     MOVE SW-OPEN-DATE TO SV-SS-OPEN-DATE.
005930     MOVE SW-OPEN-TIME TO SV-SS-OPEN-TIME.
005940     MOVE SW-STATUS TO SV-SS-STATUS.
005950     MOVE SW-DEALER-ID TO SV-SS-DEALER-ID.
005960     MOVE SW-HAND-SEQ TO SV-SS-FIRST-SEQ.
005970     MOVE SW-LAST-SEQ TO SV-SS-LAST-SEQ.
005980     MOVE SW-HAND-COUNT TO SV-SS-HAND-COUNT.
005990     MOVE SW-BETS TO SV-SS-BETS.
006000     MOVE SW-PAYOUTS TO SV-SS-PAYOUTS.
006010     MOVE SW-INS-BETS TO SV-SS-INS-BETS.
006020     MOVE SW-INS-PAYOUTS TO SV-SS-INS-PAYOUTS.
006030     MOVE SW-EVENT-COUNT TO SV-SS-EVENT-COUNT.
006040     MOVE ZERO TO SV-FL-HAND-COUNT.
006050     MOVE ZERO TO SV-FL-BETS.
006060     MOVE ZERO TO SV-FL-PAYOUTS.
006070     MOVE ZERO TO SV-FL-INS-BETS.
006080     MOVE ZERO TO SV-FL-INS-PAYOUTS.
006090     MOVE ZERO TO SV-FL-EVENT-COUNT.
006100     MOVE ZERO TO SV-PREV-SEQ.
006110     MOVE SV-SS-FIRST-SEQ TO SV-NEXT-SEQ.
006120     IF SV-SS-OPEN-DATE = SV-RUN-DATE
006130         MOVE "Y" TO SV-SELECTED-FLAG
006140     ELSE
006150         MOVE "N" TO SV-SELECTED-FLAG
006160         GO TO 4210-EXIT.
006170     ADD 1 TO SV-SESSION-COUNT.
006180     PERFORM 4600-PRINT-SESSION THRU 4600-EXIT.
006190 4210-EXIT.
006200     EXIT.
006210
006220* =================================================================
006230* 4220-APPLY-HAND -- A HAND PAST THE CURRENT SESSION'S LAST ENDS
006240* THAT SESSION; A HAND NO SESSION CLAIMS IS CHECKED AS UNCOVERED.
006250* IN A SESSION BEING CHECKED THE HAND MUST BE THE NEXT IN
006260* SEQUENCE.  A REPEAT OF THE HAND JUST SEEN IS A DUPLICATE AND
006270* SHARES ITS JOURNAL LINES, SO IT DOES NOT RESTART THE DEAL CHECK.
006280* =================================================================
006290 4220-APPLY-HAND.
006300     IF SV-DEAL-PENDING
006310         AND SW-HAND-SEQ NOT = SV-DEAL-SEQ
006320         PERFORM 4400-CHECK-DEAL THRU 4400-EXIT.
006330     IF SV-IN-SESSION
006340         AND SW-HAND-SEQ > SV-SS-LAST-SEQ
006350         PERFORM 4500-CLOSE-SESSION THRU 4500-EXIT.
006360     IF NOT SV-IN-SESSION
006370         PERFORM 4300-CHECK-UNCOVERED THRU 4300-EXIT
006380         GO TO 4220-EXIT.
006390     IF NOT SV-SESSION-SELECTED
006400         GO TO 4220-EXIT.
006410     ADD 1 TO SV-HANDS-CHECKED.
006420     ADD 1 TO SV-FL-HAND-COUNT.
006430     ADD SW-BETS TO SV-FL-BETS.
006440     ADD SW-PAYOUTS TO SV-FL-PAYOUTS.
006450     ADD SW-INS-BETS TO SV-FL-INS-BETS.
006460     ADD SW-INS-PAYOUTS TO SV-FL-INS-PAYOUTS.
006470     IF SW-HAND-SEQ = SV-PREV-SEQ
006480         MOVE SW-HAND-SEQ TO SV-EXC-SEQ
006490         MOVE "DUPLICATE HAND SEQUENCE" TO SV-EXC-TEXT
006500         PERFORM 4810-SESSION-EXCEPTION THRU 4810-EXIT
006510         GO TO 4220-EXIT.
006520     IF SW-HAND-SEQ > SV-NEXT-SEQ
006530         MOVE SV-NEXT-SEQ TO SV-EXC-SEQ
006540         SUBTRACT 1 FROM SW-HAND-SEQ GIVING SV-GAP-THRU
006550         PERFORM 4700-REPORT-GAP THRU 4700-EXIT.
006560     MOVE SW-HAND-SEQ TO SV-PREV-SEQ.
006570     ADD 1 SW-HAND-SEQ GIVING SV-NEXT-SEQ.
006580     MOVE "Y" TO SV-DEAL-PENDING-FLAG.
006590     MOVE "N" TO SV-DEAL-FOUND-FLAG.
006600     MOVE SW-HAND-SEQ TO SV-DEAL-SEQ.
006610 4220-EXIT.
006620     EXIT.
006630
006640* =================================================================
006650* 4230-APPLY-EVENT -- A JOURNAL LINE INSIDE A SESSION BEING
006660* CHECKED COUNTS TOWARD ITS JOURNAL TOTAL; A DEAL LINE CLEARS THE
006670* HAND WAITING FOR ONE.  ANY OTHER LINE IS PASSED OVER.
006680* =================================================================
006690 4230-APPLY-EVENT.
006700     IF NOT SV-IN-SESSION
006710         OR NOT SV-SESSION-SELECTED
006720         GO TO 4230-EXIT.
006730     IF SW-HAND-SEQ > SV-SS-LAST-SEQ
006740         GO TO 4230-EXIT.
006750     ADD 1 TO SV-FL-EVENT-COUNT.
006760     IF SV-DEAL-PENDING
006770         AND SW-HAND-SEQ = SV-DEAL-SEQ
006780         AND SW-IS-DEAL
006790         MOVE "Y" TO SV-DEAL-FOUND-FLAG.
006800 4230-EXIT.
006810     EXIT.
006820
006830* =================================================================
006840* 4300-CHECK-UNCOVERED -- A HAND NO SESSION RECORD CLAIMS WAS
006850* WRITTEN AFTER ITS TABLE'S LAST CONTROL RECORD, OR ADDED FROM
006860* OUTSIDE THE TABLE.  ONE DATED AFTER THE GAMING DATE IS LEFT FOR
006870* THAT DATE'S CHECK.
006880* =================================================================
006890 4300-CHECK-UNCOVERED.
006900     IF SW-GAME-DATE > SV-RUN-DATE
006910         GO TO 4300-EXIT.
006920     ADD 1 TO SV-UNCOVERED-COUNT.
006930     MOVE "N" TO SV-EXC-SESSION-FLAG.
006940     MOVE SPACE TO SV-EXC-KIND.
006950     MOVE SW-HAND-SEQ TO SV-EXC-SEQ.
006960     MOVE "HAND NOT COVERED BY SESSION CONTROL" TO SV-EXC-TEXT.
006970     PERFORM 4800-PRINT-EXCEPTION THRU 4800-EXIT.
006980 4300-EXIT.
006990     EXIT.
007000
007010* =================================================================
007020* 4400-CHECK-DEAL -- THE HAND WAITING FOR ITS DEAL LINE HAS HAD
007030* ALL ITS JOURNAL LINES GO BY
007040* =================================================================
007050 4400-CHECK-DEAL.
007060     IF NOT SV-DEAL-PENDING
007070         GO TO 4400-EXIT.
007080     MOVE "N" TO SV-DEAL-PENDING-FLAG.
007090     IF SV-DEAL-WAS-FOUND
007100         GO TO 4400-EXIT.
007110     MOVE SV-DEAL-SEQ TO SV-EXC-SEQ.
007120     MOVE "HAND HAS NO DEAL EVENT" TO SV-EXC-TEXT.
007130     PERFORM 4810-SESSION-EXCEPTION THRU 4810-EXIT.
007140 4400-EXIT.
007150     EXIT.
007160
007170* =================================================================
007180* 4500-CLOSE-SESSION -- THE SESSION'S RANGE IS FINISHED.  FOR A
007190* SESSION BEING CHECKED, HANDS MISSING AT THE END OF THE RANGE ARE
007200* A GAP, AND EVERY CONTROL TOTAL MUST AGREE WITH THE FILES.  A
007210* SESSION NEVER CLOSED (THE TABLE ABENDED) IS NOTED; ITS TOTALS
007220* STAND AS OF ITS LAST CHECKPOINT.
007230* =================================================================
007240 4500-CLOSE-SESSION.
007250     IF NOT SV-IN-SESSION
007260         GO TO 4500-EXIT.
007270     MOVE "N" TO SV-IN-SESSION-FLAG.
007280     IF NOT SV-SESSION-SELECTED
007290         GO TO 4500-EXIT.
007300     IF SV-PREV-SEQ < SV-SS-LAST-SEQ
007310         MOVE SV-NEXT-SEQ TO SV-EXC-SEQ
007320         MOVE SV-SS-LAST-SEQ TO SV-GAP-THRU
007330         PERFORM 4700-REPORT-GAP THRU 4700-EXIT.
007340     MOVE ZERO TO SV-EXC-SEQ.
007350     MOVE "C" TO SV-EXC-KIND.
007360     IF SV-FL-HAND-COUNT NOT = SV-SS-HAND-COUNT
007370         MOVE "HAND COUNT DISAGREES" TO SV-EXC-TEXT
007380         MOVE SV-SS-HAND-COUNT TO SV-EXC-CONTROL
007390         MOVE SV-FL-HAND-COUNT TO SV-EXC-FILES
007400         PERFORM 4820-TOTAL-EXCEPTION THRU 4820-EXIT.
007410     IF SV-FL-EVENT-COUNT NOT = SV-SS-EVENT-COUNT
007420         MOVE "JOURNAL LINE COUNT DISAGREES" TO SV-EXC-TEXT
007430         MOVE SV-SS-EVENT-COUNT TO SV-EXC-CONTROL
007440         MOVE SV-FL-EVENT-COUNT TO SV-EXC-FILES
007450         PERFORM 4820-TOTAL-EXCEPTION THRU 4820-EXIT.
007460     MOVE "A" TO SV-EXC-KIND.
007470     IF SV-FL-BETS NOT = SV-SS-BETS
007480         MOVE "TOTAL BETS DISAGREE" TO SV-EXC-TEXT
007490         MOVE SV-SS-BETS TO SV-EXC-CONTROL
007500         MOVE SV-FL-BETS TO SV-EXC-FILES
007510         PERFORM 4820-TOTAL-EXCEPTION THRU 4820-EXIT.
007520     IF SV-FL-PAYOUTS NOT = SV-SS-PAYOUTS
007530         MOVE "TOTAL PAYOUTS DISAGREE" TO SV-EXC-TEXT
007540         MOVE SV-SS-PAYOUTS TO SV-EXC-CONTROL
007550         MOVE SV-FL-PAYOUTS TO SV-EXC-FILES
007560         PERFORM 4820-TOTAL-EXCEPTION THRU 4820-EXIT.
007570     IF SV-FL-INS-BETS NOT = SV-SS-INS-BETS
007580         MOVE "INSURANCE BETS DISAGREE" TO SV-EXC-TEXT
007590         MOVE SV-SS-INS-BETS TO SV-EXC-CONTROL
007600         MOVE SV-FL-INS-BETS TO SV-EXC-FILES
007610         PERFORM 4820-TOTAL-EXCEPTION THRU 4820-EXIT.
007620     IF SV-FL-INS-PAYOUTS NOT = SV-SS-INS-PAYOUTS
007630         MOVE "INSURANCE PAYOUTS DISAGREE" TO SV-EXC-TEXT
007640         MOVE SV-SS-INS-PAYOUTS TO SV-EXC-CONTROL
007650         MOVE SV-FL-INS-PAYOUTS TO SV-EXC-FILES
007660         PERFORM 4820-TOTAL-EXCEPTION THRU 4820-EXIT.
007670     IF NOT SV-SS-CLOSED
007680         ADD 1 TO SV-NOT-CLOSED-COUNT
007690         PERFORM 4650-PRINT-NOT-CLOSED THRU 4650-EXIT.
007700 4500-EXIT.
007710     EXIT.
007720
007730 4600-PRINT-SESSION.
007740     MOVE SPACES TO RPT-RECORD.
007750     MOVE SV-BRK-TABLE-ID TO RPT-TABLE-ID.
007760     MOVE SV-SS-OPEN-DATE TO RPT-OPEN-DATE.
007770     MOVE SV-SS-OPEN-TIME TO RPT-OPEN-TIME.
007780     STRING "SESSION " DELIMITED BY SIZE
007790         SV-SS-FIRST-SEQ DELIMITED BY SIZE
007800         "-" DELIMITED BY SIZE
007810         SV-SS-LAST-SEQ DELIMITED BY SIZE
007820         " DEALER " DELIMITED BY SIZE
007830         SV-SS-DEALER-ID DELIMITED BY SIZE
007840         INTO RPT-DESCRIPTION.
007850     MOVE SV-SS-HAND-COUNT TO RPT-CONTROL-CNT.
007860     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007870 4600-EXIT.
007880     EXIT.
007890
007900 4650-PRINT-NOT-CLOSED.
007910     MOVE SPACES TO RPT-RECORD.
007920     MOVE SV-BRK-TABLE-ID TO RPT-TABLE-ID.
007930     MOVE SV-SS-OPEN-DATE TO RPT-OPEN-DATE.
007940     MOVE SV-SS-OPEN-TIME TO RPT-OPEN-TIME.
007950     MOVE "NOTE -- SESSION NEVER CLOSED" TO RPT-DESCRIPTION.
007960     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007970 4650-EXIT.
007980     EXIT.
007990
008000* =================================================================
008010* 4700-REPORT-GAP -- HANDS SV-EXC-SEQ THRU SV-GAP-THRU OF THE
008020* SESSION ARE NOT ON HANDHIST
008030* =================================================================
008040 4700-REPORT-GAP.
008050     MOVE SPACES TO SV-EXC-TEXT.
008060     STRING "SEQUENCE GAP -- MISSING THRU " DELIMITED BY SIZE
008070         SV-GAP-THRU DELIMITED BY SIZE
008080         INTO SV-EXC-TEXT.
008090     PERFORM 4810-SESSION-EXCEPTION THRU 4810-EXIT.
008100 4700-EXIT.
008110     EXIT.
008120
008130 4810-SESSION-EXCEPTION.
008140     MOVE "Y" TO SV-EXC-SESSION-FLAG.
008150     MOVE SPACE TO SV-EXC-KIND.
008160     PERFORM 4800-PRINT-EXCEPTION THRU 4800-EXIT.
008170 4810-EXIT.
008180     EXIT.
008190
008200 4820-TOTAL-EXCEPTION.
008210     MOVE "Y" TO SV-EXC-SESSION-FLAG.
008220     PERFORM 4800-PRINT-EXCEPTION THRU 4800-EXIT.
008230 4820-EXIT.
008240     EXIT.
008250
008260* =================================================================
008270* 4800-PRINT-EXCEPTION -- ONE EXCEPTION LINE.  THE SESSION COLUMNS
008280* PRINT ONLY WHEN A SESSION OWNS THE EXCEPTION, THE HAND COLUMN
008290* ONLY FOR A HAND, THE LAST TWO ONLY FOR A TOTAL.
008300* =================================================================
008310 4800-PRINT-EXCEPTION.
008320     ADD 1 TO SV-EXCEPTION-COUNT.
008330     MOVE SPACES TO RPT-RECORD.
008340     MOVE SV-BRK-TABLE-ID TO RPT-TABLE-ID.
008350     IF SV-EXC-HAS-SESSION
008360         MOVE SV-SS-OPEN-DATE TO RPT-OPEN-DATE
008370         MOVE SV-SS-OPEN-TIME TO RPT-OPEN-TIME.
008380     IF SV-EXC-SEQ > ZERO
008390         MOVE SV-EXC-SEQ TO RPT-HAND-SEQ.
008400     MOVE SV-EXC-TEXT TO RPT-DESCRIPTION.
008410     IF SV-EXC-IS-COUNT
008420         MOVE SV-EXC-CONTROL TO RPT-CONTROL-CNT
008430         MOVE SV-EXC-FILES TO RPT-FILES-CNT.
008440     IF SV-EXC-IS-AMOUNT
008450         MOVE SV-EXC-CONTROL TO RPT-CONTROL-AMT
008460         MOVE SV-EXC-FILES TO RPT-FILES-AMT.
008470     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008480 4800-EXIT.
008490     EXIT.
008500
008510* =================================================================
008520* 6000-PRINT-SUMMARY -- WHAT WAS CHECKED AND WHETHER THE DAY MAY
008530* BE CLOSED
008540* =================================================================
008550 6000-PRINT-SUMMARY.
008560     MOVE SPACES TO RPT-HEADING.
008570     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008580     MOVE SPACES TO RPT-HEADING.
008590     STRING "SESSIONS CHECKED: " DELIMITED BY SIZE
008600         SV-SESSION-COUNT DELIMITED BY SIZE
008610         "   HANDS CHECKED: " DELIMITED BY SIZE
008620         SV-HANDS-CHECKED DELIMITED BY SIZE
008630         "   NEVER CLOSED: " DELIMITED BY SIZE
008640         SV-NOT-CLOSED-COUNT DELIMITED BY SIZE
008650         "   HANDS NOT COVERED: " DELIMITED BY SIZE
008660         SV-UNCOVERED-COUNT DELIMITED BY SIZE
008670         INTO RH-TEXT.
008680     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008690     MOVE SPACES TO RPT-HEADING.
008700     IF SV-EXCEPTION-COUNT > ZERO
008710         STRING "EXCEPTIONS: " DELIMITED BY SIZE
008720             SV-EXCEPTION-COUNT DELIMITED BY SIZE
008730             " -- THE CLOSE (BLKJEOD) IS HELD UNTIL THEY ARE "
008740             DELIMITED BY SIZE
008750             "CLEARED AND THIS CHECK RERUN" DELIMITED BY SIZE
008760             INTO RH-TEXT
008770     ELSE
008780         MOVE "NO EXCEPTIONS -- THE DAY MAY BE CLOSED" TO RH-TEXT.
008790     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008800     DISPLAY "SESSION CONTROL -- SESSIONS: " SV-SESSION-COUNT
008810         " HANDS: " SV-HANDS-CHECKED
008820         " EXCEPTIONS: " SV-EXCEPTION-COUNT.
008830 6000-EXIT.
008840     EXIT.
008850
008860 6100-PRINT-HEADING.
008870     MOVE SPACES TO RPT-HEADING.
008880     STRING "SESSION-CONTROL CHECK -- GAMING DATE "
008890         DELIMITED BY SIZE
008900         SV-RUN-DATE DELIMITED BY SIZE
008910         INTO RH-TEXT.
008920     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008930     MOVE SPACES TO RPT-HEADING.
008940     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008950     MOVE SPACES TO RPT-HEADING.
008960     MOVE "TABL  OPENED" TO RH-TEXT(1:12).
008970     MOVE "HAND" TO RH-TEXT(26:4).
008980     MOVE "DESCRIPTION" TO RH-TEXT(32:11).
008990     MOVE "CONTROL" TO RH-TEXT(78:7).
009000     MOVE "FILES" TO RH-TEXT(97:5).
009010     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
009020 6100-EXIT.
009030     EXIT.
009040
009050* =================================================================
009060* 8000-WRITE-REPORT-LINE -- ONE CHECKED REPORT WRITE
009070* =================================================================
009080 8000-WRITE-REPORT-LINE.
009090     WRITE RPT-RECORD.
009100     IF SV-RPT-FILE-STATUS NOT = "00"
009110         MOVE "SCVRPT  " TO SV-IO-FILE-NAME
009120         MOVE "WRITE"    TO SV-IO-OPERATION
009130         MOVE SV-RPT-FILE-STATUS TO SV-IO-STATUS
009140         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
009150 8000-EXIT.
009160     EXIT.
009170
009180* =================================================================
009190* 9000-IO-ABORT -- A HARD READ OR WRITE STATUS IS AN I-O FAULT.  A
009200* SHORT PASS PROVES NOTHING, SO THE JOB ENDS WITH CONDITION CODE
009210* 16 AND THE STEP UNSTAMPED.
009220* =================================================================
009230 9000-IO-ABORT.
009240     DISPLAY "*** I-O ERROR -- FILE " SV-IO-FILE-NAME
009250         " OPERATION " SV-IO-OPERATION
009260         " STATUS " SV-IO-STATUS " -- CHECK VOID ***".
009270     PERFORM 1900-TERMINATE THRU 1900-EXIT.
009280     CLOSE RUN-CTRL-FILE.
009290     MOVE 16 TO RETURN-CODE.
009300     STOP RUN.
009310 9000-EXIT.
009320     EXIT.
