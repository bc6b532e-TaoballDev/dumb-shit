000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLKJINP.
000030 AUTHOR. R. OKONKWO, PIT SYSTEMS GROUP.
000040 INSTALLATION. TABLE GAMES DATA PROCESSING.
000050 DATE-WRITTEN. 10-15-2026.
000060 DATE-COMPILED.
000070*
000080* -----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL PROGRAM.  SUPERVISOR MAINTENANCE FOR
000130*                  THE IN-PLAY FLAG ON THE PLAYER LEDGER
000140*                  (BANKROLL).  THE TABLE (BLKJACK) MARKS A PLAYER
000150*                  IN PLAY AT SEATING AND CLEARS THE FLAG WHEN THE
000160*                  PLAYER LEAVES OR THE TABLE CLOSES; A TABLE THAT
000170*                  ABENDS LEAVES ITS PLAYERS FLAGGED, AND THEY
000180*                  CANNOT SIT ANYWHERE ELSE OR CASH OUT AT THE
000190*                  CAGE.  THIS PROGRAM INQUIRES ON ONE PLAYER AND
000200*                  CLEARS THE FLAG FOR ONE PLAYER OR FOR EVERY
000210*                  PLAYER HELD BY ONE TABLE.  ANY ACTIVE EMPLOYEE
000220*                  MAY INQUIRE, ONLY A PIT SUPERVISOR MAY CLEAR,
000230*                  AND EVERY CLEAR IS WRITTEN TO THE MAINTENANCE
000240*                  LOG (MAINTLOG) FOR THE SHIFT MANAGER'S SIGN-OFF.
000250* -----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PLAYER-BANKROLL-FILE ASSIGN TO BANKROLL
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS BK-PLAYER-ID
000340         FILE STATUS IS IP-BK-FILE-STATUS.
000350     SELECT EMPL-MAST-FILE ASSIGN TO EMPLMST
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS EM-EMP-ID
000390         FILE STATUS IS IP-EM-FILE-STATUS.
000400     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS IP-MN-FILE-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  PLAYER-BANKROLL-FILE
000470     LABEL RECORD IS STANDARD.
000480     COPY BANKREC.
000490
000500 FD  EMPL-MAST-FILE
000510     LABEL RECORD IS STANDARD.
000520     COPY EMPREC.
000530
000540 FD  MAINT-LOG-FILE
000550     LABEL RECORD IS STANDARD.
000560     COPY MNTREC.
000570
000580 WORKING-STORAGE SECTION.
000590* ---------------------------------------------------------- SWITCHES
000600 77  IP-BK-FILE-STATUS      PIC X(02)  VALUE "00".
000610 77  IP-FUNCTION-CODE       PIC X(01)  VALUE SPACE.
000620     88  IP-FUNCTION-INQUIRE
000630                            VALUE "I".
000640     88  IP-FUNCTION-CLEAR  VALUE "C".
000650     88  IP-FUNCTION-TABLE  VALUE "T".
000660     88  IP-FUNCTION-EXIT   VALUE "X".
000670     88  IP-VALID-FUNCTION  VALUE "I" "C" "T" "X".
000680 77  IP-RECORD-FOUND-FLAG   PIC X(01)  VALUE "N".
000690     88  IP-RECORD-WAS-FOUND
000700                            VALUE "Y".
000710 77  IP-CONFIRM-ANSWER      PIC X(01)  VALUE SPACE.
000720     88  IP-CONFIRMED       VALUE "Y".
000730     88  IP-VALID-CONFIRM   VALUE "Y" "N".
000740 77  IP-BK-EOF-FLAG         PIC X(01)  VALUE "N".
000750     88  IP-BK-AT-EOF       VALUE "Y".
000760* ------------------------------------------------------- WORK FIELDS
000770 77  IP-WORK-PLAYER-ID      PIC X(06)  VALUE SPACES.
000780 77  IP-WORK-TABLE-ID       PIC X(04)  VALUE SPACES.
000790 77  IP-CLEARED-COUNT       PIC 9(05)  COMP VALUE ZERO.
000800 77  IP-EDIT-COUNT          PIC ZZ,ZZ9 VALUE ZERO.
000810 77  IP-EDIT-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000820* ------------------------------------------- SIGN-ON AND CHANGE LOG
000830* THE SIGNED-ON EMPLOYEE STAMPS EVERY LOG RECORD.  ANY ACTIVE
000840* EMPLOYEE MAY INQUIRE; ONLY A PIT SUPERVISOR MAY MAKE A CHANGE.
000850* EACH CHANGE LOGS THE RECORD AS IT WAS AND AS IT NOW IS.
000860 77  IP-EM-FILE-STATUS      PIC X(02)  VALUE "00".
000870 77  IP-MN-FILE-STATUS      PIC X(02)  VALUE "00".
000880 77  IP-SIGNON-ID           PIC X(04)  VALUE SPACES.
000890 77  IP-SIGNON-ROLE         PIC X(01)  VALUE SPACE.
000900     88  IP-SIGNON-IS-PIT   VALUE "P".
000910 77  IP-SIGNON-OK-FLAG      PIC X(01)  VALUE "N".
000920     88  IP-SIGNED-ON       VALUE "Y".
000930 77  IP-LOG-FILE-ID         PIC X(08)  VALUE SPACES.
000940 77  IP-LOG-KEY             PIC X(16)  VALUE SPACES.
000950 77  IP-LOG-ACTION          PIC X(01)  VALUE SPACE.
000960 77  IP-LOG-REASON          PIC X(20)  VALUE SPACES.
000970 77  IP-BEFORE-IMAGE        PIC X(100) VALUE SPACES.
000980 77  IP-AFTER-IMAGE         PIC X(100) VALUE SPACES.
000990 77  IP-LOG-DATETIME        PIC X(21)  VALUE SPACES.
001000
001010 PROCEDURE DIVISION.
001020* =================================================================
001030* 0000-MAINLINE
001040* =================================================================
001050 0000-MAINLINE.
001060     DISPLAY "LEDGER IN-PLAY FLAG MAINTENANCE".
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
001090         UNTIL IP-FUNCTION-EXIT.
001100     PERFORM 1900-TERMINATE THRU 1900-EXIT.
001110     DISPLAY "IN-PLAY FLAG MAINTENANCE ENDED.".
001120     STOP RUN.
001130
001140* =================================================================
001150* 1000-INITIALIZE -- OPEN THE LEDGER.  NOTHING TO MAINTAIN UNTIL
001160* THE CAGE HAS POSTED A FIRST BUY-IN.
001170* =================================================================
001180 1000-INITIALIZE.
001190     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001200     OPEN I-O PLAYER-BANKROLL-FILE.
001210     IF IP-BK-FILE-STATUS NOT = "00"
001220         DISPLAY "CANNOT OPEN BANKROLL -- STATUS "
001230             IP-BK-FILE-STATUS
001240         MOVE 16 TO RETURN-CODE
001250         STOP RUN.
001260     PERFORM 1070-OPEN-MAINT-LOG THRU 1070-EXIT.
001270 1000-EXIT.
001280     EXIT.
001290
001300* =================================================================
001310* 1050-SIGN-ON -- NO MAINTENANCE WITHOUT AN ACTIVE EMPLOYEE SIGNED
001320* ON AGAINST THE EMPLOYEE MASTER.  STAFF THE FILE THROUGH BLKJEMP
001330* FIRST.
001340* =================================================================
001350 1050-SIGN-ON.
001360     OPEN INPUT EMPL-MAST-FILE.
001370     IF IP-EM-FILE-STATUS NOT = "00"
001380         DISPLAY "NO EMPLOYEE MASTER -- STATUS "
001390             IP-EM-FILE-STATUS
001400             " -- RUN BLKJEMP FIRST."
001410         MOVE 16 TO RETURN-CODE
001420         STOP RUN.
001430     MOVE "N" TO IP-SIGNON-OK-FLAG.
001440     PERFORM 1060-GET-SIGN-ON THRU 1060-EXIT
001450         UNTIL IP-SIGNED-ON.
001460     CLOSE EMPL-MAST-FILE.
001470 1050-EXIT.
001480     EXIT.
001490
001500 1060-GET-SIGN-ON.
001510     MOVE SPACES TO IP-SIGNON-ID.
001520     DISPLAY "ENTER YOUR EMPLOYEE ID: ".
001530     ACCEPT IP-SIGNON-ID.
001540     IF IP-SIGNON-ID = SPACES
001550         DISPLAY "EMPLOYEE ID IS REQUIRED."
001560         GO TO 1060-EXIT.
001570     MOVE IP-SIGNON-ID TO EM-EMP-ID.
001580     READ EMPL-MAST-FILE
001590         INVALID KEY
001600             DISPLAY "ID " IP-SIGNON-ID " IS NOT ON THE "
001610                 "EMPLOYEE MASTER."
001620             GO TO 1060-EXIT.
001630     IF NOT EM-IS-ACTIVE
001640         DISPLAY "EMPLOYEE " IP-SIGNON-ID " IS NOT ACTIVE."
001650         GO TO 1060-EXIT.
001660     MOVE EM-ROLE TO IP-SIGNON-ROLE.
001670     MOVE "Y" TO IP-SIGNON-OK-FLAG.
001680     IF IP-SIGNON-IS-PIT
001690         DISPLAY "EMPLOYEE " IP-SIGNON-ID " (" EM-NAME
001700             ") SIGNED ON."
001710     ELSE
001720         DISPLAY "EMPLOYEE " IP-SIGNON-ID " (" EM-NAME
001730             ") SIGNED ON -- INQUIRY ONLY.".
001740 1060-EXIT.
001750     EXIT.
001760
001770* =================================================================
001780* 1070-OPEN-MAINT-LOG -- THE COMMON MAINTENANCE LOG IS ONLY EVER
001790* EXTENDED.  THE FIRST PROGRAM EVER TO LOG A CHANGE CREATES IT.
001800* =================================================================
001810 1070-OPEN-MAINT-LOG.
001820     OPEN EXTEND MAINT-LOG-FILE.
001830     IF IP-MN-FILE-STATUS = "35"
001840         OPEN OUTPUT MAINT-LOG-FILE.
001850     IF IP-MN-FILE-STATUS NOT = "00"
001860         DISPLAY "CANNOT OPEN THE MAINTENANCE LOG -- STATUS "
001870             IP-MN-FILE-STATUS
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN.
001900 1070-EXIT.
001910     EXIT.
001920
001930* =================================================================
001940* 1900-TERMINATE -- CLOSE FILES BEFORE STOP RUN
001950* =================================================================
001960 1900-TERMINATE.
001970     CLOSE PLAYER-BANKROLL-FILE.
001980     CLOSE MAINT-LOG-FILE.
001990 1900-EXIT.
002000     EXIT.
002010
002020* =================================================================
002030* 2000-PROCESS-ONE-REQUEST -- PROMPT FOR ONE FUNCTION AND ROUTE IT
002040* =================================================================
002050 2000-PROCESS-ONE-REQUEST.
002060     MOVE SPACE TO IP-FUNCTION-CODE.
002070     PERFORM 2010-GET-FUNCTION THRU 2010-EXIT
002080         UNTIL IP-VALID-FUNCTION.
002090     IF NOT IP-FUNCTION-INQUIRE
002100         AND NOT IP-FUNCTION-EXIT
002110         AND NOT IP-SIGNON-IS-PIT
002120         DISPLAY "ONLY A PIT SUPERVISOR MAY MAKE CHANGES."
002130         GO TO 2000-EXIT.
002140     EVALUATE TRUE
002150         WHEN IP-FUNCTION-INQUIRE
002160             PERFORM 3000-INQUIRE-ONE-PLAYER THRU 3000-EXIT
002170         WHEN IP-FUNCTION-CLEAR
002180             PERFORM 4000-CLEAR-ONE-PLAYER THRU 4000-EXIT
002190         WHEN IP-FUNCTION-TABLE
002200             PERFORM 5000-CLEAR-ONE-TABLE THRU 5000-EXIT
002210     END-EVALUATE.
002220 2000-EXIT.
002230     EXIT.
002240
002250 2010-GET-FUNCTION.
002260     DISPLAY "FUNCTION -- (I)NQUIRE, (C)LEAR A PLAYER, CLEAR "
002270         "A (T)ABLE OR E(X)IT? ".
002280     ACCEPT IP-FUNCTION-CODE.
002290     IF NOT IP-VALID-FUNCTION
002300         DISPLAY "PLEASE ENTER I, C, T OR X.".
002310 2010-EXIT.
002320     EXIT.
002330
002340* =================================================================
002350* 2100-GET-PLAYER-ID / 2150-GET-TABLE-ID -- PROMPT UNTIL AN ID IS
002360* ENTERED
002370* =================================================================
002380 2100-GET-PLAYER-ID.
002390     MOVE SPACES TO IP-WORK-PLAYER-ID.
002400     PERFORM 2110-ACCEPT-PLAYER-ID THRU 2110-EXIT
002410         UNTIL IP-WORK-PLAYER-ID NOT = SPACES.
002420 2100-EXIT.
002430     EXIT.
002440
002450 2110-ACCEPT-PLAYER-ID.
002460     DISPLAY "ENTER PLAYER ID: ".
002470     ACCEPT IP-WORK-PLAYER-ID.
002480     IF IP-WORK-PLAYER-ID = SPACES
002490         DISPLAY "PLAYER ID IS REQUIRED.".
002500 2110-EXIT.
002510     EXIT.
002520
002530 2150-GET-TABLE-ID.
002540     MOVE SPACES TO IP-WORK-TABLE-ID.
002550     PERFORM 2160-ACCEPT-TABLE-ID THRU 2160-EXIT
002560         UNTIL IP-WORK-TABLE-ID NOT = SPACES.
002570 2150-EXIT.
002580     EXIT.
002590
002600 2160-ACCEPT-TABLE-ID.
002610     DISPLAY "ENTER TABLE ID: ".
002620     ACCEPT IP-WORK-TABLE-ID.
002630     IF IP-WORK-TABLE-ID = SPACES
002640         DISPLAY "TABLE ID IS REQUIRED.".
002650 2160-EXIT.
002660     EXIT.
002670
002680 2200-READ-ONE-PLAYER.
002690     MOVE IP-WORK-PLAYER-ID TO BK-PLAYER-ID.
002700     READ PLAYER-BANKROLL-FILE
002710         INVALID KEY
002720             MOVE "N" TO IP-RECORD-FOUND-FLAG
002730         NOT INVALID KEY
002740             MOVE "Y" TO IP-RECORD-FOUND-FLAG.
002750 2200-EXIT.
002760     EXIT.
002770
002780* =================================================================
002790* 3000-INQUIRE-ONE-PLAYER -- SHOW WHETHER A PLAYER IS IN PLAY, AND
002800* AT WHICH TABLE
002810* =================================================================
002820 3000-INQUIRE-ONE-PLAYER.
002830     PERFORM 2100-GET-PLAYER-ID THRU 2100-EXIT.
002840     PERFORM 2200-READ-ONE-PLAYER THRU 2200-EXIT.
002850     IF NOT IP-RECORD-WAS-FOUND
002860         DISPLAY "PLAYER " IP-WORK-PLAYER-ID
002870             " IS NOT ON THE LEDGER."
002880         GO TO 3000-EXIT.
002890     MOVE BK-BALANCE TO IP-EDIT-BALANCE.
002900     IF BK-IS-IN-PLAY
002910         DISPLAY "PLAYER " BK-PLAYER-ID " IN PLAY AT TABLE "
002920             BK-IN-PLAY-TABLE " -- BALANCE " IP-EDIT-BALANCE
002930     ELSE
002940         DISPLAY "PLAYER " BK-PLAYER-ID " NOT IN PLAY"
002950             " -- BALANCE " IP-EDIT-BALANCE.
002960 3000-EXIT.
002970     EXIT.
002980
002990* =================================================================
003000* 4000-CLEAR-ONE-PLAYER -- RELEASE ONE PLAYER LEFT FLAGGED BY A
003010* TABLE THAT ABENDED.  CLEAR IT ONLY WHEN THE TABLE IS KNOWN TO BE
003020* DOWN -- A TABLE STILL RUNNING WOULD GO ON POSTING THE PLAYER'S
003030* ROUNDS WHILE ANOTHER TABLE SEATS THEM.  THE SUPERVISOR CONFIRMS
003040* FIRST.
003050* =================================================================
003060 4000-CLEAR-ONE-PLAYER.
003070     PERFORM 2100-GET-PLAYER-ID THRU 2100-EXIT.
003080     PERFORM 2200-READ-ONE-PLAYER THRU 2200-EXIT.
003090     IF NOT IP-RECORD-WAS-FOUND
003100         DISPLAY "PLAYER " IP-WORK-PLAYER-ID
003110             " IS NOT ON THE LEDGER."
003120         GO TO 4000-EXIT.
003130     IF NOT BK-IS-IN-PLAY
003140         DISPLAY "PLAYER " IP-WORK-PLAYER-ID
003150             " IS NOT IN PLAY -- NOTHING TO CLEAR."
003160         GO TO 4000-EXIT.
003170     MOVE BK-IN-PLAY-TABLE TO IP-WORK-TABLE-ID.
003180     MOVE SPACE TO IP-CONFIRM-ANSWER.
003190     PERFORM 4010-GET-CONFIRM THRU 4010-EXIT
003200         UNTIL IP-VALID-CONFIRM.
003210     IF NOT IP-CONFIRMED
003220         DISPLAY "CLEAR ABANDONED."
003230         GO TO 4000-EXIT.
003240     PERFORM 4100-CLEAR-FLAG THRU 4100-EXIT.
003250     IF IP-BK-FILE-STATUS = "00"
003260         DISPLAY "PLAYER " IP-WORK-PLAYER-ID " RELEASED FROM "
003270             "TABLE " IP-WORK-TABLE-ID ".".
003280 4000-EXIT.
003290     EXIT.
003300
003310 4010-GET-CONFIRM.
003320     DISPLAY "PLAYER " IP-WORK-PLAYER-ID " IS IN PLAY AT TABLE "
003330         IP-WORK-TABLE-ID " -- CLEAR IT (Y/N)? ".
003340     ACCEPT IP-CONFIRM-ANSWER.
003350     IF NOT IP-VALID-CONFIRM
003360         DISPLAY "PLEASE ENTER Y OR N.".
003370 4010-EXIT.
003380     EXIT.
003390
003400* =================================================================
003410* 4100-CLEAR-FLAG -- CLEAR THE FLAG ON THE LEDGER RECORD JUST READ
003420* AND LOG THE CHANGE.  THE BALANCE IS NOT TOUCHED -- EVERY ROUND
003430* THE TABLE SETTLED BEFORE IT WENT DOWN IS ALREADY IN IT.
003440* =================================================================
003450 4100-CLEAR-FLAG.
003460     MOVE BK-RECORD TO IP-BEFORE-IMAGE.
003470     MOVE "N" TO BK-IN-PLAY-FLAG.
003480     MOVE SPACES TO BK-IN-PLAY-TABLE.
003490     REWRITE BK-RECORD.
003500     IF IP-BK-FILE-STATUS NOT = "00"
003510         DISPLAY "PLAYER " BK-PLAYER-ID " NOT CLEARED -- "
003520             "REWRITE FAILED, STATUS " IP-BK-FILE-STATUS
003530         GO TO 4100-EXIT.
003540     MOVE BK-RECORD TO IP-AFTER-IMAGE.
003550     MOVE "BANKROLL" TO IP-LOG-FILE-ID.
003560     MOVE BK-PLAYER-ID TO IP-LOG-KEY.
003570     MOVE "C" TO IP-LOG-ACTION.
003580     MOVE "IN-PLAY FLAG CLEARED" TO IP-LOG-REASON.
003590     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
003600     ADD 1 TO IP-CLEARED-COUNT.
003610 4100-EXIT.
003620     EXIT.
003630
003640* =================================================================
003650* 5000-CLEAR-ONE-TABLE -- RELEASE EVERY PLAYER A DOWNED TABLE STILL
003660* HOLDS, IN ONE PASS OF THE LEDGER.  THE SUPERVISOR CONFIRMS ONCE
003670* FOR THE TABLE; EACH PLAYER RELEASED IS LOGGED ON ITS OWN.
003680* =================================================================
003690 5000-CLEAR-ONE-TABLE.
003700     PERFORM 2150-GET-TABLE-ID THRU 2150-EXIT.
003710     MOVE SPACE TO IP-CONFIRM-ANSWER.
003720     PERFORM 5010-GET-CONFIRM THRU 5010-EXIT
003730         UNTIL IP-VALID-CONFIRM.
003740     IF NOT IP-CONFIRMED
003750         DISPLAY "CLEAR ABANDONED."
003760         GO TO 5000-EXIT.
003770     MOVE ZERO TO IP-CLEARED-COUNT.
003780     MOVE "N" TO IP-BK-EOF-FLAG.
003790     MOVE LOW-VALUES TO BK-PLAYER-ID.
003800     START PLAYER-BANKROLL-FILE
003810         KEY IS NOT LESS THAN BK-PLAYER-ID
003820         INVALID KEY
003830             MOVE "Y" TO IP-BK-EOF-FLAG.
003840     IF NOT IP-BK-AT-EOF
003850         PERFORM 5100-READ-NEXT-PLAYER THRU 5100-EXIT.
003860     PERFORM 5200-CHECK-ONE-PLAYER THRU 5200-EXIT
003870         UNTIL IP-BK-AT-EOF.
003880     MOVE IP-CLEARED-COUNT TO IP-EDIT-COUNT.
003890     DISPLAY IP-EDIT-COUNT " PLAYER(S) RELEASED FROM TABLE "
003900         IP-WORK-TABLE-ID ".".
003910 5000-EXIT.
003920     EXIT.
003930
003940 5010-GET-CONFIRM.
003950     DISPLAY "RELEASE EVERY PLAYER IN PLAY AT TABLE "
003960         IP-WORK-TABLE-ID " -- IS THE TABLE DOWN (Y/N)? ".
003970     ACCEPT IP-CONFIRM-ANSWER.
003980     IF NOT IP-VALID-CONFIRM
003990         DISPLAY "PLEASE ENTER Y OR N.".
004000 5010-EXIT.
004010     EXIT.
004020
004030 5100-READ-NEXT-PLAYER.
004040     READ PLAYER-BANKROLL-FILE NEXT RECORD
004050         AT END
004060             MOVE "Y" TO IP-BK-EOF-FLAG.
004070     IF IP-BK-FILE-STATUS NOT = "00"
004080         AND IP-BK-FILE-STATUS NOT = "10"
004090         DISPLAY "BANKROLL READ FAILED -- STATUS "
004100             IP-BK-FILE-STATUS " -- PASS ENDED."
004110         MOVE "Y" TO IP-BK-EOF-FLAG.
004120 5100-EXIT.
004130     EXIT.
004140
004150 5200-CHECK-ONE-PLAYER.
004160     IF BK-IS-IN-PLAY
004170         AND BK-IN-PLAY-TABLE = IP-WORK-TABLE-ID
004180         PERFORM 4100-CLEAR-FLAG THRU 4100-EXIT
004185         IF IP-BK-FILE-STATUS = "00"
004190             DISPLAY "  PLAYER " BK-PLAYER-ID " RELEASED.".
004200     PERFORM 5100-READ-NEXT-PLAYER THRU 5100-EXIT.
004210 5200-EXIT.
004220     EXIT.
004230
004240* =================================================================
004250* 8000-LOG-CHANGE -- WRITE THE BEFORE-IMAGE AND THE AFTER-IMAGE OF
004260* ONE CHANGE TO THE MAINTENANCE LOG.  THE CALLER HAS SET THE FILE,
004270* KEY, ACTION, BOTH IMAGES AND (FOR A CHANGE THE SHIFT MANAGER MUST
004280* SIGN OFF) THE REASON.
004290* =================================================================
004300 8000-LOG-CHANGE.
004310     MOVE FUNCTION CURRENT-DATE TO IP-LOG-DATETIME.
004320     MOVE SPACES TO MN-RECORD.
004330     MOVE IP-LOG-DATETIME(1:8) TO MN-STAMP-DATE.
004340     MOVE IP-LOG-DATETIME(9:6) TO MN-STAMP-TIME.
004350     MOVE IP-SIGNON-ID   TO MN-EMP-ID.
004360     MOVE "BLKJINP "     TO MN-PROGRAM-ID.
004370     MOVE IP-LOG-FILE-ID TO MN-FILE-ID.
004380     MOVE IP-LOG-KEY     TO MN-RECORD-KEY.
004390     MOVE IP-LOG-ACTION  TO MN-ACTION.
004400     IF IP-LOG-REASON = SPACES
004410         MOVE "N" TO MN-SIGN-OFF-FLAG
004420     ELSE
004430         MOVE "Y" TO MN-SIGN-OFF-FLAG
004440         MOVE IP-LOG-REASON TO MN-SIGN-OFF-REASON.
004450     MOVE "B" TO MN-IMAGE-TYPE.
004460     MOVE IP-BEFORE-IMAGE TO MN-IMAGE.
004470     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
004480     MOVE "A" TO MN-IMAGE-TYPE.
004490     MOVE IP-AFTER-IMAGE TO MN-IMAGE.
004500     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
004510     MOVE SPACES TO IP-LOG-REASON.
004520 8000-EXIT.
004530     EXIT.
004540
004550* =================================================================
004560* 8010-WRITE-LOG-RECORD -- A CHANGE THAT CANNOT BE LOGGED ENDS THE
004570* SESSION.  THE MASTER ALREADY HOLDS IT, SO THE OPERATOR IS TOLD
004580* WHICH CHANGE WENT UNLOGGED.
004590* =================================================================
004600 8010-WRITE-LOG-RECORD.
004610     WRITE MN-RECORD.
004620     IF IP-MN-FILE-STATUS NOT = "00"
004630         DISPLAY "*** MAINTENANCE LOG WRITE FAILED -- STATUS "
004640             IP-MN-FILE-STATUS " ***"
004650         DISPLAY "*** " IP-LOG-FILE-ID " " IP-LOG-KEY
004660             " WAS CHANGED BUT NOT LOGGED -- SESSION ENDED ***"
004670         PERFORM 1900-TERMINATE THRU 1900-EXIT
004680         MOVE 16 TO RETURN-CODE
004690         STOP RUN.
004700 8010-EXIT.
004710     EXIT.
