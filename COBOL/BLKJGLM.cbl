000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLKJGLM.
000030 AUTHOR. R. OKONKWO, PIT SYSTEMS GROUP.
000040 INSTALLATION. TABLE GAMES DATA PROCESSING.
000050 DATE-WRITTEN. 10-15-2026.
000060 DATE-COMPILED.
000070*
000080* -----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL PROGRAM.  MAINTENANCE FOR THE GENERAL-
000130*                  LEDGER ACCOUNT-MAPPING FILE (GLMAP).  ADDS,
000140*                  CHANGES AND INQUIRES ON THE DEBIT AND CREDIT
000150*                  ACCOUNT EACH MOVEMENT TYPE POSTS TO IN THE
000160*                  NIGHTLY GL EXTRACT (BLKJGLX).  THE OPERATOR
000170*                  SIGNS ON AGAINST THE EMPLOYEE MASTER; ANY
000180*                  ACTIVE EMPLOYEE MAY INQUIRE, ONLY A PIT
000190*                  SUPERVISOR MAY ADD OR CHANGE, AND EVERY ADD AND
000200*                  CHANGE IS WRITTEN TO THE MAINTENANCE LOG.
000203* 10-15-26   ROP   ESCH (ESCHEATED FUNDS) ADDED TO THE MOVEMENTS
000206*                  THAT CAN BE MAPPED.
000210* -----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT GL-MAP-FILE ASSIGN TO GLMAP
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS GM-MOVE-CODE
000300         FILE STATUS IS AM-GM-FILE-STATUS.
000310     SELECT EMPL-MAST-FILE ASSIGN TO EMPLMST
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS EM-EMP-ID
000350         FILE STATUS IS AM-EM-FILE-STATUS.
000360     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS AM-MN-FILE-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  GL-MAP-FILE
000430     LABEL RECORD IS STANDARD.
000440     COPY GLMREC.
000450
000460 FD  EMPL-MAST-FILE
000470     LABEL RECORD IS STANDARD.
000480     COPY EMPREC.
000490
000500 FD  MAINT-LOG-FILE
000510     LABEL RECORD IS STANDARD.
000520     COPY MNTREC.
000530
000540 WORKING-STORAGE SECTION.
000550* ---------------------------------------------------------- SWITCHES
000560 77  AM-GM-FILE-STATUS      PIC X(02)  VALUE "00".
000570 77  AM-FUNCTION-CODE       PIC X(01)  VALUE SPACE.
000580     88  AM-FUNCTION-ADD    VALUE "A".
000590     88  AM-FUNCTION-CHANGE VALUE "C".
000600     88  AM-FUNCTION-INQUIRE
000610                            VALUE "I".
000620     88  AM-FUNCTION-EXIT   VALUE "X".
000630     88  AM-VALID-FUNCTION  VALUE "A" "C" "I" "X".
000640 77  AM-RECORD-FOUND-FLAG   PIC X(01)  VALUE "N".
000650     88  AM-RECORD-WAS-FOUND
000660                            VALUE "Y".
000670* ------------------------------------------------------- WORK FIELDS
000680 77  AM-WORK-MOVE-CODE      PIC X(04)  VALUE SPACES.
000690     88  AM-VALID-MOVE-CODE VALUE "TWIN" "DEPO" "WDRL"
000700                                  "MKIS" "MKRP" "MKWO"
000710                                  "COMP" "FILL" "CRED"
000715                                  "ESCH".
000720 77  AM-WORK-DESCRIPTION    PIC X(25)  VALUE SPACES.
000730 77  AM-WORK-DEBIT-ACCT     PIC X(10)  VALUE SPACES.
000740 77  AM-WORK-CREDIT-ACCT    PIC X(10)  VALUE SPACES.
000750* ------------------------------------------- SIGN-ON AND CHANGE LOG
000760* THE SIGNED-ON EMPLOYEE STAMPS EVERY LOG RECORD.  ANY ACTIVE
000770* EMPLOYEE MAY INQUIRE; ONLY A PIT SUPERVISOR MAY MAKE A CHANGE.
000780* EACH CHANGE LOGS THE RECORD AS IT WAS AND AS IT NOW IS.
000790 77  AM-EM-FILE-STATUS      PIC X(02)  VALUE "00".
000800 77  AM-MN-FILE-STATUS      PIC X(02)  VALUE "00".
000810 77  AM-SIGNON-ID           PIC X(04)  VALUE SPACES.
000820 77  AM-SIGNON-ROLE         PIC X(01)  VALUE SPACE.
000830     88  AM-SIGNON-IS-PIT   VALUE "P".
000840 77  AM-SIGNON-OK-FLAG      PIC X(01)  VALUE "N".
000850     88  AM-SIGNED-ON       VALUE "Y".
000860 77  AM-LOG-FILE-ID         PIC X(08)  VALUE SPACES.
000870 77  AM-LOG-KEY             PIC X(16)  VALUE SPACES.
000880 77  AM-LOG-ACTION          PIC X(01)  VALUE SPACE.
000890 77  AM-LOG-REASON          PIC X(20)  VALUE SPACES.
000900 77  AM-BEFORE-IMAGE        PIC X(100) VALUE SPACES.
000910 77  AM-AFTER-IMAGE         PIC X(100) VALUE SPACES.
000920 77  AM-LOG-DATETIME        PIC X(21)  VALUE SPACES.
000930
000940 PROCEDURE DIVISION.
000950* =================================================================
000960* 0000-MAINLINE
000970* =================================================================
000980 0000-MAINLINE.
000990     DISPLAY "GL ACCOUNT-MAPPING FILE MAINTENANCE".
001000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001010     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
001020         UNTIL AM-FUNCTION-EXIT.
001030     PERFORM 1900-TERMINATE THRU 1900-EXIT.
001040     DISPLAY "GL MAPPING MAINTENANCE ENDED.".
001050     STOP RUN.
001060
001070* =================================================================
001080* 1000-INITIALIZE -- SIGN THE OPERATOR ON, OPEN THE MAPPING FILE,
001090* CREATING IT THE FIRST TIME THE MAINTENANCE IS EVER RUN, AND
001100* OPEN THE MAINTENANCE LOG
001110* =================================================================
001120 1000-INITIALIZE.
001130     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
001140     OPEN I-O GL-MAP-FILE.
001150     IF AM-GM-FILE-STATUS = "35"
001160         OPEN OUTPUT GL-MAP-FILE
001170         CLOSE GL-MAP-FILE
001180         OPEN I-O GL-MAP-FILE.
001190     IF AM-GM-FILE-STATUS NOT = "00"
001200         DISPLAY "CANNOT OPEN THE GL MAPPING FILE -- STATUS "
001210             AM-GM-FILE-STATUS
001220         MOVE 16 TO RETURN-CODE
001230         STOP RUN.
001240     PERFORM 1070-OPEN-MAINT-LOG THRU 1070-EXIT.
001250 1000-EXIT.
001260     EXIT.
001270
001280* =================================================================
001290* 1050-SIGN-ON -- NO MAINTENANCE WITHOUT AN ACTIVE EMPLOYEE SIGNED
001300* ON AGAINST THE EMPLOYEE MASTER.  STAFF THE FILE THROUGH BLKJEMP
001310* FIRST.
001320* =================================================================
001330 1050-SIGN-ON.
001340     OPEN INPUT EMPL-MAST-FILE.
001350     IF AM-EM-FILE-STATUS NOT = "00"
001360         DISPLAY "NO EMPLOYEE MASTER -- STATUS "
001370             AM-EM-FILE-STATUS
001380             " -- RUN BLKJEMP FIRST."
001390         MOVE 16 TO RETURN-CODE
001400         STOP RUN.
001410     MOVE "N" TO AM-SIGNON-OK-FLAG.
001420     PERFORM 1060-GET-SIGN-ON THRU 1060-EXIT
001430         UNTIL AM-SIGNED-ON.
001440     CLOSE EMPL-MAST-FILE.
001450 1050-EXIT.
001460     EXIT.
001470
001480 1060-GET-SIGN-ON.
001490     MOVE SPACES TO AM-SIGNON-ID.
001500     DISPLAY "ENTER YOUR EMPLOYEE ID: ".
001510     ACCEPT AM-SIGNON-ID.
001520     IF AM-SIGNON-ID = SPACES
001530         DISPLAY "EMPLOYEE ID IS REQUIRED."
001540         GO TO 1060-EXIT.
001550     MOVE AM-SIGNON-ID TO EM-EMP-ID.
001560     READ EMPL-MAST-FILE
001570         INVALID KEY
001580             DISPLAY "ID " AM-SIGNON-ID " IS NOT ON THE "
001590                 "EMPLOYEE MASTER."
001600             GO TO 1060-EXIT.
001610     IF NOT EM-IS-ACTIVE
001620         DISPLAY "EMPLOYEE " AM-SIGNON-ID " IS NOT ACTIVE."
001630         GO TO 1060-EXIT.
001640     MOVE EM-ROLE TO AM-SIGNON-ROLE.
001650     MOVE "Y" TO AM-SIGNON-OK-FLAG.
001660     IF AM-SIGNON-IS-PIT
001670         DISPLAY "EMPLOYEE " AM-SIGNON-ID " (" EM-NAME
001680             ") SIGNED ON."
001690     ELSE
001700         DISPLAY "EMPLOYEE " AM-SIGNON-ID " (" EM-NAME
001710             ") SIGNED ON -- INQUIRY ONLY.".
001720 1060-EXIT.
001730     EXIT.
001740
001750* =================================================================
001760* 1070-OPEN-MAINT-LOG -- THE COMMON MAINTENANCE LOG IS ONLY EVER
001770* EXTENDED.  THE FIRST PROGRAM EVER TO LOG A CHANGE CREATES IT.
001780* =================================================================
001790 1070-OPEN-MAINT-LOG.
001800     OPEN EXTEND MAINT-LOG-FILE.
001810     IF AM-MN-FILE-STATUS = "35"
001820         OPEN OUTPUT MAINT-LOG-FILE.
001830     IF AM-MN-FILE-STATUS NOT = "00"
001840         DISPLAY "CANNOT OPEN THE MAINTENANCE LOG -- STATUS "
001850             AM-MN-FILE-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN.
001880 1070-EXIT.
001890     EXIT.
001900
001910* =================================================================
001920* 1900-TERMINATE -- CLOSE FILES BEFORE STOP RUN
001930* =================================================================
001940 1900-TERMINATE.
001950     CLOSE GL-MAP-FILE.
001960     CLOSE MAINT-LOG-FILE.
001970 1900-EXIT.
001980     EXIT.
001990
002000* =================================================================
002010* 2000-PROCESS-ONE-REQUEST -- PROMPT FOR ONE FUNCTION AND ROUTE IT
002020* =================================================================
002030 2000-PROCESS-ONE-REQUEST.
002040     MOVE SPACE TO AM-FUNCTION-CODE.
002050     PERFORM 2010-GET-FUNCTION THRU 2010-EXIT
002060         UNTIL AM-VALID-FUNCTION.
002070     IF NOT AM-FUNCTION-INQUIRE
002080         AND NOT AM-FUNCTION-EXIT
002090         AND NOT AM-SIGNON-IS-PIT
002100         DISPLAY "ONLY A PIT SUPERVISOR MAY MAKE CHANGES."
002110         GO TO 2000-EXIT.
002120     EVALUATE TRUE
002130         WHEN AM-FUNCTION-ADD
002140             PERFORM 3000-ADD-MAPPING THRU 3000-EXIT
002150         WHEN AM-FUNCTION-CHANGE
002160             PERFORM 4000-CHANGE-MAPPING THRU 4000-EXIT
002170         WHEN AM-FUNCTION-INQUIRE
002180             PERFORM 5000-INQUIRE-MAPPING THRU 5000-EXIT
002190     END-EVALUATE.
002200 2000-EXIT.
002210     EXIT.
002220
002230 2010-GET-FUNCTION.
002240     DISPLAY "FUNCTION -- (A)DD, (C)HANGE, (I)NQUIRE OR E(X)IT? ".
002250     ACCEPT AM-FUNCTION-CODE.
002260     IF NOT AM-VALID-FUNCTION
002270         DISPLAY "PLEASE ENTER A, C, I OR X.".
002280 2010-EXIT.
002290     EXIT.
002300
002310* =================================================================
002320* 2100-READ-ONE-MAPPING -- LOOK UP AM-WORK-MOVE-CODE AND LEAVE THE
002330* FOUND FLAG SET OR CLEARED FOR THE CALLER
002340* =================================================================
002350 2100-READ-ONE-MAPPING.
002360     MOVE AM-WORK-MOVE-CODE TO GM-MOVE-CODE.
002370     READ GL-MAP-FILE
002380         INVALID KEY
002390             MOVE "N" TO AM-RECORD-FOUND-FLAG
002400         NOT INVALID KEY
002410             MOVE "Y" TO AM-RECORD-FOUND-FLAG.
002420 2100-EXIT.
002430     EXIT.
002440
002450* =================================================================
002460* 2200-GET-MOVE-CODE -- ONLY THE MOVEMENT TYPES THE EXTRACT POSTS
002470* ARE ACCEPTED, SO A MAPPING CAN NEVER BE KEYED UNDER A CODE THE
002480* EXTRACT WILL NOT LOOK FOR
002490* =================================================================
002500 2200-GET-MOVE-CODE.
002510     DISPLAY "MOVEMENT CODE (TWIN, DEPO, WDRL, MKIS, MKRP, MKWO, "
002520         "COMP, FILL, CRED, ESCH)? ".
002530     ACCEPT AM-WORK-MOVE-CODE.
002540     IF NOT AM-VALID-MOVE-CODE
002550         DISPLAY "THAT IS NOT A MOVEMENT THE GL EXTRACT POSTS.".
002560 2200-EXIT.
002570     EXIT.
002580
002590* =================================================================
002600* 3000-ADD-MAPPING -- ADD A NEW MAPPING.  A CODE ALREADY ON THE
002610* FILE IS REFUSED -- USE CHANGE FOR THAT.
002620* =================================================================
002630 3000-ADD-MAPPING.
002640     MOVE SPACES TO AM-WORK-MOVE-CODE.
002650     PERFORM 2200-GET-MOVE-CODE THRU 2200-EXIT
002660         UNTIL AM-VALID-MOVE-CODE.
002670     PERFORM 2100-READ-ONE-MAPPING THRU 2100-EXIT.
002680     IF AM-RECORD-WAS-FOUND
002690         DISPLAY "MOVEMENT " AM-WORK-MOVE-CODE
002700             " IS ALREADY MAPPED -- USE CHANGE."
002710         GO TO 3000-EXIT.
002720     PERFORM 3500-ACCEPT-FIELDS THRU 3500-EXIT.
002730     MOVE SPACES TO GM-RECORD.
002740     MOVE AM-WORK-MOVE-CODE   TO GM-MOVE-CODE.
002750     MOVE AM-WORK-DESCRIPTION TO GM-DESCRIPTION.
002760     MOVE AM-WORK-DEBIT-ACCT  TO GM-DEBIT-ACCOUNT.
002770     MOVE AM-WORK-CREDIT-ACCT TO GM-CREDIT-ACCOUNT.
002780     WRITE GM-RECORD.
002790     IF AM-GM-FILE-STATUS NOT = "00"
002800         DISPLAY "MOVEMENT " AM-WORK-MOVE-CODE " NOT ADDED -- "
002810             "WRITE FAILED, STATUS " AM-GM-FILE-STATUS
002820         GO TO 3000-EXIT.
002830     MOVE "GLMAP   " TO AM-LOG-FILE-ID.
002840     MOVE AM-WORK-MOVE-CODE TO AM-LOG-KEY.
002850     MOVE "A" TO AM-LOG-ACTION.
002860     MOVE SPACES TO AM-BEFORE-IMAGE.
002870     MOVE GM-RECORD TO AM-AFTER-IMAGE.
002880     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
002890     DISPLAY "MOVEMENT " AM-WORK-MOVE-CODE " ADDED.".
002900 3000-EXIT.
002910     EXIT.
002920
002930* =================================================================
002940* 3500-ACCEPT-FIELDS -- PROMPT AND EDIT EVERY FIELD.  BOTH
002950* ACCOUNTS ARE REQUIRED AND MAY NOT BE THE SAME ACCOUNT.
002960* =================================================================
002970 3500-ACCEPT-FIELDS.
002980     MOVE SPACES TO AM-WORK-DESCRIPTION.
002990     PERFORM 3510-GET-DESCRIPTION THRU 3510-EXIT
003000         UNTIL AM-WORK-DESCRIPTION NOT = SPACES.
003010     MOVE SPACES TO AM-WORK-DEBIT-ACCT.
003020     MOVE SPACES TO AM-WORK-CREDIT-ACCT.
003030     PERFORM 3520-GET-ACCOUNTS THRU 3520-EXIT
003040         UNTIL AM-WORK-CREDIT-ACCT NOT = SPACES.
003050 3500-EXIT.
003060     EXIT.
003070
003080 3510-GET-DESCRIPTION.
003090     DISPLAY "DESCRIPTION? ".
003100     ACCEPT AM-WORK-DESCRIPTION.
003110     IF AM-WORK-DESCRIPTION = SPACES
003120         DISPLAY "A DESCRIPTION IS REQUIRED.".
003130 3510-EXIT.
003140     EXIT.
003150
003160 3520-GET-ACCOUNTS.
003170     DISPLAY "DEBIT ACCOUNT? ".
003180     ACCEPT AM-WORK-DEBIT-ACCT.
003190     DISPLAY "CREDIT ACCOUNT? ".
003200     ACCEPT AM-WORK-CREDIT-ACCT.
003210     IF AM-WORK-DEBIT-ACCT = SPACES
003220         OR AM-WORK-CREDIT-ACCT = SPACES
003230         DISPLAY "BOTH ACCOUNTS ARE REQUIRED."
003240         MOVE SPACES TO AM-WORK-CREDIT-ACCT
003250         GO TO 3520-EXIT.
003260     IF AM-WORK-DEBIT-ACCT = AM-WORK-CREDIT-ACCT
003270         DISPLAY "THE DEBIT AND CREDIT ACCOUNTS MUST DIFFER."
003280         MOVE SPACES TO AM-WORK-CREDIT-ACCT.
003290 3520-EXIT.
003300     EXIT.
003310
003320* =================================================================
003330* 4000-CHANGE-MAPPING -- RE-ENTER EVERY FIELD FOR AN EXISTING
003340* MAPPING AND REWRITE IT
003350* =================================================================
003360 4000-CHANGE-MAPPING.
003370     MOVE SPACES TO AM-WORK-MOVE-CODE.
003380     PERFORM 2200-GET-MOVE-CODE THRU 2200-EXIT
003390         UNTIL AM-VALID-MOVE-CODE.
003400     PERFORM 2100-READ-ONE-MAPPING THRU 2100-EXIT.
003410     IF NOT AM-RECORD-WAS-FOUND
003420         DISPLAY "MOVEMENT " AM-WORK-MOVE-CODE
003430             " IS NOT MAPPED -- USE ADD."
003440         GO TO 4000-EXIT.
003450     MOVE GM-RECORD TO AM-BEFORE-IMAGE.
003460     MOVE "GLMAP   " TO AM-LOG-FILE-ID.
003470     MOVE AM-WORK-MOVE-CODE TO AM-LOG-KEY.
003480     PERFORM 5100-DISPLAY-ONE-MAPPING THRU 5100-EXIT.
003490     PERFORM 3500-ACCEPT-FIELDS THRU 3500-EXIT.
003500     MOVE AM-WORK-DESCRIPTION TO GM-DESCRIPTION.
003510     MOVE AM-WORK-DEBIT-ACCT  TO GM-DEBIT-ACCOUNT.
003520     MOVE AM-WORK-CREDIT-ACCT TO GM-CREDIT-ACCOUNT.
003530     REWRITE GM-RECORD.
003540     IF AM-GM-FILE-STATUS NOT = "00"
003550         DISPLAY "MOVEMENT " AM-WORK-MOVE-CODE " NOT CHANGED -- "
003560             "REWRITE FAILED, STATUS " AM-GM-FILE-STATUS
003570         GO TO 4000-EXIT.
003580     MOVE "C" TO AM-LOG-ACTION.
003590     MOVE GM-RECORD TO AM-AFTER-IMAGE.
003600     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
003610     DISPLAY "MOVEMENT " AM-WORK-MOVE-CODE " CHANGED.".
003620 4000-EXIT.
003630     EXIT.
003640
003650* =================================================================
003660* 5000-INQUIRE-MAPPING -- DISPLAY ONE MOVEMENT'S ACCOUNTS
003670* =================================================================
003680 5000-INQUIRE-MAPPING.
003690     MOVE SPACES TO AM-WORK-MOVE-CODE.
003700     PERFORM 2200-GET-MOVE-CODE THRU 2200-EXIT
003710         UNTIL AM-VALID-MOVE-CODE.
003720     PERFORM 2100-READ-ONE-MAPPING THRU 2100-EXIT.
003730     IF NOT AM-RECORD-WAS-FOUND
003740         DISPLAY "MOVEMENT " AM-WORK-MOVE-CODE " IS NOT MAPPED."
003750         GO TO 5000-EXIT.
003760     PERFORM 5100-DISPLAY-ONE-MAPPING THRU 5100-EXIT.
003770 5000-EXIT.
003780     EXIT.
003790
003800 5100-DISPLAY-ONE-MAPPING.
003810     DISPLAY "MOVEMENT " GM-MOVE-CODE ":".
003820     DISPLAY "  DESCRIPTION .......... " GM-DESCRIPTION.
003830     DISPLAY "  DEBIT ACCOUNT ........ " GM-DEBIT-ACCOUNT.
003840     DISPLAY "  CREDIT ACCOUNT ....... " GM-CREDIT-ACCOUNT.
003850 5100-EXIT.
003860     EXIT.
003870
003880* =================================================================
003890* 8000-LOG-CHANGE -- WRITE THE BEFORE-IMAGE AND THE AFTER-IMAGE OF
003900* ONE CHANGE TO THE MAINTENANCE LOG.  THE CALLER HAS SET THE FILE,
003910* KEY, ACTION, BOTH IMAGES AND (FOR A CHANGE THE SHIFT MANAGER MUST
003920* SIGN OFF) THE REASON.
003930* =================================================================
003940 8000-LOG-CHANGE.
003950     MOVE FUNCTION CURRENT-DATE TO AM-LOG-DATETIME.
003960     MOVE SPACES TO MN-RECORD.
003970     MOVE AM-LOG-DATETIME(1:8) TO MN-STAMP-DATE.
003980     MOVE AM-LOG-DATETIME(9:6) TO MN-STAMP-TIME.
003990     MOVE AM-SIGNON-ID   TO MN-EMP-ID.
004000     MOVE "BLKJGLM "     TO MN-PROGRAM-ID.
004010     MOVE AM-LOG-FILE-ID TO MN-FILE-ID.
004020     MOVE AM-LOG-KEY     TO MN-RECORD-KEY.
004030     MOVE AM-LOG-ACTION  TO MN-ACTION.
004040     IF AM-LOG-REASON = SPACES
004050         MOVE "N" TO MN-SIGN-OFF-FLAG
004060     ELSE
004070         MOVE "Y" TO MN-SIGN-OFF-FLAG
004080         MOVE AM-LOG-REASON TO MN-SIGN-OFF-REASON.
004090     MOVE "B" TO MN-IMAGE-TYPE.
004100     MOVE AM-BEFORE-IMAGE TO MN-IMAGE.
004110     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
004120     MOVE "A" TO MN-IMAGE-TYPE.
004130     MOVE AM-AFTER-IMAGE TO MN-IMAGE.
004140     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
004150     MOVE SPACES TO AM-LOG-REASON.
004160 8000-EXIT.
004170     EXIT.
004180
004190* =================================================================
004200* 8010-WRITE-LOG-RECORD -- A CHANGE THAT CANNOT BE LOGGED ENDS THE
004210* SESSION.  THE MASTER ALREADY HOLDS IT, SO THE OPERATOR IS TOLD
004220* WHICH CHANGE WENT UNLOGGED.
004230* =================================================================
004240 8010-WRITE-LOG-RECORD.
004250     WRITE MN-RECORD.
004260     IF AM-MN-FILE-STATUS NOT = "00"
004270         DISPLAY "*** MAINTENANCE LOG WRITE FAILED -- STATUS "
004280             AM-MN-FILE-STATUS " ***"
004290         DISPLAY "*** " AM-LOG-FILE-ID " " AM-LOG-KEY
004300             " WAS CHANGED BUT NOT LOGGED -- SESSION ENDED ***"
004310         PERFORM 1900-TERMINATE THRU 1900-EXIT
004320         MOVE 16 TO RETURN-CODE
004330         STOP RUN.
004340 8010-EXIT.
004350     EXIT.
