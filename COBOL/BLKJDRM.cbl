000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLKJDRM.
000030 AUTHOR. R. OKONKWO, PIT SYSTEMS GROUP.
000040 INSTALLATION. TABLE GAMES DATA PROCESSING.
000050 DATE-WRITTEN. 10-15-2026.
000060 DATE-COMPILED.
000070*
000080* -----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL BATCH JOB.  DORMANT BANKROLL ACCOUNTS
000130*                  AND UNCLAIMED-FUNDS (ESCHEAT) PROCESSING, RUN
000140*                  PERIODICALLY AT COMPLIANCE'S REQUEST.  EVERY
000150*                  LEDGER ACCOUNT (BANKROLL) HOLDING A POSITIVE
000160*                  BALANCE WHOSE LAST TABLE OR CAGE ACTIVITY -- THE
000170*                  LATEST HAND ON THE HAND-HISTORY ARCHIVE
000180*                  (HANDARCH) OR THE CURRENT HAND-HISTORY FILE, OR
000190*                  THE LATEST CAGE JOURNAL LINE (CAGEJRNL) -- IS
000200*                  OLDER THAN THE DORMANCY PERIOD ON THE DORMPARM
000210*                  FILE PRINTS ON THE DORMANCY REPORT (DORMRPT)
000220*                  WITH THE PATRON'S NAME AND ADDRESS FROM THE
000230*                  PATRON MASTER.  A REPORT-ONLY RUN CHANGES
000240*                  NOTHING.  AN ESCHEAT RUN, SIGNED ON BY A CAGE
000250*                  EMPLOYEE, ALSO WRITES EACH ACCOUNT TO THE STATE
000260*                  REMITTANCE FILE (ESCHEXT), ZEROES THE BALANCE
000270*                  THROUGH AN ESCHEAT LINE ON THE CAGE JOURNAL
000280*                  (TYPE U, A DEBIT) SO THE NIGHTLY RECONCILIATION
000290*                  (BLKJRCN) STILL BALANCES, AND MARKS THE ACCOUNT
000300*                  ESCHEATED SO THE TABLE (BLKJACK) AND THE CAGE
000310*                  (BLKJCSH) REFUSE IT UNTIL THE CAGE REACTIVATES
000320*                  IT.
000322* 10-15-26   ROP   AN ACCOUNT WHOSE PATRON IS SEATED AT A TABLE
000324*                  (IN PLAY ON THE LEDGER) IS NOT ESCHEATED -- THE
000326*                  TABLE STILL HOLDS ITS MONEY ON THE FELT.
000330* -----------------------------------------------------------------
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PLAYER-BANKROLL-FILE ASSIGN TO BANKROLL
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS BK-PLAYER-ID
000420         FILE STATUS IS DO-BK-FILE-STATUS.
000430     SELECT HAND-ARCH-FILE ASSIGN TO HANDARCH
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS DO-AR-FILE-STATUS.
000460     SELECT HAND-HIST-FILE ASSIGN TO HANDHIST
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS DO-HH-FILE-STATUS.
000490     SELECT CAGE-JRNL-FILE ASSIGN TO CAGEJRNL
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS DO-CJ-FILE-STATUS.
000520     SELECT PATRON-MAST-FILE ASSIGN TO PTRNMST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS PT-PLAYER-ID
000560         FILE STATUS IS DO-PT-FILE-STATUS.
000570     SELECT EMPL-MAST-FILE ASSIGN TO EMPLMST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS EM-EMP-ID
000610         FILE STATUS IS DO-EM-FILE-STATUS.
000620     SELECT DORM-PARM-FILE ASSIGN TO DORMPARM
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS DO-DM-FILE-STATUS.
000650     SELECT ESCH-EXTR-FILE ASSIGN TO ESCHEXT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS DO-ES-FILE-STATUS.
000680     SELECT DORM-REPT-FILE ASSIGN TO DORMRPT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS DO-RPT-FILE-STATUS.
000710     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PLAYER-BANKROLL-FILE
000760     LABEL RECORD IS STANDARD.
000770     COPY BANKREC.
000780
000790* ----------------------------------------------------------------
000800* HAND-ARCH-FILE -- THE DATED HAND-HISTORY ARCHIVE CUT NIGHTLY BY
000810* BLKJEOD.  ONLY THE PLAYER ID AND THE GAMING DATE ARE WANTED; THE
000820* LAYOUT MIRRORS THEIR POSITIONS IN HANDREC (THE COPYBOOK IS
000830* ALREADY IN THE HAND-HIST FD) -- KEEP THE TWO IN STEP.
000840* ----------------------------------------------------------------
000850 FD  HAND-ARCH-FILE
000860     LABEL RECORD IS STANDARD.
000870 01  AR-RECORD.
000880     05  FILLER                 PIC X(10).
000890     05  AR-PLAYER-ID           PIC X(06).
000900     05  FILLER                 PIC X(76).
000910     05  AR-GAME-DATE           PIC 9(08).
000920     05  FILLER                 PIC X(63).
000930
000940 FD  HAND-HIST-FILE
000950     LABEL RECORD IS STANDARD.
000960     COPY HANDREC.
000970
000980 FD  CAGE-JRNL-FILE
000990     LABEL RECORD IS STANDARD.
001000     COPY CAGEREC.
001010
001020 FD  PATRON-MAST-FILE
001030     LABEL RECORD IS STANDARD.
001040     COPY PTRNREC.
001050
001060 FD  EMPL-MAST-FILE
001070     LABEL RECORD IS STANDARD.
001080     COPY EMPREC.
001090
001100 FD  DORM-PARM-FILE
001110     LABEL RECORD IS STANDARD.
001120     COPY DRMREC.
001130
001140 FD  ESCH-EXTR-FILE
001150     LABEL RECORD IS STANDARD.
001160     COPY ESCREC.
001170
001180* ----------------------------------------------------------------
001190* DORM-REPT-FILE -- ONE PRINT LINE PER DORMANT ACCOUNT, PLUS
001200* HEADINGS AND THE SUMMARY.  RPT-HEADING REDEFINES THE SAME
001210* STORAGE SO A HEADING CAN BE MOVED IN AS PLAIN TEXT.
001220* ----------------------------------------------------------------
001230 FD  DORM-REPT-FILE
001240     LABEL RECORD IS STANDARD.
001250 01  RPT-RECORD.
001260     05  RPT-PLAYER-ID          PIC X(06).
001270     05  FILLER                 PIC X(02) VALUE SPACES.
001280     05  RPT-PATRON-NAME        PIC X(25).
001290     05  FILLER                 PIC X(02) VALUE SPACES.
001300     05  RPT-ADDRESS            PIC X(25).
001310     05  FILLER                 PIC X(02) VALUE SPACES.
001320     05  RPT-LAST-ACTIVITY      PIC 9(08).
001330     05  FILLER                 PIC X(02) VALUE SPACES.
001340     05  RPT-BALANCE            PIC Z,ZZZ,ZZ9.99.
001350     05  FILLER                 PIC X(02) VALUE SPACES.
001360     05  RPT-ACTION             PIC X(16).
001370 01  RPT-HEADING REDEFINES RPT-RECORD.
001380     05  RH-TEXT                PIC X(102).
001390
001400* ----------------------------------------------------------------
001410* SORT-WORK-FILE -- EVERY DATED TRACE A PLAYER HAS LEFT, SORTED
001420* BY PLAYER: TYPE 1 IS A POSITIVE-BALANCE LEDGER ACCOUNT STILL
001430* OPEN, TYPE 2 A HAND OR A CAGE JOURNAL LINE WITH ITS DATE.  ONE
001440* PLAYER'S WHOLE HISTORY ARRIVES AS ONE RUN AND THE LATEST DATE
001450* NEEDS NO TABLE.
001460* ----------------------------------------------------------------
001470 SD  SORT-WORK-FILE.
001480 01  SW-RECORD.
001490     05  SW-PLAYER-ID           PIC X(06).
001500     05  SW-REC-TYPE            PIC X(01).
001510         88  SW-TYPE-LEDGER     VALUE "1".
001520         88  SW-TYPE-ACTIVITY   VALUE "2".
001530     05  SW-DATE                PIC 9(08).
001540     05  SW-BALANCE             PIC S9(07)V99.
001550
001560 WORKING-STORAGE SECTION.
001570* ---------------------------------------------------------- SWITCHES
001580 77  DO-BK-FILE-STATUS      PIC X(02)  VALUE "00".
001590 77  DO-AR-FILE-STATUS      PIC X(02)  VALUE "00".
001600 77  DO-HH-FILE-STATUS      PIC X(02)  VALUE "00".
001610 77  DO-CJ-FILE-STATUS      PIC X(02)  VALUE "00".
001620 77  DO-PT-FILE-STATUS      PIC X(02)  VALUE "00".
001630 77  DO-EM-FILE-STATUS      PIC X(02)  VALUE "00".
001640 77  DO-DM-FILE-STATUS      PIC X(02)  VALUE "00".
001650 77  DO-ES-FILE-STATUS      PIC X(02)  VALUE "00".
001660 77  DO-RPT-FILE-STATUS     PIC X(02)  VALUE "00".
001670 77  DO-PATRON-AVAIL-FLAG   PIC X(01)  VALUE "N".
001680     88  DO-PATRON-AVAIL    VALUE "Y".
001690 77  DO-PATRON-FOUND-FLAG   PIC X(01)  VALUE "N".
001700     88  DO-PATRON-WAS-FOUND
001710                            VALUE "Y".
001720 77  DO-EOF-FLAG            PIC X(01)  VALUE "N".
001730     88  DO-AT-EOF          VALUE "Y".
001740 77  DO-SORT-EOF-FLAG       PIC X(01)  VALUE "N".
001750     88  DO-SORT-AT-EOF     VALUE "Y".
001760 77  DO-ON-LEDGER-FLAG      PIC X(01)  VALUE "N".
001770     88  DO-ON-LEDGER       VALUE "Y".
001780 77  DO-IO-FILE-NAME        PIC X(08)  VALUE SPACES.
001790 77  DO-IO-OPERATION        PIC X(08)  VALUE SPACES.
001800 77  DO-IO-STATUS           PIC X(02)  VALUE "00".
001810* -------------------------------------------------------- RUN CONTROL
001820 77  DO-RUN-MODE            PIC X(01)  VALUE SPACE.
001830     88  DO-MODE-REPORT     VALUE "R".
001840     88  DO-MODE-ESCHEAT    VALUE "E".
001850     88  DO-VALID-MODE      VALUE "R" "E".
001860 77  DO-RUN-DATE-IN         PIC X(08)  VALUE SPACES.
001870 01  DO-RUN-DATE-AREA.
001880     05  DO-RUN-DATE            PIC 9(08)  VALUE ZERO.
001890     05  DO-RUN-DATE-PARTS REDEFINES DO-RUN-DATE.
001900         10  DO-RUN-YEAR        PIC 9(04).
001910         10  DO-RUN-MONTH       PIC 9(02).
001920         10  DO-RUN-DAY         PIC 9(02).
001930 01  DO-CUTOFF-DATE-AREA.
001940     05  DO-CUTOFF-DATE         PIC 9(08)  VALUE ZERO.
001950     05  DO-CUTOFF-DATE-PARTS REDEFINES DO-CUTOFF-DATE.
001960         10  DO-CUTOFF-YEAR     PIC 9(04).
001970         10  DO-CUTOFF-MONTH    PIC 9(02).
001980         10  DO-CUTOFF-DAY      PIC 9(02).
001990 77  DO-MONTH-INDEX         PIC 9(06)  VALUE ZERO.
002000 77  DO-MONTH-REMAINDER     PIC 9(02)  VALUE ZERO.
002010 77  DO-CURRENT-DATETIME    PIC X(21)  VALUE SPACES.
002020* ------------------------------------------------------- PARAMETERS
002030* THE BUILT-IN PERIOD STANDS WHEN NO DORMPARM FILE EXISTS OR ITS
002040* RECORD CARRIES ZERO MONTHS.
002050 77  DO-DORMANCY-MONTHS     PIC 9(03)  VALUE 36.
002060* ---------------------------------------------------------- SIGN-ON
002070* AN ESCHEAT RUN MOVES LEDGER MONEY, SO THE CAGE JOURNAL LINE MUST
002080* NAME THE ACTIVE CASHIER OR PIT SUPERVISOR WHO RAN IT.
002090 77  DO-SIGNON-ID           PIC X(04)  VALUE SPACES.
002100 77  DO-SIGNON-OK-FLAG      PIC X(01)  VALUE "N".
002110     88  DO-SIGNED-ON       VALUE "Y".
002120* ------------------------------------------------------ PLAYER BREAK
002130 77  DO-BRK-PLAYER-ID       PIC X(06)  VALUE SPACES.
002140 77  DO-BRK-BALANCE         PIC S9(07)V99 VALUE ZERO.
002150 77  DO-LAST-ACTIVITY       PIC 9(08)  VALUE ZERO.
002160 77  DO-PATRON-NAME         PIC X(25)  VALUE SPACES.
002170 77  DO-PATRON-ADDRESS      PIC X(25)  VALUE SPACES.
002180 77  DO-ACTION              PIC X(16)  VALUE SPACES.
002190 77  DO-BEFORE-BALANCE      PIC S9(07)V99 VALUE ZERO.
002200* ---------------------------------------------------- CONTROL TOTALS
002210 77  DO-CHECKED-COUNT       PIC 9(05)  VALUE ZERO.
002220 77  DO-DORMANT-COUNT       PIC 9(05)  VALUE ZERO.
002230 77  DO-DORMANT-AMOUNT      PIC 9(09)V99 VALUE ZERO.
002240 77  DO-ESCHEAT-COUNT       PIC 9(05)  VALUE ZERO.
002250 77  DO-ESCHEAT-AMOUNT      PIC 9(09)V99 VALUE ZERO.
002260 77  DO-SKIPPED-COUNT       PIC 9(05)  VALUE ZERO.
002270 77  DO-EDIT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
002280
002290 PROCEDURE DIVISION.
002300* =================================================================
002310* 0000-MAINLINE
002320* =================================================================
002330 0000-MAINLINE.
002340     DISPLAY "DORMANT ACCOUNTS AND UNCLAIMED-FUNDS PROCESSING".
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360     SORT SORT-WORK-FILE
002370         ON ASCENDING KEY SW-PLAYER-ID
002380                          SW-REC-TYPE
002390         INPUT PROCEDURE IS 2000-RELEASE-HISTORY THRU 2000-EXIT
002400         OUTPUT PROCEDURE IS 4000-SCAN-BY-PLAYER
002410             THRU 4000-EXIT.
002420     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
002430     PERFORM 1900-TERMINATE THRU 1900-EXIT.
002440     STOP RUN.
002450
002460* =================================================================
002470* 1000-INITIALIZE -- GET THE RUN DATE AND MODE, LOAD THE DORMANCY
002480* PERIOD, SIGN THE CAGE ON FOR AN ESCHEAT RUN, AND OPEN THE
002490* LEDGER, THE TRAILS AND THE OUTPUTS.  A MISSING ARCHIVE, HAND
002500* FILE OR JOURNAL IS ALLOWED (NO SUCH ACTIVITY YET).
002510* =================================================================
002520 1000-INITIALIZE.
002530     PERFORM 1100-GET-RUN-DATE THRU 1100-EXIT
002540         UNTIL DO-RUN-DATE > ZERO.
002550     PERFORM 1150-GET-RUN-MODE THRU 1150-EXIT
002560         UNTIL DO-VALID-MODE.
002570     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
002580     PERFORM 1300-FIGURE-CUTOFF THRU 1300-EXIT.
002590     IF DO-MODE-ESCHEAT
002600         PERFORM 1400-SIGN-ON THRU 1400-EXIT
002610         OPEN I-O PLAYER-BANKROLL-FILE
002620     ELSE
002630         OPEN INPUT PLAYER-BANKROLL-FILE.
002640     IF DO-BK-FILE-STATUS NOT = "00"
002650         DISPLAY "CANNOT OPEN BANKROLL -- STATUS "
002660             DO-BK-FILE-STATUS
002670         MOVE 16 TO RETURN-CODE
002680         STOP RUN.
002690     OPEN INPUT HAND-ARCH-FILE.
002700     OPEN INPUT HAND-HIST-FILE.
002710     OPEN INPUT CAGE-JRNL-FILE.
002720* THE NAME AND ADDRESS ARE WHAT THE STATE NEEDS TO FIND THE OWNER
002730* -- A SHOP WITHOUT A PATRON MASTER STILL GETS ITS REPORT, WITH
002740* THE COLUMNS BLANK.
002750     OPEN INPUT PATRON-MAST-FILE.
002760     IF DO-PT-FILE-STATUS = "00"
002770         MOVE "Y" TO DO-PATRON-AVAIL-FLAG
002780     ELSE
002790         DISPLAY "NO PATRON MASTER -- NAMES LEFT BLANK, STATUS "
002800             DO-PT-FILE-STATUS.
002810     OPEN OUTPUT DORM-REPT-FILE.
002820     IF DO-RPT-FILE-STATUS NOT = "00"
002830         DISPLAY "CANNOT OPEN DORMRPT -- STATUS "
002840             DO-RPT-FILE-STATUS
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN.
002870     IF DO-MODE-ESCHEAT
002880         OPEN OUTPUT ESCH-EXTR-FILE
002890         IF DO-ES-FILE-STATUS NOT = "00"
002900             DISPLAY "CANNOT OPEN ESCHEXT -- STATUS "
002910                 DO-ES-FILE-STATUS
002920             MOVE 16 TO RETURN-CODE
002930             STOP RUN.
002940     PERFORM 6100-PRINT-HEADING THRU 6100-EXIT.
002950 1000-EXIT.
002960     EXIT.
002970
002980 1100-GET-RUN-DATE.
002990     DISPLAY "ENTER RUN DATE (YYYYMMDD): ".
003000     ACCEPT DO-RUN-DATE-IN.
003010     IF DO-RUN-DATE-IN IS NUMERIC
003020         MOVE DO-RUN-DATE-IN TO DO-RUN-DATE
003030     ELSE
003040         DISPLAY "A NUMERIC YYYYMMDD DATE IS REQUIRED."
003050         GO TO 1100-EXIT.
003060     IF DO-RUN-MONTH < 1 OR DO-RUN-MONTH > 12
003070         DISPLAY "THE MONTH MUST BE 01 THROUGH 12."
003080         MOVE ZERO TO DO-RUN-DATE.
003090 1100-EXIT.
003100     EXIT.
003110
003120 1150-GET-RUN-MODE.
003130     DISPLAY "RUN MODE -- (R)EPORT ONLY OR (E)SCHEAT? ".
003140     ACCEPT DO-RUN-MODE.
003150     IF NOT DO-VALID-MODE
003160         DISPLAY "PLEASE ENTER R OR E.".
003170 1150-EXIT.
003180     EXIT.
003190
003200* =================================================================
003210* 1200-LOAD-PARAMETERS -- READ THE ONE-RECORD PARAMETER FILE.  A
003220* MISSING FILE, AN EMPTY ONE OR A ZERO PERIOD LEAVES THE BUILT-IN
003230* DORMANCY PERIOD.
003240* =================================================================
003250 1200-LOAD-PARAMETERS.
003260     OPEN INPUT DORM-PARM-FILE.
003270     IF DO-DM-FILE-STATUS NOT = "00"
003280         DISPLAY "NO DORMPARM FILE -- USING BUILT-IN PERIOD OF "
003290             DO-DORMANCY-MONTHS " MONTHS"
003300         GO TO 1200-EXIT.
003310     READ DORM-PARM-FILE
003320         AT END
003330             DISPLAY "EMPTY DORMPARM FILE -- USING BUILT-IN "
003340                 "PERIOD OF " DO-DORMANCY-MONTHS " MONTHS".
003350     IF DO-DM-FILE-STATUS = "00"
003360         AND DM-DORMANCY-MONTHS > ZERO
003370         MOVE DM-DORMANCY-MONTHS TO DO-DORMANCY-MONTHS.
003380     CLOSE DORM-PARM-FILE.
003390 1200-EXIT.
003400     EXIT.
003410
003420* =================================================================
003430* 1300-FIGURE-CUTOFF -- THE RUN DATE LESS THE DORMANCY PERIOD IN
003440* MONTHS.  AN ACCOUNT LAST ACTIVE BEFORE THE CUTOFF IS DORMANT.  A
003450* RUN DAY PAST THE 28TH CUTS ON THE 28TH SO THE CUTOFF IS ALWAYS A
003460* REAL DATE -- A FEW DAYS EARLY, IN THE PATRON'S FAVOR.
003470* =================================================================
003480 1300-FIGURE-CUTOFF.
003490     COMPUTE DO-MONTH-INDEX =
003500         DO-RUN-YEAR * 12 + DO-RUN-MONTH - 1
003510           - DO-DORMANCY-MONTHS.
003520     DIVIDE DO-MONTH-INDEX BY 12
003530         GIVING DO-CUTOFF-YEAR
003540         REMAINDER DO-MONTH-REMAINDER.
003550     ADD 1 DO-MONTH-REMAINDER GIVING DO-CUTOFF-MONTH.
003560     MOVE DO-RUN-DAY TO DO-CUTOFF-DAY.
003570     IF DO-CUTOFF-DAY > 28
003580         MOVE 28 TO DO-CUTOFF-DAY.
003590     DISPLAY "DORMANCY PERIOD " DO-DORMANCY-MONTHS
003600         " MONTHS -- NO ACTIVITY SINCE BEFORE " DO-CUTOFF-DATE.
003610 1300-EXIT.
003620     EXIT.
003630
003640* =================================================================
003650* 1400-SIGN-ON -- AN ESCHEAT RUN ZEROES LEDGER BALANCES THROUGH THE
003660* CAGE JOURNAL, SO IT IS SIGNED ON LIKE THE CAGE ITSELF: AN
003670* ACTIVE CASHIER OR PIT SUPERVISOR ON THE EMPLOYEE MASTER, WHOSE
003680* ID STAMPS EVERY ESCHEAT LINE.
003690* =================================================================
003700 1400-SIGN-ON.
003710     OPEN INPUT EMPL-MAST-FILE.
003720     IF DO-EM-FILE-STATUS NOT = "00"
003730         DISPLAY "NO EMPLOYEE MASTER -- STATUS "
003740             DO-EM-FILE-STATUS
003750             " -- AN ESCHEAT RUN CANNOT BE SIGNED ON."
003760         MOVE 16 TO RETURN-CODE
003770         STOP RUN.
003780     PERFORM 1410-GET-SIGNON-ID THRU 1410-EXIT
003790         UNTIL DO-SIGNED-ON.
003800     CLOSE EMPL-MAST-FILE.
003810 1400-EXIT.
003820     EXIT.
003830
003840 1410-GET-SIGNON-ID.
003850     MOVE SPACES TO DO-SIGNON-ID.
003860     DISPLAY "ENTER CASHIER OR SUPERVISOR ID: ".
003870     ACCEPT DO-SIGNON-ID.
003880     IF DO-SIGNON-ID = SPACES
003890         DISPLAY "AN EMPLOYEE ID IS REQUIRED."
003900         GO TO 1410-EXIT.
003910     MOVE DO-SIGNON-ID TO EM-EMP-ID.
003920     READ EMPL-MAST-FILE
003930         INVALID KEY
003940             DISPLAY "ID " DO-SIGNON-ID " IS NOT ON THE "
003950                 "EMPLOYEE MASTER."
003960             GO TO 1410-EXIT.
003970     IF NOT EM-IS-ACTIVE
003980         DISPLAY "EMPLOYEE " DO-SIGNON-ID " IS NOT ACTIVE."
003990         GO TO 1410-EXIT.
004000     IF NOT EM-ROLE-CASHIER AND NOT EM-ROLE-PIT
004010         DISPLAY "EMPLOYEE " DO-SIGNON-ID
004020             " IS NOT A CASHIER OR PIT SUPERVISOR."
004030         GO TO 1410-EXIT.
004040     MOVE "Y" TO DO-SIGNON-OK-FLAG.
004050     DISPLAY "EMPLOYEE " DO-SIGNON-ID " (" EM-NAME
004060         ") SIGNED ON.".
004070 1410-EXIT.
004080     EXIT.
004090
004100* =================================================================
004110* 1900-TERMINATE -- CLOSE FILES BEFORE RETURNING TO THE OPERATING
004120* SYSTEM.  THE JOURNAL IS OPEN AGAIN ONLY IN AN ESCHEAT RUN.
004130* =================================================================
004140 1900-TERMINATE.
004150     CLOSE PLAYER-BANKROLL-FILE.
004160     CLOSE DORM-REPT-FILE.
004170     IF DO-PATRON-AVAIL
004180         CLOSE PATRON-MAST-FILE.
004190     IF DO-MODE-ESCHEAT
004200         CLOSE CAGE-JRNL-FILE
004210         CLOSE ESCH-EXTR-FILE.
004220 1900-EXIT.
004230     EXIT.
004240
004250* =================================================================
004260* 2000-RELEASE-HISTORY -- SORT INPUT PROCEDURE.  EVERY OPEN
004270* POSITIVE-BALANCE ACCOUNT AND EVERY DATED TRACE ON THE ARCHIVE,
004280* THE CURRENT HAND FILE AND THE CAGE JOURNAL IS RELEASED TO THE
004290* ONE SORT; NOTHING IS HELD IN STORAGE.
004300* =================================================================
004310 2000-RELEASE-HISTORY.
004320     PERFORM 2100-RELEASE-LEDGER THRU 2100-EXIT.
004330     PERFORM 2200-RELEASE-ARCHIVE THRU 2200-EXIT.
004340     PERFORM 2300-RELEASE-HAND-HISTORY THRU 2300-EXIT.
004350     PERFORM 2400-RELEASE-CAGE-JOURNAL THRU 2400-EXIT.
004360 2000-EXIT.
004370     EXIT.
004380
004390* =================================================================
004400* 2100-RELEASE-LEDGER -- ONLY AN ACCOUNT STILL OPEN AND HOLDING
004410* MONEY CAN BE DORMANT; AN EMPTY OR ALREADY-ESCHEATED ONE HAS
004420* NOTHING TO REMIT.
004430* =================================================================
004440 2100-RELEASE-LEDGER.
004450     MOVE "N" TO DO-EOF-FLAG.
004460     PERFORM 2110-READ-LEDGER THRU 2110-EXIT.
004470     PERFORM 2120-RELEASE-ONE-LEDGER THRU 2120-EXIT
004480         UNTIL DO-AT-EOF.
004490 2100-EXIT.
004500     EXIT.
004510
004520 2110-READ-LEDGER.
004530     READ PLAYER-BANKROLL-FILE NEXT RECORD
004540         AT END
004550             MOVE "Y" TO DO-EOF-FLAG.
004560     IF DO-BK-FILE-STATUS NOT = "00"
004570         AND DO-BK-FILE-STATUS NOT = "10"
004580         MOVE "BANKROLL" TO DO-IO-FILE-NAME
004590         MOVE "READ"     TO DO-IO-OPERATION
004600         MOVE DO-BK-FILE-STATUS TO DO-IO-STATUS
004610         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
004620 2110-EXIT.
004630     EXIT.
004640
004650 2120-RELEASE-ONE-LEDGER.
004660     IF BK-BALANCE > ZERO
004670         AND NOT BK-ACCOUNT-ESCHEATED
004680         MOVE BK-PLAYER-ID TO SW-PLAYER-ID
004690         MOVE "1" TO SW-REC-TYPE
004700         MOVE ZERO TO SW-DATE
004710         MOVE BK-BALANCE TO SW-BALANCE
004720         RELEASE SW-RECORD
004730         ADD 1 TO DO-CHECKED-COUNT.
004740     PERFORM 2110-READ-LEDGER THRU 2110-EXIT.
004750 2120-EXIT.
004760     EXIT.
004770
004780* =================================================================
004790* 2200-RELEASE-ARCHIVE -- ONE TRACE PER ARCHIVED HAND.  A MISSING
004800* ARCHIVE (STATUS 35 ON THE OPEN) MEANS NO DAY CLOSED YET.
004810* =================================================================
004820 2200-RELEASE-ARCHIVE.
004830     IF DO-AR-FILE-STATUS = "35"
004840         DISPLAY "NO HAND-HISTORY ARCHIVE -- NONE RELEASED"
004850         GO TO 2200-EXIT.
004860     MOVE "N" TO DO-EOF-FLAG.
004870     PERFORM 2210-READ-ARCHIVE THRU 2210-EXIT.
004880     PERFORM 2220-RELEASE-ONE-ARCHIVE THRU 2220-EXIT
004890         UNTIL DO-AT-EOF.
004900     CLOSE HAND-ARCH-FILE.
004910 2200-EXIT.
004920     EXIT.
004930
004940 2210-READ-ARCHIVE.
004950     READ HAND-ARCH-FILE
004960         AT END
004970             MOVE "Y" TO DO-EOF-FLAG.
004980     IF DO-AR-FILE-STATUS NOT = "00"
004990         AND DO-AR-FILE-STATUS NOT = "10"
005000         MOVE "HANDARCH" TO DO-IO-FILE-NAME
005010         MOVE "READ"     TO DO-IO-OPERATION
005020         MOVE DO-AR-FILE-STATUS TO DO-IO-STATUS
005030         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
005040 2210-EXIT.
005050     EXIT.
005060
005070 2220-RELEASE-ONE-ARCHIVE.
005080     MOVE AR-PLAYER-ID TO SW-PLAYER-ID.
005090     MOVE "2" TO SW-REC-TYPE.
005100     MOVE AR-GAME-DATE TO SW-DATE.
005110     MOVE ZERO TO SW-BALANCE.
005120     RELEASE SW-RECORD.
005130     PERFORM 2210-READ-ARCHIVE THRU 2210-EXIT.
005140 2220-EXIT.
005150     EXIT.
005160
005170* =================================================================
005180* 2300-RELEASE-HAND-HISTORY -- HANDS DEALT SINCE THE LAST CLOSE ARE
005190* STILL ON THE CURRENT FILE AND COUNT THE SAME WAY.
005200* =================================================================
005210 2300-RELEASE-HAND-HISTORY.
005220     IF DO-HH-FILE-STATUS = "35"
005230         GO TO 2300-EXIT.
005240     MOVE "N" TO DO-EOF-FLAG.
005250     PERFORM 2310-READ-HAND THRU 2310-EXIT.
005260     PERFORM 2320-RELEASE-ONE-HAND THRU 2320-EXIT
005270         UNTIL DO-AT-EOF.
005280     CLOSE HAND-HIST-FILE.
005290 2300-EXIT.
005300     EXIT.
005310
005320 2310-READ-HAND.
005330     READ HAND-HIST-FILE
005340         AT END
005350             MOVE "Y" TO DO-EOF-FLAG.
005360     IF DO-HH-FILE-STATUS NOT = "00"
005370         AND DO-HH-FILE-STATUS NOT = "10"
005380         MOVE "HANDHIST" TO DO-IO-FILE-NAME
005390         MOVE "READ"     TO DO-IO-OPERATION
005400         MOVE DO-HH-FILE-STATUS TO DO-IO-STATUS
005410         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
005420 2310-EXIT.
005430     EXIT.
005440
005450 2320-RELEASE-ONE-HAND.
005460     MOVE HH-PLAYER-ID TO SW-PLAYER-ID.
005470     MOVE "2" TO SW-REC-TYPE.
005480     MOVE HH-GAME-DATE TO SW-DATE.
005490     MOVE ZERO TO SW-BALANCE.
005500     RELEASE SW-RECORD.
005510     PERFORM 2310-READ-HAND THRU 2310-EXIT.
005520 2320-EXIT.
005530     EXIT.
005540
005550* =================================================================
005560* 2400-RELEASE-CAGE-JOURNAL -- EVERY JOURNAL LINE IS A PATRON AT
005570* THE CAGE OR THE TABLE, MONEY MOVED OR NOT.  THE JOURNAL IS
005580* CLOSED AFTER THE PASS SO AN ESCHEAT RUN CAN EXTEND IT.
005590* =================================================================
005600 2400-RELEASE-CAGE-JOURNAL.
005610     IF DO-CJ-FILE-STATUS = "35"
005620         GO TO 2400-EXIT.
005630     MOVE "N" TO DO-EOF-FLAG.
005640     PERFORM 2410-READ-CAGE-TRAN THRU 2410-EXIT.
005650     PERFORM 2420-RELEASE-ONE-CAGE THRU 2420-EXIT
005660         UNTIL DO-AT-EOF.
005670     CLOSE CAGE-JRNL-FILE.
005680 2400-EXIT.
005690     EXIT.
005700
005710 2410-READ-CAGE-TRAN.
005720     READ CAGE-JRNL-FILE
005730         AT END
005740             MOVE "Y" TO DO-EOF-FLAG.
005750     IF DO-CJ-FILE-STATUS NOT = "00"
005760         AND DO-CJ-FILE-STATUS NOT = "10"
005770         MOVE "CAGEJRNL" TO DO-IO-FILE-NAME
005780         MOVE "READ"     TO DO-IO-OPERATION
005790         MOVE DO-CJ-FILE-STATUS TO DO-IO-STATUS
005800         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
005810 2410-EXIT.
005820     EXIT.
005830
005840 2420-RELEASE-ONE-CAGE.
005850     MOVE CJ-PLAYER-ID TO SW-PLAYER-ID.
005860     MOVE "2" TO SW-REC-TYPE.
005870     MOVE CJ-TRAN-DATE TO SW-DATE.
005880     MOVE ZERO TO SW-BALANCE.
005890     RELEASE SW-RECORD.
005900     PERFORM 2410-READ-CAGE-TRAN THRU 2410-EXIT.
005910 2420-EXIT.
005920     EXIT.
005930
005940* =================================================================
005950* 4000-SCAN-BY-PLAYER -- SORT OUTPUT PROCEDURE.  EACH PLAYER'S
005960* HISTORY COMES BACK AS ONE RUN; THE LATEST DATE IN IT IS THE
005970* LAST ACTIVITY.  AN ESCHEAT RUN REOPENS THE JOURNAL FIRST FOR
005980* THE LINES IT WILL WRITE.
005990* =================================================================
006000 4000-SCAN-BY-PLAYER.
006010     IF DO-MODE-ESCHEAT
006020         PERFORM 4010-OPEN-JOURNAL THRU 4010-EXIT.
006030     PERFORM 4050-RETURN-ONE-RECORD THRU 4050-EXIT.
006040     PERFORM 4100-BREAK-ONE-PLAYER THRU 4100-EXIT
006050         UNTIL DO-SORT-AT-EOF.
006060 4000-EXIT.
006070     EXIT.
006080
006090 4010-OPEN-JOURNAL.
006100     OPEN EXTEND CAGE-JRNL-FILE.
006110     IF DO-CJ-FILE-STATUS = "35"
006120         OPEN OUTPUT CAGE-JRNL-FILE.
006130     IF DO-CJ-FILE-STATUS NOT = "00"
006140         MOVE "CAGEJRNL" TO DO-IO-FILE-NAME
006150         MOVE "OPEN"     TO DO-IO-OPERATION
006160         MOVE DO-CJ-FILE-STATUS TO DO-IO-STATUS
006170         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
006180 4010-EXIT.
006190     EXIT.
006200
006210 4050-RETURN-ONE-RECORD.
006220     RETURN SORT-WORK-FILE
006230         AT END
006240             MOVE "Y" TO DO-SORT-EOF-FLAG.
006250 4050-EXIT.
006260     EXIT.
006270
006280 4100-BREAK-ONE-PLAYER.
006290     MOVE SW-PLAYER-ID TO DO-BRK-PLAYER-ID.
006300     MOVE ZERO TO DO-LAST-ACTIVITY.
006310     MOVE ZERO TO DO-BRK-BALANCE.
006320     MOVE "N" TO DO-ON-LEDGER-FLAG.
006330     PERFORM 4200-APPLY-ONE-RECORD THRU 4200-EXIT
006340         UNTIL DO-SORT-AT-EOF
006350         OR SW-PLAYER-ID NOT = DO-BRK-PLAYER-ID.
006360     IF DO-ON-LEDGER
006370         PERFORM 4300-CHECK-ONE-ACCOUNT THRU 4300-EXIT.
006380 4100-EXIT.
006390     EXIT.
006400
006410 4200-APPLY-ONE-RECORD.
006420     IF SW-TYPE-LEDGER
006430         MOVE "Y" TO DO-ON-LEDGER-FLAG
006440         MOVE SW-BALANCE TO DO-BRK-BALANCE
006450     ELSE
006460         IF SW-DATE > DO-LAST-ACTIVITY
006470             MOVE SW-DATE TO DO-LAST-ACTIVITY.
006480     PERFORM 4050-RETURN-ONE-RECORD THRU 4050-EXIT.
006490 4200-EXIT.
006500     EXIT.
006510
006520* =================================================================
006530* 4300-CHECK-ONE-ACCOUNT -- AN ACCOUNT WITH NO TRAIL LEFT AT ALL IS
006540* TAKEN AS LAST ACTIVE ON ITS ENROLLMENT DATE, SO A PURGED JOURNAL
006550* NEVER MAKES A NEW PATRON LOOK DORMANT.  LAST ACTIVE BEFORE THE
006560* CUTOFF IS DORMANT: PRINTED, AND IN AN ESCHEAT RUN REMITTED.
006570* =================================================================
006580 4300-CHECK-ONE-ACCOUNT.
006590     PERFORM 7200-GET-PATRON THRU 7200-EXIT.
006600     IF DO-PATRON-WAS-FOUND
006610         AND PT-ENROLL-DATE > DO-LAST-ACTIVITY
006620         MOVE PT-ENROLL-DATE TO DO-LAST-ACTIVITY.
006630     IF DO-LAST-ACTIVITY NOT < DO-CUTOFF-DATE
006640         GO TO 4300-EXIT.
006650     ADD 1 TO DO-DORMANT-COUNT.
006660     ADD DO-BRK-BALANCE TO DO-DORMANT-AMOUNT.
006670     MOVE "DORMANT" TO DO-ACTION.
006680     IF DO-MODE-ESCHEAT
006690         PERFORM 4500-ESCHEAT-ONE-ACCOUNT THRU 4500-EXIT.
006700     PERFORM 4400-PRINT-ONE-ACCOUNT THRU 4400-EXIT.
006710 4300-EXIT.
006720     EXIT.
006730
006740 4400-PRINT-ONE-ACCOUNT.
006750     MOVE SPACES TO RPT-RECORD.
006760     MOVE DO-BRK-PLAYER-ID TO RPT-PLAYER-ID.
006770     MOVE DO-PATRON-NAME TO RPT-PATRON-NAME.
006780     MOVE DO-PATRON-ADDRESS TO RPT-ADDRESS.
006790     MOVE DO-LAST-ACTIVITY TO RPT-LAST-ACTIVITY.
006800     MOVE DO-BRK-BALANCE TO RPT-BALANCE.
006810     MOVE DO-ACTION TO RPT-ACTION.
006820     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006830 4400-EXIT.
006840     EXIT.
006850
006860* =================================================================
006870* 4500-ESCHEAT-ONE-ACCOUNT -- REREAD THE ACCOUNT BY KEY; IF IT STILL
006880* HOLDS THE SAME OPEN BALANCE, ZERO IT AND MARK IT ESCHEATED, THEN
006890* JOURNAL THE MOVEMENT (TYPE U, A DEBIT) AND WRITE THE REMITTANCE
006900* RECORD.  AN ACCOUNT THAT MOVED SINCE THE PASS, OR WHOSE PATRON IS
006910* SEATED AT A TABLE RIGHT NOW, IS LEFT ALONE FOR THE NEXT RUN.
006920* =================================================================
006930 4500-ESCHEAT-ONE-ACCOUNT.
006940     MOVE DO-BRK-PLAYER-ID TO BK-PLAYER-ID.
006950     READ PLAYER-BANKROLL-FILE
006960         INVALID KEY
006970             MOVE "SKIPPED -- GONE" TO DO-ACTION
006980             ADD 1 TO DO-SKIPPED-COUNT
006990             GO TO 4500-EXIT.
007000     IF DO-BK-FILE-STATUS NOT = "00"
007010         MOVE "BANKROLL" TO DO-IO-FILE-NAME
007020         MOVE "READ"     TO DO-IO-OPERATION
007030         MOVE DO-BK-FILE-STATUS TO DO-IO-STATUS
007040         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
007050     IF BK-BALANCE NOT = DO-BRK-BALANCE
007060         OR BK-ACCOUNT-ESCHEATED
007070         MOVE "SKIPPED -- MOVED" TO DO-ACTION
007080         ADD 1 TO DO-SKIPPED-COUNT
007090         GO TO 4500-EXIT.
007092     IF BK-IS-IN-PLAY
007094         MOVE "SKIPPED -- SEAT" TO DO-ACTION
007096         ADD 1 TO DO-SKIPPED-COUNT
007098         GO TO 4500-EXIT.
007100     MOVE BK-BALANCE TO DO-BEFORE-BALANCE.
007110     MOVE ZERO TO BK-BALANCE.
007120     MOVE "E" TO BK-ACCOUNT-STATUS.
007130     REWRITE BK-RECORD.
007140     IF DO-BK-FILE-STATUS NOT = "00"
007150         MOVE "BANKROLL" TO DO-IO-FILE-NAME
007160         MOVE "REWRITE"  TO DO-IO-OPERATION
007170         MOVE DO-BK-FILE-STATUS TO DO-IO-STATUS
007180         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
007190     MOVE FUNCTION CURRENT-DATE TO DO-CURRENT-DATETIME.
007200     MOVE DO-BRK-PLAYER-ID TO CJ-PLAYER-ID.
007210     MOVE "U" TO CJ-TRAN-TYPE.
007220     MOVE "B" TO CJ-TRAN-SIGN.
007230     MOVE DO-BEFORE-BALANCE TO CJ-AMOUNT.
007240     MOVE DO-BEFORE-BALANCE TO CJ-BEFORE-BALANCE.
007250     MOVE BK-BALANCE TO CJ-AFTER-BALANCE.
007260     MOVE DO-CURRENT-DATETIME(1:8) TO CJ-TRAN-DATE.
007270     MOVE DO-CURRENT-DATETIME(9:6) TO CJ-TRAN-TIME.
007280     MOVE DO-SIGNON-ID TO CJ-CASHIER-ID.
007290     WRITE CJ-RECORD.
007300     IF DO-CJ-FILE-STATUS NOT = "00"
007310         MOVE "CAGEJRNL" TO DO-IO-FILE-NAME
007320         MOVE "WRITE"    TO DO-IO-OPERATION
007330         MOVE DO-CJ-FILE-STATUS TO DO-IO-STATUS
007340         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
007350     MOVE SPACES TO ES-RECORD.
007360     MOVE DO-BRK-PLAYER-ID TO ES-PLAYER-ID.
007370     MOVE DO-PATRON-NAME TO ES-NAME.
007380     MOVE DO-PATRON-ADDRESS TO ES-ADDRESS.
007390     MOVE DO-BEFORE-BALANCE TO ES-AMOUNT.
007400     MOVE DO-LAST-ACTIVITY TO ES-LAST-ACTIVITY-DATE.
007410     MOVE DO-RUN-DATE TO ES-REMIT-DATE.
007420     WRITE ES-RECORD.
007430     IF DO-ES-FILE-STATUS NOT = "00"
007440         MOVE "ESCHEXT " TO DO-IO-FILE-NAME
007450         MOVE "WRITE"    TO DO-IO-OPERATION
007460         MOVE DO-ES-FILE-STATUS TO DO-IO-STATUS
007470         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
007480     MOVE "ESCHEATED" TO DO-ACTION.
007490     ADD 1 TO DO-ESCHEAT-COUNT.
007500     ADD DO-BEFORE-BALANCE TO DO-ESCHEAT-AMOUNT.
007510 4500-EXIT.
007520     EXIT.
007530
007540* =================================================================
007550* 6000-PRINT-SUMMARY -- ACCOUNTS CHECKED, DORMANT AND ESCHEATED, FOR
007560* THE COMPLIANCE OFFICER'S FILING
007570* =================================================================
007580 6000-PRINT-SUMMARY.
007590     MOVE SPACES TO RPT-HEADING.
007600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007610     MOVE SPACES TO RPT-HEADING.
007620     MOVE DO-DORMANT-AMOUNT TO DO-EDIT-AMOUNT.
007630     STRING "OPEN ACCOUNTS WITH A BALANCE: " DELIMITED BY SIZE
007640         DO-CHECKED-COUNT DELIMITED BY SIZE
007650         "   DORMANT: " DELIMITED BY SIZE
007660         DO-DORMANT-COUNT DELIMITED BY SIZE
007670         "   HOLDING " DELIMITED BY SIZE
007680         DO-EDIT-AMOUNT DELIMITED BY SIZE
007690         INTO RH-TEXT.
007700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007710     MOVE SPACES TO RPT-HEADING.
007720     IF DO-MODE-ESCHEAT
007730         MOVE DO-ESCHEAT-AMOUNT TO DO-EDIT-AMOUNT
007740         STRING "ESCHEATED: " DELIMITED BY SIZE
007750             DO-ESCHEAT-COUNT DELIMITED BY SIZE
007760             "   REMITTED " DELIMITED BY SIZE
007770             DO-EDIT-AMOUNT DELIMITED BY SIZE
007780             "   SKIPPED: " DELIMITED BY SIZE
007790             DO-SKIPPED-COUNT DELIMITED BY SIZE
007800             "   SIGNED ON: " DELIMITED BY SIZE
007810             DO-SIGNON-ID DELIMITED BY SIZE
007820             INTO RH-TEXT
007830     ELSE
007840         MOVE "REPORT ONLY -- NO ACCOUNT CHANGED" TO RH-TEXT.
007850     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007860     DISPLAY "DORMANCY -- ACCOUNTS CHECKED: " DO-CHECKED-COUNT
007870         " DORMANT: " DO-DORMANT-COUNT
007880         " ESCHEATED: " DO-ESCHEAT-COUNT.
007890 6000-EXIT.
007900     EXIT.
007910
007920 6100-PRINT-HEADING.
007930     MOVE SPACES TO RPT-HEADING.
007940     IF DO-MODE-ESCHEAT
007950         STRING "UNCLAIMED-FUNDS ESCHEAT REGISTER -- RUN DATE "
007960             DELIMITED BY SIZE
007970             DO-RUN-DATE DELIMITED BY SIZE
007980             INTO RH-TEXT
007990     ELSE
008000         STRING "DORMANT ACCOUNT REPORT -- RUN DATE "
008010             DELIMITED BY SIZE
008020             DO-RUN-DATE DELIMITED BY SIZE
008030             INTO RH-TEXT.
008040     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008050     MOVE SPACES TO RPT-HEADING.
008060     STRING "DORMANCY PERIOD " DELIMITED BY SIZE
008070         DO-DORMANCY-MONTHS DELIMITED BY SIZE
008080         " MONTHS -- NO TABLE OR CAGE ACTIVITY SINCE BEFORE "
008090         DELIMITED BY SIZE
008100         DO-CUTOFF-DATE DELIMITED BY SIZE
008110         INTO RH-TEXT.
008120     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008130     MOVE SPACES TO RPT-HEADING.
008140     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008150     MOVE SPACES TO RPT-HEADING.
008160     MOVE "PLAYER  PATRON NAME                "
008170         TO RH-TEXT(1:35).
008180     MOVE "ADDRESS                    LAST ACT"
008190         TO RH-TEXT(36:36).
008200     MOVE "      BALANCE  ACTION" TO RH-TEXT(72:21).
008210     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
008220 6100-EXIT.
008230     EXIT.
008240
008250* =================================================================
008260* 7200-GET-PATRON -- LOOK THE BREAK PLAYER UP ON THE PATRON MASTER
008270* AND LEAVE THE NAME AND ADDRESS (OR BLANKS) FOR THE CALLER
008280* =================================================================
008290 7200-GET-PATRON.
008300     MOVE "N" TO DO-PATRON-FOUND-FLAG.
008310     MOVE SPACES TO DO-PATRON-NAME.
008320     MOVE SPACES TO DO-PATRON-ADDRESS.
008330     IF NOT DO-PATRON-AVAIL
008340         GO TO 7200-EXIT.
008350     MOVE DO-BRK-PLAYER-ID TO PT-PLAYER-ID.
008360     READ PATRON-MAST-FILE
008370         INVALID KEY
008380             MOVE "*** NOT ON PATRON MASTER" TO DO-PATRON-NAME
008390         NOT INVALID KEY
008400             MOVE "Y" TO DO-PATRON-FOUND-FLAG
008410             MOVE PT-NAME TO DO-PATRON-NAME
008420             MOVE PT-ADDRESS TO DO-PATRON-ADDRESS.
008430 7200-EXIT.
008440     EXIT.
008450
008460* =================================================================
008470* 8000-WRITE-REPORT-LINE -- ONE CHECKED REPORT WRITE
008480* =================================================================
008490 8000-WRITE-REPORT-LINE.
008500     WRITE RPT-RECORD.
008510     IF DO-RPT-FILE-STATUS NOT = "00"
008520         MOVE "DORMRPT " TO DO-IO-FILE-NAME
008530         MOVE "WRITE"    TO DO-IO-OPERATION
008540         MOVE DO-RPT-FILE-STATUS TO DO-IO-STATUS
008550         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
008560 8000-EXIT.
008570     EXIT.
008580
008590* =================================================================
008600* 9000-IO-ABORT -- A HARD STATUS IS AN I-O FAULT.  A SHORT PASS
008610* WOULD CALL ACTIVE PATRONS DORMANT, SO THE JOB ENDS WITH
008620* CONDITION CODE 16.  IN AN ESCHEAT RUN EVERY ACCOUNT ALREADY
008630* DONE IS COMPLETE ON THE LEDGER, THE JOURNAL AND THE REMITTANCE
008640* FILE; THE ONE IN HAND WHEN THE FAULT HIT IS NAMED SO THE CAGE
008650* CAN FINISH IT BY HAND BEFORE THE NEXT RECONCILIATION.
008660* =================================================================
008670 9000-IO-ABORT.
008680     DISPLAY "*** I-O ERROR -- FILE " DO-IO-FILE-NAME
008690         " OPERATION " DO-IO-OPERATION
008700         " STATUS " DO-IO-STATUS " ***".
008710     IF DO-MODE-ESCHEAT
008720         DISPLAY "ACCOUNT IN HAND: " DO-BRK-PLAYER-ID
008730             " -- CHECK ITS LEDGER, JOURNAL AND REMITTANCE LINES".
008740     PERFORM 1900-TERMINATE THRU 1900-EXIT.
008750     MOVE 16 TO RETURN-CODE.
008760     STOP RUN.
008770 9000-EXIT.
008780     EXIT.
