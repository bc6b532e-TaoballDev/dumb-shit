000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLKJGGR.
000030 AUTHOR. R. OKONKWO, PIT SYSTEMS GROUP.
000040 INSTALLATION. TABLE GAMES DATA PROCESSING.
000050 DATE-WRITTEN. 10-15-2026.
000060 DATE-COMPILED.
000070*
000080* -----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL BATCH JOB.  MONTH-END STATE GAMING-TAX
000130*                  RETURN.  READS THE DAILY STATISTICS MASTER
000140*                  (STATMST) FOR THE TAX MONTH AND TAKES EACH
000150*                  TABLE'S TRAY WIN -- CLOSER MINUS OPENER PLUS
000160*                  CREDITS MINUS FILLS, AS BLKJTRC COMPUTES IT --
000170*                  AS ITS GROSS GAMING REVENUE, WITH THE HAND-
000180*                  HISTORY HOLD BESIDE IT FOR VARIANCE.  THE
000190*                  DEDUCTIONS THE STATE ALLOWS -- MARKER WRITE-DOWNS
000200*                  (CAGE JOURNAL TYPE F) AND PROMOTIONAL CREDITS
000210*                  (COMP REDEMPTIONS, TYPE P) -- COME OFF BY GAMING
000220*                  DAY, AND THE TAX DUE IS FIGURED ON THE MONTH'S
000230*                  TAXABLE REVENUE FROM THE RATE BANDS ON THE
000240*                  TAX PARAMETER FILE (TAXPARM).  PRINTS THE RETURN
000250*                  WORKSHEET (GGRRPT) BY GAMING DAY AND BY TABLE,
000260*                  AND WRITES THE COMMISSION'S FILING EXTRACT
000270*                  (GGREXT) ONLY WHEN EVERY TABLE-DAY HAD BOTH TRAY
000280*                  COUNTS AND THE PARAMETERS ARE SOUND -- OTHERWISE
000290*                  THE WORKSHEET SHOWS WHY AND THE JOB ENDS WITH
000300*                  CONDITION CODE 12.
000310* -----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT STAT-MAST-FILE ASSIGN TO STATMST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS ST-KEY
000400         FILE STATUS IS GR-ST-FILE-STATUS.
000410     SELECT CAGE-JRNL-FILE ASSIGN TO CAGEJRNL
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS GR-CJ-FILE-STATUS.
000440     SELECT TAX-PARM-FILE ASSIGN TO TAXPARM
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS GR-TX-FILE-STATUS.
000470     SELECT GGR-EXTR-FILE ASSIGN TO GGREXT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS GR-GG-FILE-STATUS.
000500     SELECT GGR-REPT-FILE ASSIGN TO GGRRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS GR-RPT-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  STAT-MAST-FILE
000570     LABEL RECORD IS STANDARD.
000580     COPY STATREC.
000590
000600 FD  CAGE-JRNL-FILE
000610     LABEL RECORD IS STANDARD.
000620     COPY CAGEREC.
000630
000640 FD  TAX-PARM-FILE
000650     LABEL RECORD IS STANDARD.
000660     COPY TAXREC.
000670
000680 FD  GGR-EXTR-FILE
000690     LABEL RECORD IS STANDARD.
000700     COPY GGRREC.
000710
000720* ----------------------------------------------------------------
000730* GGR-REPT-FILE -- THE RETURN WORKSHEET.  ONE LINE PER GAMING DAY,
000740* THEN ONE PER TABLE, THEN THE TAX COMPUTATION.  A TABLE LINE
000750* LEAVES THE DEDUCTION COLUMNS BLANK -- THE DEDUCTIONS ARE THE
000760* CAGE'S, NOT A TABLE'S.  RPT-HEADING REDEFINES THE SAME STORAGE
000770* SO A HEADING OR A TAX LINE CAN BE MOVED IN AS PLAIN TEXT.
000780* ----------------------------------------------------------------
000790 FD  GGR-REPT-FILE
000800     LABEL RECORD IS STANDARD.
000810 01  RPT-RECORD.
000820     05  RPT-LABEL              PIC X(08).
000830     05  FILLER                 PIC X(02) VALUE SPACES.
000840     05  RPT-COUNT              PIC ZZ9.
000850     05  FILLER                 PIC X(02) VALUE SPACES.
000860     05  RPT-TRAY-WIN           PIC -ZZZ,ZZZ,ZZ9.99.
000870     05  FILLER                 PIC X(02) VALUE SPACES.
000880     05  RPT-BOOK-HOLD          PIC -ZZZ,ZZZ,ZZ9.99.
000890     05  FILLER                 PIC X(02) VALUE SPACES.
000900     05  RPT-VARIANCE           PIC -ZZZ,ZZZ,ZZ9.99.
000910     05  FILLER                 PIC X(02) VALUE SPACES.
000920     05  RPT-WRITE-DOWNS        PIC -ZZZ,ZZZ,ZZ9.99.
000930     05  FILLER                 PIC X(02) VALUE SPACES.
000940     05  RPT-PROMO              PIC -ZZZ,ZZZ,ZZ9.99.
000950     05  FILLER                 PIC X(02) VALUE SPACES.
000960     05  RPT-TAXABLE            PIC -ZZZ,ZZZ,ZZ9.99.
000970     05  FILLER                 PIC X(02) VALUE SPACES.
000980     05  RPT-NOTE               PIC X(08).
000990 01  RPT-HEADING REDEFINES RPT-RECORD.
001000     05  RH-TEXT                PIC X(125).
001010
001020 WORKING-STORAGE SECTION.
001030* ---------------------------------------------------------- SWITCHES
001040 77  GR-ST-FILE-STATUS      PIC X(02)  VALUE "00".
001050 77  GR-CJ-FILE-STATUS      PIC X(02)  VALUE "00".
001060 77  GR-TX-FILE-STATUS      PIC X(02)  VALUE "00".
001070 77  GR-GG-FILE-STATUS      PIC X(02)  VALUE "00".
001080 77  GR-RPT-FILE-STATUS     PIC X(02)  VALUE "00".
001090 77  GR-EOF-FLAG            PIC X(01)  VALUE "N".
001100     88  GR-AT-EOF          VALUE "Y".
001110 77  GR-FOUND-FLAG          PIC X(01)  VALUE "N".
001120     88  GR-TABLE-FOUND     VALUE "Y".
001130 77  GR-EXTRACT-OPEN-FLAG   PIC X(01)  VALUE "N".
001140     88  GR-EXTRACT-IS-OPEN VALUE "Y".
001150 77  GR-IO-FILE-NAME        PIC X(08)  VALUE SPACES.
001160 77  GR-IO-OPERATION        PIC X(08)  VALUE SPACES.
001170 77  GR-IO-STATUS           PIC X(02)  VALUE "00".
001180* -------------------------------------------------------- TAX MONTH
001190 77  GR-TAX-MONTH-IN        PIC X(06)  VALUE SPACES.
001200 01  GR-TAX-MONTH-AREA.
001210     05  GR-TAX-MONTH           PIC 9(06)  VALUE ZERO.
001220     05  GR-TAX-MONTH-PARTS REDEFINES GR-TAX-MONTH.
001230         10  GR-TAX-YEAR        PIC 9(04).
001240         10  GR-TAX-MM          PIC 9(02).
001250 01  GR-WORK-DATE-AREA.
001260     05  GR-WORK-DATE           PIC 9(08)  VALUE ZERO.
001270     05  GR-WORK-DATE-PARTS REDEFINES GR-WORK-DATE.
001280         10  GR-WORK-YYYYMM     PIC 9(06).
001290         10  GR-WORK-DD         PIC 9(02).
001300 77  GR-CURRENT-DATETIME    PIC X(21)  VALUE SPACES.
001310* ------------------------------------------------------- PARAMETERS
001320* THE LICENSEE AND THE RATE BANDS, IN ASCENDING ORDER OF FLOOR.
001330* EACH BAND'S BASE AND TAX ARE FILLED IN WHEN THE TAX IS FIGURED.
001340 77  GR-LICENSEE-NO         PIC X(10)  VALUE SPACES.
001350 77  GR-LICENSEE-NAME       PIC X(25)  VALUE SPACES.
001360 01  GR-RATE-BANDS.
001370     05  GR-BAND                OCCURS 10 TIMES.
001380         10  GR-BAND-FLOOR      PIC 9(11)V99.
001390         10  GR-BAND-RATE       PIC 9V9(05).
001400         10  GR-BAND-BASE       PIC 9(11)V99.
001410         10  GR-BAND-TAX        PIC 9(11)V99.
001420 77  GR-BAND-MAX            PIC 9(02)  VALUE 10.
001430 77  GR-BAND-COUNT          PIC 9(02)  VALUE ZERO.
001440 77  GR-BAND-IX             PIC 9(02)  VALUE ZERO.
001450 77  GR-BAND-UPPER          PIC 9(11)V99 VALUE ZERO.
001460 77  GR-PARM-PROBLEMS       PIC 9(03)  VALUE ZERO.
001470* ---------------------------------------------------- DAILY TOTALS
001480* ONE ENTRY PER DAY OF THE MONTH, SUBSCRIPTED BY THE DAY.
001490 01  GR-DAY-TOTALS.
001500     05  GR-DAY                 OCCURS 31 TIMES.
001510         10  GR-DY-TABLES       PIC 9(03).
001520         10  GR-DY-TRAY-WIN     PIC S9(11)V99.
001530         10  GR-DY-HOLD         PIC S9(11)V99.
001540         10  GR-DY-WRITE-DOWNS  PIC 9(11)V99.
001550         10  GR-DY-PROMO        PIC 9(11)V99.
001560         10  GR-DY-UNCOUNTED    PIC 9(03).
001570 77  GR-DAY-IX              PIC 9(02)  VALUE ZERO.
001580* ---------------------------------------------------- TABLE TOTALS
001590* ONE ENTRY PER TABLE POSTED IN THE MONTH.
001600 01  GR-TABLE-TOTALS.
001610     05  GR-TABLE               OCCURS 20 TIMES.
001620         10  GR-TABLE-ID        PIC X(04).
001630         10  GR-TB-DAYS         PIC 9(03).
001640         10  GR-TB-TRAY-WIN     PIC S9(11)V99.
001650         10  GR-TB-HOLD         PIC S9(11)V99.
001660         10  GR-TB-UNCOUNTED    PIC 9(03).
001670 77  GR-TABLE-MAX           PIC 9(02)  VALUE 20.
001680 77  GR-TABLE-COUNT         PIC 9(02)  VALUE ZERO.
001690 77  GR-WORK-IX             PIC 9(02)  VALUE ZERO.
001700 77  GR-WORK-TABLE-ID       PIC X(04)  VALUE SPACES.
001710* ---------------------------------------------------- MONTH TOTALS
001720 77  GR-STAT-COUNT          PIC 9(05)  VALUE ZERO.
001730 77  GR-OVERFLOW-COUNT      PIC 9(03)  VALUE ZERO.
001740 77  GR-UNCOUNTED-COUNT     PIC 9(05)  VALUE ZERO.
001750 77  GR-MO-TRAY-WIN         PIC S9(11)V99 VALUE ZERO.
001760 77  GR-MO-HOLD             PIC S9(11)V99 VALUE ZERO.
001770 77  GR-MO-WRITE-DOWNS      PIC 9(11)V99 VALUE ZERO.
001780 77  GR-MO-PROMO            PIC 9(11)V99 VALUE ZERO.
001790 77  GR-MO-TAXABLE          PIC S9(11)V99 VALUE ZERO.
001800 77  GR-MO-TAX              PIC 9(11)V99 VALUE ZERO.
001810 77  GR-DETAIL-COUNT        PIC 9(06)  VALUE ZERO.
001820* ------------------------------------------------------ REPORT WORK
001830 77  GR-VARIANCE            PIC S9(11)V99 VALUE ZERO.
001840 77  GR-LINE-LABEL          PIC X(40)  VALUE SPACES.
001850 77  GR-LINE-AMOUNT         PIC S9(11)V99 VALUE ZERO.
001860 77  GR-EDIT-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
001870 77  GR-EDIT-FLOOR          PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
001880 77  GR-EDIT-BASE           PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
001890 77  GR-RATE-PCT            PIC 9(03)V9(03) VALUE ZERO.
001900 77  GR-EDIT-PCT            PIC ZZ9.999 VALUE ZERO.
001910
001920 PROCEDURE DIVISION.
001930* =================================================================
001940* 0000-MAINLINE
001950* =================================================================
001960 0000-MAINLINE.
001970     DISPLAY "MONTHLY GAMING-TAX RETURN".
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     PERFORM 2000-LOAD-TAX-PARMS THRU 2000-EXIT.
002000     PERFORM 3000-ROLL-UP-STATS THRU 3000-EXIT.
002010     PERFORM 3500-ROLL-UP-DEDUCTIONS THRU 3500-EXIT.
002020     PERFORM 4000-FIGURE-TAX THRU 4000-EXIT.
002030     PERFORM 5000-PRINT-WORKSHEET THRU 5000-EXIT.
002040     IF GR-PARM-PROBLEMS > ZERO
002050         OR GR-UNCOUNTED-COUNT > ZERO
002060         OR GR-OVERFLOW-COUNT > ZERO
002070         OR GR-STAT-COUNT = ZERO
002080         DISPLAY "FILING EXTRACT NOT WRITTEN -- SEE GGRRPT"
002090         PERFORM 1900-TERMINATE THRU 1900-EXIT
002100         MOVE 12 TO RETURN-CODE
002110         STOP RUN.
002120     PERFORM 6000-WRITE-EXTRACT THRU 6000-EXIT.
002130     PERFORM 1900-TERMINATE THRU 1900-EXIT.
002140     DISPLAY "GAMING-TAX RETURN FOR " GR-TAX-MONTH
002150         " WRITTEN -- " GR-DETAIL-COUNT " TABLE-DAYS.".
002160     STOP RUN.
002170
002180* =================================================================
002190* 1000-INITIALIZE -- GET THE TAX MONTH AND OPEN THE STATISTICS
002200* MASTER, THE PARAMETERS, THE CAGE JOURNAL AND THE WORKSHEET.  A
002210* MISSING CAGE JOURNAL MEANS NO DEDUCTIONS; A MISSING MASTER OR
002220* PARAMETER FILE LEAVES NOTHING TO FILE.  THE EXTRACT ITSELF IS
002230* NOT OPENED UNTIL THE RETURN HAS PROVED.
002240* =================================================================
002250 1000-INITIALIZE.
002260     PERFORM 1100-GET-TAX-MONTH THRU 1100-EXIT
002270         UNTIL GR-TAX-MONTH > ZERO.
002280     OPEN INPUT STAT-MAST-FILE.
002290     IF GR-ST-FILE-STATUS NOT = "00"
002300         DISPLAY "CANNOT OPEN STATMST -- STATUS "
002310             GR-ST-FILE-STATUS
002320         MOVE 16 TO RETURN-CODE
002330         STOP RUN.
002340     OPEN INPUT TAX-PARM-FILE.
002350     IF GR-TX-FILE-STATUS NOT = "00"
002360         DISPLAY "CANNOT OPEN TAXPARM -- STATUS "
002370             GR-TX-FILE-STATUS
002380             " -- THE STATE'S RATE SCHEDULE IS NEEDED."
002390         CLOSE STAT-MAST-FILE
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN.
002420     OPEN INPUT CAGE-JRNL-FILE.
002430     OPEN OUTPUT GGR-REPT-FILE.
002440     IF GR-RPT-FILE-STATUS NOT = "00"
002450         DISPLAY "CANNOT OPEN GGRRPT -- STATUS "
002460             GR-RPT-FILE-STATUS
002470         CLOSE STAT-MAST-FILE
002480         MOVE 16 TO RETURN-CODE
002490         STOP RUN.
002500     MOVE ZERO TO GR-DAY-TOTALS.
002510     PERFORM 5100-PRINT-HEADING THRU 5100-EXIT.
002520 1000-EXIT.
002530     EXIT.
002540
002550 1100-GET-TAX-MONTH.
002560     DISPLAY "ENTER TAX MONTH (YYYYMM): ".
002570     ACCEPT GR-TAX-MONTH-IN.
002580     IF GR-TAX-MONTH-IN IS NUMERIC
002590         MOVE GR-TAX-MONTH-IN TO GR-TAX-MONTH
002600     ELSE
002610         DISPLAY "A NUMERIC YYYYMM MONTH IS REQUIRED."
002620         GO TO 1100-EXIT.
002630     IF GR-TAX-MM < 1 OR GR-TAX-MM > 12
002640         DISPLAY "THE MONTH MUST BE 01 THROUGH 12."
002650         MOVE ZERO TO GR-TAX-MONTH.
002660 1100-EXIT.
002670     EXIT.
002680
002690* =================================================================
002700* 1900-TERMINATE -- CLOSE FILES BEFORE RETURNING TO THE OPERATING
002710* SYSTEM.  THE PARAMETERS AND THE JOURNAL ARE CLOSED AFTER THEIR
002720* PASSES.
002730* =================================================================
002740 1900-TERMINATE.
002750     CLOSE STAT-MAST-FILE.
002760     CLOSE GGR-REPT-FILE.
002770     IF GR-EXTRACT-IS-OPEN
002780         CLOSE GGR-EXTR-FILE.
002790 1900-EXIT.
002800     EXIT.
002810
002820* =================================================================
002830* 2000-LOAD-TAX-PARMS -- READ THE LICENSEE AND THE RATE BANDS.
002840* EVERY FAULT IN THEM IS PRINTED UNDER THE HEADING AND HOLDS BACK
002850* THE EXTRACT: NO LICENSEE, NO BAND, A FIRST FLOOR NOT ZERO, A
002860* FLOOR OUT OF ORDER, A RATE OVER 100 PERCENT, TOO MANY BANDS OR
002870* A RECORD OF NO KNOWN TYPE.
002880* =================================================================
002890 2000-LOAD-TAX-PARMS.
002900     MOVE "N" TO GR-EOF-FLAG.
002910     PERFORM 2100-READ-PARM THRU 2100-EXIT.
002920     PERFORM 2200-APPLY-ONE-PARM THRU 2200-EXIT
002930         UNTIL GR-AT-EOF.
002940     CLOSE TAX-PARM-FILE.
002950     IF GR-LICENSEE-NO = SPACES
002960         MOVE "NO LICENSEE RECORD ON TAXPARM" TO RH-TEXT
002970         PERFORM 2300-PARM-PROBLEM THRU 2300-EXIT.
002980     IF GR-BAND-COUNT = ZERO
002990         MOVE "NO RATE BAND ON TAXPARM" TO RH-TEXT
003000         PERFORM 2300-PARM-PROBLEM THRU 2300-EXIT.
003010 2000-EXIT.
003020     EXIT.
003030
003040 2100-READ-PARM.
003050     READ TAX-PARM-FILE
003060         AT END
003070             MOVE "Y" TO GR-EOF-FLAG.
003080     IF GR-TX-FILE-STATUS NOT = "00"
003090         AND GR-TX-FILE-STATUS NOT = "10"
003100         MOVE "TAXPARM " TO GR-IO-FILE-NAME
003110         MOVE "READ"     TO GR-IO-OPERATION
003120         MOVE GR-TX-FILE-STATUS TO GR-IO-STATUS
003130         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003140 2100-EXIT.
003150     EXIT.
003160
003170 2200-APPLY-ONE-PARM.
003180     MOVE SPACES TO RPT-HEADING.
003190     IF TX-TYPE-LICENSEE
003200         MOVE TX-LICENSEE-NO TO GR-LICENSEE-NO
003210         MOVE TX-LICENSEE-NAME TO GR-LICENSEE-NAME
003220         GO TO 2200-READ-NEXT.
003230     IF NOT TX-TYPE-BAND
003240         STRING "TAXPARM RECORD OF UNKNOWN TYPE: "
003250             DELIMITED BY SIZE
003260             TX-RECORD DELIMITED BY SIZE
003270             INTO RH-TEXT
003280         PERFORM 2300-PARM-PROBLEM THRU 2300-EXIT
003290         GO TO 2200-READ-NEXT.
003300     IF GR-BAND-COUNT NOT < GR-BAND-MAX
003310         MOVE "MORE THAN TEN RATE BANDS ON TAXPARM" TO RH-TEXT
003320         PERFORM 2300-PARM-PROBLEM THRU 2300-EXIT
003330         GO TO 2200-READ-NEXT.
003340     IF GR-BAND-COUNT = ZERO
003350         AND TX-BAND-FLOOR NOT = ZERO
003360         MOVE "FIRST RATE BAND DOES NOT START AT ZERO"
003370             TO RH-TEXT
003380         PERFORM 2300-PARM-PROBLEM THRU 2300-EXIT.
003390     IF GR-BAND-COUNT > ZERO
003400         AND TX-BAND-FLOOR NOT > GR-BAND-FLOOR(GR-BAND-COUNT)
003410         MOVE "RATE BAND FLOORS NOT IN ASCENDING ORDER"
003420             TO RH-TEXT
003430         PERFORM 2300-PARM-PROBLEM THRU 2300-EXIT.
003440     IF TX-BAND-RATE > 1
003450         MOVE "RATE BAND RATE OVER 100 PERCENT" TO RH-TEXT
003460         PERFORM 2300-PARM-PROBLEM THRU 2300-EXIT.
003470     ADD 1 TO GR-BAND-COUNT.
003480     MOVE TX-BAND-FLOOR TO GR-BAND-FLOOR(GR-BAND-COUNT).
003490     MOVE TX-BAND-RATE TO GR-BAND-RATE(GR-BAND-COUNT).
003500     MOVE ZERO TO GR-BAND-BASE(GR-BAND-COUNT).
003510     MOVE ZERO TO GR-BAND-TAX(GR-BAND-COUNT).
003520 2200-READ-NEXT.
003530     PERFORM 2100-READ-PARM THRU 2100-EXIT.
003540 2200-EXIT.
003550     EXIT.
003560
003570* =================================================================
003580* 2300-PARM-PROBLEM -- PRINT THE PROBLEM ALREADY IN RH-TEXT
003590* =================================================================
003600 2300-PARM-PROBLEM.
003610     ADD 1 TO GR-PARM-PROBLEMS.
003620     DISPLAY RH-TEXT.
003630     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003640     MOVE SPACES TO RPT-HEADING.
003650 2300-EXIT.
003660     EXIT.
003670
003680* =================================================================
003690* 3000-ROLL-UP-STATS -- PASS THE STATISTICS MASTER, ROLLING EACH
003700* TABLE-DAY OF THE TAX MONTH INTO ITS DAY AND ITS TABLE.  THE
003710* MASTER IS IN DATE ORDER, SO THE PASS STOPS AT THE FIRST LATER
003720* MONTH.  A TABLE-DAY WITHOUT BOTH TRAY COUNTS HAS NO TRUE TRAY
003730* WIN AND IS MARKED.
003740* =================================================================
003750 3000-ROLL-UP-STATS.
003760     MOVE "N" TO GR-EOF-FLAG.
003770     PERFORM 3100-READ-STAT THRU 3100-EXIT.
003780     PERFORM 3200-APPLY-ONE-STAT THRU 3200-EXIT
003790         UNTIL GR-AT-EOF.
003800 3000-EXIT.
003810     EXIT.
003820
003830 3100-READ-STAT.
003840     READ STAT-MAST-FILE
003850         AT END
003860             MOVE "Y" TO GR-EOF-FLAG.
003870     IF GR-ST-FILE-STATUS NOT = "00"
003880         AND GR-ST-FILE-STATUS NOT = "10"
003890         MOVE "STATMST " TO GR-IO-FILE-NAME
003900         MOVE "READ"     TO GR-IO-OPERATION
003910         MOVE GR-ST-FILE-STATUS TO GR-IO-STATUS
003920         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003930     IF NOT GR-AT-EOF
003940         MOVE ST-GAME-DATE TO GR-WORK-DATE
003950         IF GR-WORK-YYYYMM > GR-TAX-MONTH
003960             MOVE "Y" TO GR-EOF-FLAG.
003970 3100-EXIT.
003980     EXIT.
003990
004000 3200-APPLY-ONE-STAT.
004010     IF GR-WORK-YYYYMM NOT = GR-TAX-MONTH
004020         GO TO 3200-READ-NEXT.
004030     MOVE ST-TABLE-ID TO GR-WORK-TABLE-ID.
004040     PERFORM 7000-FIND-OR-ADD-TABLE THRU 7000-EXIT.
004050     IF GR-WORK-IX = ZERO
004060         DISPLAY "MORE THAN " GR-TABLE-MAX " TABLES -- TABLE "
004070             ST-TABLE-ID " NOT TAKEN"
004080         ADD 1 TO GR-OVERFLOW-COUNT
004090         GO TO 3200-READ-NEXT.
004100     ADD 1 TO GR-STAT-COUNT.
004110     MOVE GR-WORK-DD TO GR-DAY-IX.
004120     ADD 1 TO GR-DY-TABLES(GR-DAY-IX).
004130     ADD ST-TRAY-WIN TO GR-DY-TRAY-WIN(GR-DAY-IX).
004140     ADD ST-HOLD TO GR-DY-HOLD(GR-DAY-IX).
004150     ADD 1 TO GR-TB-DAYS(GR-WORK-IX).
004160     ADD ST-TRAY-WIN TO GR-TB-TRAY-WIN(GR-WORK-IX).
004170     ADD ST-HOLD TO GR-TB-HOLD(GR-WORK-IX).
004180     IF NOT ST-TRAY-WAS-COUNTED
004190         ADD 1 TO GR-UNCOUNTED-COUNT
004200         ADD 1 TO GR-DY-UNCOUNTED(GR-DAY-IX)
004210         ADD 1 TO GR-TB-UNCOUNTED(GR-WORK-IX).
004220 3200-READ-NEXT.
004230     PERFORM 3100-READ-STAT THRU 3100-EXIT.
004240 3200-EXIT.
004250     EXIT.
004260
004270* =================================================================
004280* 3500-ROLL-UP-DEDUCTIONS -- PASS THE CAGE JOURNAL, TOTALING THE
004290* MONTH'S MARKER WRITE-DOWNS AND COMP REDEMPTIONS BY DAY.  A
004300* MATCH-PLAY PAYOUT IS NOT A DEDUCTION -- THE TRAY PAID IT, SO
004310* IT IS ALREADY OUT OF THE TRAY WIN.  A MISSING JOURNAL (STATUS
004320* 35 ON THE OPEN) MEANS NOTHING TO DEDUCT.
004330* =================================================================
004340 3500-ROLL-UP-DEDUCTIONS.
004350     IF GR-CJ-FILE-STATUS = "35"
004360         GO TO 3500-EXIT.
004370     MOVE "N" TO GR-EOF-FLAG.
004380     PERFORM 3600-READ-CAGE-TRAN THRU 3600-EXIT.
004390     PERFORM 3700-APPLY-ONE-CAGE THRU 3700-EXIT
004400         UNTIL GR-AT-EOF.
004410     CLOSE CAGE-JRNL-FILE.
004420 3500-EXIT.
004430     EXIT.
004440
004450 3600-READ-CAGE-TRAN.
004460     READ CAGE-JRNL-FILE
004470         AT END
004480             MOVE "Y" TO GR-EOF-FLAG.
004490     IF GR-CJ-FILE-STATUS NOT = "00"
004500         AND GR-CJ-FILE-STATUS NOT = "10"
004510         MOVE "CAGEJRNL" TO GR-IO-FILE-NAME
004520         MOVE "READ"     TO GR-IO-OPERATION
004530         MOVE GR-CJ-FILE-STATUS TO GR-IO-STATUS
004540         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
004550 3600-EXIT.
004560     EXIT.
004570
004580 3700-APPLY-ONE-CAGE.
004590     MOVE CJ-TRAN-DATE TO GR-WORK-DATE.
004600     IF GR-WORK-YYYYMM NOT = GR-TAX-MONTH
004610         GO TO 3700-READ-NEXT.
004620     MOVE GR-WORK-DD TO GR-DAY-IX.
004630     IF CJ-TRAN-MARKER-WOFF
004640         ADD CJ-AMOUNT TO GR-DY-WRITE-DOWNS(GR-DAY-IX).
004650     IF CJ-TRAN-COMP-REDEEM
004660         ADD CJ-AMOUNT TO GR-DY-PROMO(GR-DAY-IX).
004670 3700-READ-NEXT.
004680     PERFORM 3600-READ-CAGE-TRAN THRU 3600-EXIT.
004690 3700-EXIT.
004700     EXIT.
004710
004720* =================================================================
004730* 4000-FIGURE-TAX -- TOTAL THE MONTH, TAKE THE DEDUCTIONS OFF THE
004740* TRAY WIN, AND TAX THE REST BAND BY BAND: EACH BAND'S RATE ON THE
004750* PART OF THE TAXABLE REVENUE BETWEEN ITS FLOOR AND THE NEXT
004760* BAND'S.  A MONTH WITH NO TAXABLE REVENUE OWES NOTHING.
004770* =================================================================
004780 4000-FIGURE-TAX.
004790     PERFORM 4100-ADD-ONE-DAY THRU 4100-EXIT
004800         VARYING GR-DAY-IX FROM 1 BY 1
004810         UNTIL GR-DAY-IX > 31.
004820     COMPUTE GR-MO-TAXABLE =
004830         GR-MO-TRAY-WIN - GR-MO-WRITE-DOWNS - GR-MO-PROMO.
004840     MOVE ZERO TO GR-MO-TAX.
004850     IF GR-MO-TAXABLE NOT > ZERO
004860         GO TO 4000-EXIT.
004870     PERFORM 4200-TAX-ONE-BAND THRU 4200-EXIT
004880         VARYING GR-BAND-IX FROM 1 BY 1
004890         UNTIL GR-BAND-IX > GR-BAND-COUNT.
004900 4000-EXIT.
004910     EXIT.
004920
004930 4100-ADD-ONE-DAY.
004940     ADD GR-DY-TRAY-WIN(GR-DAY-IX) TO GR-MO-TRAY-WIN.
004950     ADD GR-DY-HOLD(GR-DAY-IX) TO GR-MO-HOLD.
004960     ADD GR-DY-WRITE-DOWNS(GR-DAY-IX) TO GR-MO-WRITE-DOWNS.
004970     ADD GR-DY-PROMO(GR-DAY-IX) TO GR-MO-PROMO.
004980 4100-EXIT.
004990     EXIT.
005000
005010 4200-TAX-ONE-BAND.
005020     IF GR-MO-TAXABLE NOT > GR-BAND-FLOOR(GR-BAND-IX)
005030         GO TO 4200-EXIT.
005040     IF GR-BAND-IX < GR-BAND-COUNT
005050         AND GR-BAND-FLOOR(GR-BAND-IX + 1) < GR-MO-TAXABLE
005060         MOVE GR-BAND-FLOOR(GR-BAND-IX + 1) TO GR-BAND-UPPER
005070     ELSE
005080         MOVE GR-MO-TAXABLE TO GR-BAND-UPPER.
005090     COMPUTE GR-BAND-BASE(GR-BAND-IX) =
005100         GR-BAND-UPPER - GR-BAND-FLOOR(GR-BAND-IX).
005110     COMPUTE GR-BAND-TAX(GR-BAND-IX) ROUNDED =
005120         GR-BAND-BASE(GR-BAND-IX) * GR-BAND-RATE(GR-BAND-IX).
005130     ADD GR-BAND-TAX(GR-BAND-IX) TO GR-MO-TAX.
005140 4200-EXIT.
005150     EXIT.
005160
005170* =================================================================
005180* 5000-PRINT-WORKSHEET -- THE DAYS, THE TABLES, THEN THE RETURN
005190* ITSELF: REVENUE, DEDUCTIONS, TAXABLE REVENUE, THE TAX BY BAND
005200* AND THE TAX DUE, WITH THE HAND-HISTORY HOLD FOR VARIANCE.
005210* =================================================================
005220 5000-PRINT-WORKSHEET.
005230     PERFORM 5200-PRINT-DAY-HEADING THRU 5200-EXIT.
005240     PERFORM 5300-PRINT-ONE-DAY THRU 5300-EXIT
005250         VARYING GR-DAY-IX FROM 1 BY 1
005260         UNTIL GR-DAY-IX > 31.
005270     PERFORM 5400-PRINT-TABLE-HEADING THRU 5400-EXIT.
005280     PERFORM 5500-PRINT-ONE-TABLE THRU 5500-EXIT
005290         VARYING GR-WORK-IX FROM 1 BY 1
005300         UNTIL GR-WORK-IX > GR-TABLE-COUNT.
005310     PERFORM 5600-PRINT-RETURN THRU 5600-EXIT.
005320 5000-EXIT.
005330     EXIT.
005340
005350 5100-PRINT-HEADING.
005360     MOVE SPACES TO RPT-HEADING.
005370     STRING "STATE GAMING-TAX RETURN WORKSHEET -- TAX MONTH "
005380         DELIMITED BY SIZE
005390         GR-TAX-MONTH DELIMITED BY SIZE
005400         INTO RH-TEXT.
005410     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005420     MOVE SPACES TO RPT-HEADING.
005430     MOVE "GROSS GAMING REVENUE IS THE TRAY WIN (CLOSER - OPENER "
005440         TO RH-TEXT(1:55).
005450     MOVE "+ CREDITS - FILLS)" TO RH-TEXT(56:18).
005460     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005470     MOVE SPACES TO RPT-HEADING.
005480     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005490 5100-EXIT.
005500     EXIT.
005510
005520 5200-PRINT-DAY-HEADING.
005530     MOVE SPACES TO RPT-HEADING.
005540     MOVE "BY GAMING DAY" TO RH-TEXT.
005550     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005560     MOVE SPACES TO RPT-HEADING.
005570     MOVE "DATE      TBL" TO RH-TEXT(1:13).
005580     MOVE "TRAY WIN" TO RH-TEXT(23:8).
005590     MOVE "BOOK HOLD" TO RH-TEXT(39:9).
005600     MOVE "VARIANCE" TO RH-TEXT(57:8).
005610     MOVE "WRITE-DOWNS" TO RH-TEXT(71:11).
005620     MOVE "PROMO CREDITS" TO RH-TEXT(86:13).
005630     MOVE "TAXABLE" TO RH-TEXT(109:7).
005640     MOVE "NOTE" TO RH-TEXT(118:4).
005650     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005660 5200-EXIT.
005670     EXIT.
005680
005690* =================================================================
005700* 5300-PRINT-ONE-DAY -- A DAY WITH NO TABLE POSTED AND NOTHING
005710* DEDUCTED IS LEFT OFF
005720* =================================================================
005730 5300-PRINT-ONE-DAY.
005740     IF GR-DY-TABLES(GR-DAY-IX) = ZERO
005750         AND GR-DY-WRITE-DOWNS(GR-DAY-IX) = ZERO
005760         AND GR-DY-PROMO(GR-DAY-IX) = ZERO
005770         GO TO 5300-EXIT.
005780     MOVE SPACES TO RPT-RECORD.
005790     MOVE GR-TAX-MONTH TO GR-WORK-YYYYMM.
005800     MOVE GR-DAY-IX TO GR-WORK-DD.
005810     MOVE GR-WORK-DATE TO RPT-LABEL.
005820     MOVE GR-DY-TABLES(GR-DAY-IX) TO RPT-COUNT.
005830     MOVE GR-DY-TRAY-WIN(GR-DAY-IX) TO RPT-TRAY-WIN.
005840     MOVE GR-DY-HOLD(GR-DAY-IX) TO RPT-BOOK-HOLD.
005850     COMPUTE GR-VARIANCE =
005860         GR-DY-TRAY-WIN(GR-DAY-IX) - GR-DY-HOLD(GR-DAY-IX).
005870     MOVE GR-VARIANCE TO RPT-VARIANCE.
005880     MOVE GR-DY-WRITE-DOWNS(GR-DAY-IX) TO RPT-WRITE-DOWNS.
005890     MOVE GR-DY-PROMO(GR-DAY-IX) TO RPT-PROMO.
005900     COMPUTE GR-LINE-AMOUNT =
005910         GR-DY-TRAY-WIN(GR-DAY-IX)
005920         - GR-DY-WRITE-DOWNS(GR-DAY-IX)
005930         - GR-DY-PROMO(GR-DAY-IX).
005940     MOVE GR-LINE-AMOUNT TO RPT-TAXABLE.
005950     IF GR-DY-UNCOUNTED(GR-DAY-IX) > ZERO
005960         MOVE "NO COUNT" TO RPT-NOTE.
005970     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
005980 5300-EXIT.
005990     EXIT.
006000
006010 5400-PRINT-TABLE-HEADING.
006020     MOVE SPACES TO RPT-HEADING.
006030     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006040     MOVE SPACES TO RPT-HEADING.
006050     MOVE "BY TABLE" TO RH-TEXT.
006060     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006070     MOVE SPACES TO RPT-HEADING.
006080     MOVE "TABLE    DAYS" TO RH-TEXT(1:13).
006090     MOVE "TRAY WIN" TO RH-TEXT(23:8).
006100     MOVE "BOOK HOLD" TO RH-TEXT(39:9).
006110     MOVE "VARIANCE" TO RH-TEXT(57:8).
006120     MOVE "NOTE" TO RH-TEXT(118:4).
006130     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006140 5400-EXIT.
006150     EXIT.
006160
006170 5500-PRINT-ONE-TABLE.
006180     MOVE SPACES TO RPT-RECORD.
006190     MOVE GR-TABLE-ID(GR-WORK-IX) TO RPT-LABEL.
006200     MOVE GR-TB-DAYS(GR-WORK-IX) TO RPT-COUNT.
006210     MOVE GR-TB-TRAY-WIN(GR-WORK-IX) TO RPT-TRAY-WIN.
006220     MOVE GR-TB-HOLD(GR-WORK-IX) TO RPT-BOOK-HOLD.
006230     COMPUTE GR-VARIANCE =
006240         GR-TB-TRAY-WIN(GR-WORK-IX) - GR-TB-HOLD(GR-WORK-IX).
006250     MOVE GR-VARIANCE TO RPT-VARIANCE.
006260     IF GR-TB-UNCOUNTED(GR-WORK-IX) > ZERO
006270         MOVE "NO COUNT" TO RPT-NOTE.
006280     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006290 5500-EXIT.
006300     EXIT.
006310
006320* =================================================================
006330* 5600-PRINT-RETURN -- THE RETURN AS THE CONTROLLER FILES IT
006340* =================================================================
006350 5600-PRINT-RETURN.
006360     MOVE SPACES TO RPT-HEADING.
006370     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006380     MOVE SPACES TO RPT-HEADING.
006390     STRING "RETURN FOR LICENSEE " DELIMITED BY SIZE
006400         GR-LICENSEE-NO DELIMITED BY SIZE
006410         "  " DELIMITED BY SIZE
006420         GR-LICENSEE-NAME DELIMITED BY SIZE
006430         INTO RH-TEXT.
006440     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006450     MOVE "GROSS GAMING REVENUE (TRAY WIN)" TO GR-LINE-LABEL.
006460     MOVE GR-MO-TRAY-WIN TO GR-LINE-AMOUNT.
006470     PERFORM 5700-PRINT-AMOUNT-LINE THRU 5700-EXIT.
006480     MOVE "  HAND-HISTORY HOLD (FOR VARIANCE)" TO GR-LINE-LABEL.
006490     MOVE GR-MO-HOLD TO GR-LINE-AMOUNT.
006500     PERFORM 5700-PRINT-AMOUNT-LINE THRU 5700-EXIT.
006510     MOVE "  VARIANCE (TRAY WIN LESS HOLD)" TO GR-LINE-LABEL.
006520     COMPUTE GR-LINE-AMOUNT = GR-MO-TRAY-WIN - GR-MO-HOLD.
006530     PERFORM 5700-PRINT-AMOUNT-LINE THRU 5700-EXIT.
006540     MOVE "LESS UNCOLLECTIBLE MARKER WRITE-DOWNS"
006545         TO GR-LINE-LABEL.
006550     MOVE GR-MO-WRITE-DOWNS TO GR-LINE-AMOUNT.
006560     PERFORM 5700-PRINT-AMOUNT-LINE THRU 5700-EXIT.
006570     MOVE "LESS PROMOTIONAL CREDITS" TO GR-LINE-LABEL.
006580     MOVE GR-MO-PROMO TO GR-LINE-AMOUNT.
006590     PERFORM 5700-PRINT-AMOUNT-LINE THRU 5700-EXIT.
006600     MOVE "TAXABLE GAMING REVENUE" TO GR-LINE-LABEL.
006610     MOVE GR-MO-TAXABLE TO GR-LINE-AMOUNT.
006620     PERFORM 5700-PRINT-AMOUNT-LINE THRU 5700-EXIT.
006630     PERFORM 5800-PRINT-ONE-BAND THRU 5800-EXIT
006640         VARYING GR-BAND-IX FROM 1 BY 1
006650         UNTIL GR-BAND-IX > GR-BAND-COUNT.
006660     MOVE "TAX DUE" TO GR-LINE-LABEL.
006670     MOVE GR-MO-TAX TO GR-LINE-AMOUNT.
006680     PERFORM 5700-PRINT-AMOUNT-LINE THRU 5700-EXIT.
006690     MOVE SPACES TO RPT-HEADING.
006700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006710     MOVE SPACES TO RPT-HEADING.
006720     STRING "TABLE-DAYS: " DELIMITED BY SIZE
006730         GR-STAT-COUNT DELIMITED BY SIZE
006740         "   WITHOUT BOTH TRAY COUNTS: " DELIMITED BY SIZE
006750         GR-UNCOUNTED-COUNT DELIMITED BY SIZE
006760         "   TABLES NOT TAKEN: " DELIMITED BY SIZE
006770         GR-OVERFLOW-COUNT DELIMITED BY SIZE
006780         "   PARAMETER PROBLEMS: " DELIMITED BY SIZE
006790         GR-PARM-PROBLEMS DELIMITED BY SIZE
006800         INTO RH-TEXT.
006810     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006820     MOVE SPACES TO RPT-HEADING.
006830     IF GR-PARM-PROBLEMS > ZERO
006840         OR GR-UNCOUNTED-COUNT > ZERO
006850         OR GR-OVERFLOW-COUNT > ZERO
006860         OR GR-STAT-COUNT = ZERO
006870         MOVE "*** NOT FILED -- NO EXTRACT WRITTEN ***"
006880             TO RH-TEXT
006890     ELSE
006900         MOVE "FILING EXTRACT (GGREXT) WRITTEN" TO RH-TEXT.
006910     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
006920 5600-EXIT.
006930     EXIT.
006940
006950 5700-PRINT-AMOUNT-LINE.
006960     MOVE SPACES TO RPT-HEADING.
006970     MOVE GR-LINE-LABEL TO RH-TEXT(1:40).
006980     MOVE GR-LINE-AMOUNT TO GR-EDIT-AMOUNT.
006990     MOVE GR-EDIT-AMOUNT TO RH-TEXT(41:18).
007000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007010 5700-EXIT.
007020     EXIT.
007030
007040 5800-PRINT-ONE-BAND.
007050     MOVE SPACES TO RPT-HEADING.
007060     MOVE GR-BAND-FLOOR(GR-BAND-IX) TO GR-EDIT-FLOOR.
007070     COMPUTE GR-RATE-PCT = GR-BAND-RATE(GR-BAND-IX) * 100.
007080     MOVE GR-RATE-PCT TO GR-EDIT-PCT.
007090     MOVE GR-BAND-BASE(GR-BAND-IX) TO GR-EDIT-BASE.
007100     STRING "  BAND " DELIMITED BY SIZE
007110         GR-BAND-IX DELIMITED BY SIZE
007120         " OVER " DELIMITED BY SIZE
007130         GR-EDIT-FLOOR DELIMITED BY SIZE
007140         " AT " DELIMITED BY SIZE
007150         GR-EDIT-PCT DELIMITED BY SIZE
007160         "% ON " DELIMITED BY SIZE
007170         GR-EDIT-BASE DELIMITED BY SIZE
007180         INTO RH-TEXT.
007190     MOVE GR-BAND-TAX(GR-BAND-IX) TO GR-EDIT-AMOUNT.
007200     MOVE GR-EDIT-AMOUNT TO RH-TEXT(67:18).
007210     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
007220 5800-EXIT.
007230     EXIT.
007240
007250* =================================================================
007260* 6000-WRITE-EXTRACT -- THE RETURN HAS PROVED, SO THE FILING
007270* EXTRACT IS WRITTEN WHOLE: THE HEADER, A SECOND PASS OF THE
007280* MASTER FOR ONE DETAIL PER TABLE-DAY, AND THE TRAILER.
007290* =================================================================
007300 6000-WRITE-EXTRACT.
007310     OPEN OUTPUT GGR-EXTR-FILE.
007320     IF GR-GG-FILE-STATUS NOT = "00"
007330         MOVE "GGREXT  " TO GR-IO-FILE-NAME
007340         MOVE "OPEN"     TO GR-IO-OPERATION
007350         MOVE GR-GG-FILE-STATUS TO GR-IO-STATUS
007360         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
007370     MOVE "Y" TO GR-EXTRACT-OPEN-FLAG.
007380     MOVE SPACES TO GG-RECORD.
007390     MOVE "H" TO GG-REC-TYPE.
007400     MOVE GR-LICENSEE-NAME TO GG-LICENSEE-NAME.
007410     MOVE FUNCTION CURRENT-DATE TO GR-CURRENT-DATETIME.
007420     MOVE GR-CURRENT-DATETIME(1:8) TO GG-CREATE-DATE.
007430     MOVE "BJ21" TO GG-GAME-CODE.
007440     PERFORM 6500-WRITE-ONE-EXTRACT THRU 6500-EXIT.
007450     CLOSE STAT-MAST-FILE.
007460     OPEN INPUT STAT-MAST-FILE.
007470     IF GR-ST-FILE-STATUS NOT = "00"
007480         MOVE "STATMST " TO GR-IO-FILE-NAME
007490         MOVE "OPEN"     TO GR-IO-OPERATION
007500         MOVE GR-ST-FILE-STATUS TO GR-IO-STATUS
007510         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
007520     MOVE "N" TO GR-EOF-FLAG.
007530     PERFORM 3100-READ-STAT THRU 3100-EXIT.
007540     PERFORM 6100-EXTRACT-ONE-STAT THRU 6100-EXIT
007550         UNTIL GR-AT-EOF.
007560     MOVE SPACES TO GG-RECORD.
007570     MOVE "T" TO GG-REC-TYPE.
007580     MOVE GR-DETAIL-COUNT TO GG-DETAIL-COUNT.
007590     MOVE GR-MO-TRAY-WIN TO GG-TOTAL-GROSS.
007600     MOVE GR-MO-WRITE-DOWNS TO GG-TOTAL-WRITE-DOWNS.
007610     MOVE GR-MO-PROMO TO GG-TOTAL-PROMO.
007620     MOVE GR-MO-TAXABLE TO GG-TAXABLE.
007630     MOVE GR-MO-TAX TO GG-TAX-DUE.
007640     PERFORM 6500-WRITE-ONE-EXTRACT THRU 6500-EXIT.
007650 6000-EXIT.
007660     EXIT.
007670
007680 6100-EXTRACT-ONE-STAT.
007690     IF GR-WORK-YYYYMM NOT = GR-TAX-MONTH
007700         GO TO 6100-READ-NEXT.
007710     MOVE SPACES TO GG-RECORD.
007720     MOVE "D" TO GG-REC-TYPE.
007730     MOVE ST-GAME-DATE TO GG-GAME-DATE.
007740     MOVE ST-TABLE-ID TO GG-TABLE-ID.
007750     MOVE ST-TRAY-WIN TO GG-GROSS-REVENUE.
007760     MOVE ST-HOLD TO GG-BOOK-HOLD.
007770     PERFORM 6500-WRITE-ONE-EXTRACT THRU 6500-EXIT.
007780     ADD 1 TO GR-DETAIL-COUNT.
007790 6100-READ-NEXT.
007800     PERFORM 3100-READ-STAT THRU 3100-EXIT.
007810 6100-EXIT.
007820     EXIT.
007830
007840 6500-WRITE-ONE-EXTRACT.
007850     MOVE GR-LICENSEE-NO TO GG-LICENSEE-NO.
007860     MOVE GR-TAX-MONTH TO GG-TAX-PERIOD.
007870     WRITE GG-RECORD.
007880     IF GR-GG-FILE-STATUS NOT = "00"
007890         MOVE "GGREXT  " TO GR-IO-FILE-NAME
007900         MOVE "WRITE"    TO GR-IO-OPERATION
007910         MOVE GR-GG-FILE-STATUS TO GR-IO-STATUS
007920         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
007930 6500-EXIT.
007940     EXIT.
007950
007960* =================================================================
007970* 7000-FIND-OR-ADD-TABLE -- LOCATE GR-WORK-TABLE-ID IN
007980* GR-TABLE-TOTALS, ADDING A NEW ENTRY THE FIRST TIME IT IS SEEN.
007990* LEAVES GR-WORK-IX POINTING AT THE RIGHT ENTRY, OR ZERO WHEN THE
008000* TABLE IS NEW AND THE LIST IS FULL.  THE SEARCH LOOP'S VARYING
008010* CLAUSE STEPS GR-WORK-IX ONE PAST THE MATCH BEFORE THE UNTIL TEST
008020* STOPS IT, SO A MATCH BACKS UP ONE.
008030* =================================================================
008040 7000-FIND-OR-ADD-TABLE.
008050     MOVE "N" TO GR-FOUND-FLAG.
008060     PERFORM 7100-TEST-ONE-TABLE THRU 7100-EXIT
008070         VARYING GR-WORK-IX FROM 1 BY 1
008080         UNTIL GR-WORK-IX > GR-TABLE-COUNT
008090         OR GR-TABLE-FOUND.
008100     IF GR-TABLE-FOUND
008110         SUBTRACT 1 FROM GR-WORK-IX
008120         GO TO 7000-EXIT.
008130     IF GR-TABLE-COUNT NOT < GR-TABLE-MAX
008140         MOVE ZERO TO GR-WORK-IX
008150         GO TO 7000-EXIT.
008160     ADD 1 TO GR-TABLE-COUNT.
008170     MOVE GR-TABLE-COUNT TO GR-WORK-IX.
008180     MOVE GR-WORK-TABLE-ID TO GR-TABLE-ID(GR-WORK-IX).
008190     MOVE ZERO TO GR-TB-DAYS(GR-WORK-IX)
008200         GR-TB-TRAY-WIN(GR-WORK-IX)
008210         GR-TB-HOLD(GR-WORK-IX)
008220         GR-TB-UNCOUNTED(GR-WORK-IX).
008230 7000-EXIT.
008240     EXIT.
008250
008260 7100-TEST-ONE-TABLE.
008270     IF GR-TABLE-ID(GR-WORK-IX) = GR-WORK-TABLE-ID
008280         MOVE "Y" TO GR-FOUND-FLAG.
008290 7100-EXIT.
008300     EXIT.
008310
008320* =================================================================
008330* 8000-WRITE-REPORT-LINE -- ONE CHECKED REPORT WRITE
008340* =================================================================
008350 8000-WRITE-REPORT-LINE.
008360     WRITE RPT-RECORD.
008370     IF GR-RPT-FILE-STATUS NOT = "00"
008380         MOVE "GGRRPT  " TO GR-IO-FILE-NAME
008390         MOVE "WRITE"    TO GR-IO-OPERATION
008400         MOVE GR-RPT-FILE-STATUS TO GR-IO-STATUS
008410         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
008420 8000-EXIT.
008430     EXIT.
008440
008450* =================================================================
008460* 9000-IO-ABORT -- A HARD READ OR WRITE STATUS IS AN I-O FAULT.  A
008470* SHORT PASS WOULD UNDERSTATE THE RETURN, SO THE JOB ENDS WITH
008480* CONDITION CODE 16.  AN EXTRACT CUT SHORT BY A FAULT MUST NOT BE
008490* FILED -- THE RERUN REPLACES IT.
008500* =================================================================
008510 9000-IO-ABORT.
008520     DISPLAY "*** I-O ERROR -- FILE " GR-IO-FILE-NAME
008530         " OPERATION " GR-IO-OPERATION
008540         " STATUS " GR-IO-STATUS " -- RETURN VOID ***".
008550     PERFORM 1900-TERMINATE THRU 1900-EXIT.
008560     MOVE 16 TO RETURN-CODE.
008570     STOP RUN.
008580 9000-EXIT.
008590     EXIT.
