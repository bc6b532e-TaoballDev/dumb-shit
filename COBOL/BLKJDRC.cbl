000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLKJDRC.
000030 AUTHOR. R. OKONKWO, PIT SYSTEMS GROUP.
000040 INSTALLATION. TABLE GAMES DATA PROCESSING.
000050 DATE-WRITTEN. 10-15-2026.
000060 DATE-COMPILED.
000070*
000080* -----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL BATCH JOB.  END-OF-DAY CAGE DRAWER
000130*                  RECONCILIATION -- THE CAGE-SIDE COUNTERPART OF
000140*                  THE TRAY RECONCILIATION (BLKJTRC).  FOR ONE
000150*                  GAMING DATE, TAKES EACH CASHIER DRAWER OFF THE
000160*                  CAGE-DRAWER FILE (CAGEDRW) AND ROLLS UP THE
000170*                  CASHIER'S CAGE JOURNAL (CAGEJRNL) LINES POSTED
000180*                  WHILE THAT DRAWER WAS OPEN.  THE EXPECTED
000190*                  DRAWER IS THE OPENING BANK PLUS DEPOSITS AND
000200*                  MARKER REPAYMENTS, LESS WITHDRAWALS AND COMP
000210*                  REDEMPTIONS; THE VARIANCE IS THE CLOSING
000220*                  COUNT LESS THE EXPECTED DRAWER.  A DRAWER OVER
000230*                  OR SHORT BY MORE THAN THE TOLERANCE ON THE
000240*                  DRWPARM FILE, A DRAWER NEVER COUNTED DOWN, OR
000250*                  A CASHIER WITH JOURNAL LINES AND NO DRAWER
000260*                  PRINTS AN EXCEPTION LINE, AND THE JOB ENDS
000270*                  WITH CONDITION CODE 8 SO THE JOBSTREAM STOPS
000280*                  FOR THE CAGE MANAGER.
000290* -----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CAGE-DRAWER-FILE ASSIGN TO CAGEDRW
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS DW-KEY
000380         FILE STATUS IS DV-DW-FILE-STATUS.
000390     SELECT CAGE-JRNL-FILE ASSIGN TO CAGEJRNL
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS DV-CJ-FILE-STATUS.
000420     SELECT DRW-PARM-FILE ASSIGN TO DRWPARM
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS DV-DP-FILE-STATUS.
000450     SELECT DRW-REPT-FILE ASSIGN TO DRWRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS DV-RPT-FILE-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CAGE-DRAWER-FILE
000520     LABEL RECORD IS STANDARD.
000530     COPY DRWREC.
000540
000550 FD  CAGE-JRNL-FILE
000560     LABEL RECORD IS STANDARD.
000570     COPY CAGEREC.
000580
000590 FD  DRW-PARM-FILE
000600     LABEL RECORD IS STANDARD.
000610     COPY DRPREC.
000620
000630* ----------------------------------------------------------------
000640* DRW-REPT-FILE -- ONE PRINT LINE PER DRAWER, PLUS HEADINGS AND
000650* THE SUMMARY.  RPT-HEADING REDEFINES THE SAME STORAGE SO A
000660* HEADING CAN BE MOVED IN AS PLAIN TEXT.
000670* ----------------------------------------------------------------
000680 FD  DRW-REPT-FILE
000690     LABEL RECORD IS STANDARD.
000700 01  RPT-RECORD.
000710     05  RPT-CASHIER-ID         PIC X(04).
000720     05  FILLER                 PIC X(02) VALUE SPACES.
000730     05  RPT-SHIFT-NO           PIC X(01).
000740     05  FILLER                 PIC X(02) VALUE SPACES.
000750     05  RPT-OPEN-BANK          PIC Z,ZZZ,ZZ9.99.
000760     05  FILLER                 PIC X(01) VALUE SPACES.
000770     05  RPT-DEPOSITS           PIC Z,ZZZ,ZZ9.99.
000780     05  FILLER                 PIC X(01) VALUE SPACES.
000790     05  RPT-MARKER-PAID        PIC Z,ZZZ,ZZ9.99.
000800     05  FILLER                 PIC X(01) VALUE SPACES.
000810     05  RPT-WITHDRAWALS        PIC Z,ZZZ,ZZ9.99.
000820     05  FILLER                 PIC X(01) VALUE SPACES.
000830     05  RPT-COMPS-PAID         PIC Z,ZZZ,ZZ9.99.
000840     05  FILLER                 PIC X(01) VALUE SPACES.
000850     05  RPT-EXPECTED           PIC -ZZZ,ZZZ,ZZ9.99.
000860     05  FILLER                 PIC X(01) VALUE SPACES.
000870     05  RPT-CLOSE-COUNT        PIC Z,ZZZ,ZZ9.99.
000880     05  FILLER                 PIC X(01) VALUE SPACES.
000890     05  RPT-VARIANCE           PIC -ZZZ,ZZZ,ZZ9.99.
000900     05  FILLER                 PIC X(02) VALUE SPACES.
000910     05  RPT-FLAG               PIC X(16).
000920 01  RPT-HEADING REDEFINES RPT-RECORD.
000930     05  RH-TEXT                PIC X(136).
000940
000950 WORKING-STORAGE SECTION.
000960* ---------------------------------------------------------- SWITCHES
000970 77  DV-DW-FILE-STATUS      PIC X(02)  VALUE "00".
000980 77  DV-CJ-FILE-STATUS      PIC X(02)  VALUE "00".
000990 77  DV-DP-FILE-STATUS      PIC X(02)  VALUE "00".
001000 77  DV-RPT-FILE-STATUS     PIC X(02)  VALUE "00".
001010 77  DV-EOF-FLAG            PIC X(01)  VALUE "N".
001020     88  DV-AT-EOF          VALUE "Y".
001030 77  DV-FOUND-FLAG          PIC X(01)  VALUE "N".
001040     88  DV-DRAWER-FOUND    VALUE "Y".
001050 77  DV-IO-FILE-NAME        PIC X(08)  VALUE SPACES.
001060 77  DV-IO-STATUS           PIC X(02)  VALUE "00".
001070* ------------------------------------------------------ RECON CONTROL
001080 77  DV-RECON-DATE          PIC 9(08)  VALUE ZERO.
001090 77  DV-RECON-DATE-IN       PIC X(08)  VALUE SPACES.
001100* ------------------------------------------------------- PARAMETERS
001110* THE BUILT-IN TOLERANCE STANDS WHEN NO DRWPARM FILE EXISTS.  A
001120* RECORD ON FILE IS TAKEN AS KEYED -- A ZERO TOLERANCE MEANS THE
001130* DRAWER MUST COUNT TO THE PENNY.
001140 77  DV-TOLERANCE           PIC 9(05)V99 VALUE 5.00.
001150* ---------------------------------------------------- JOURNAL STAMP
001160* THE DATE AND TIME OF THE JOURNAL LINE IN HAND, SIDE BY SIDE SO
001170* THE PAIR COMPARES AS ONE VALUE AGAINST A DRAWER'S WINDOW.
001180 01  DV-LINE-STAMP.
001190     05  DV-LINE-DATE           PIC 9(08).
001200     05  DV-LINE-TIME           PIC 9(06).
001210* ----------------------------------------------------- CONTROL TOTALS
001220* ONE ENTRY PER DRAWER.  A DRAWER OPENED THE DAY BEFORE AND
001230* COUNTED DOWN AFTER MIDNIGHT IS CARRIED TOO, UNPRINTED, SO THE
001240* TAIL OF ITS SHIFT IS NOT MISTAKEN FOR LINES WITH NO DRAWER.  A
001250* DRAWER NEVER COUNTED DOWN KEEPS ITS WINDOW OPEN TO THE END OF
001260* ITS GAMING DATE.  SHIFT ZERO IS A CASHIER'S LINES THAT FELL IN
001270* NO DRAWER'S WINDOW.
001280 01  DV-DRAWER-TOTALS.
001290     05  DV-DRAWER              OCCURS 50 TIMES.
001300         10  DV-CASHIER-ID      PIC X(04).
001310         10  DV-SHIFT-NO        PIC 9(01).
001320         10  DV-OPEN-STAMP.
001330             15  DV-OPEN-DATE   PIC 9(08).
001340             15  DV-OPEN-TIME   PIC 9(06).
001350         10  DV-CLOSE-STAMP.
001360             15  DV-CLOSE-DATE  PIC 9(08).
001370             15  DV-CLOSE-TIME  PIC 9(06).
001380         10  DV-PRINT-FLAG      PIC X(01).
001390             88  DV-IS-PRINTED  VALUE "Y".
001400         10  DV-STATUS          PIC X(01).
001410             88  DV-WAS-CLOSED  VALUE "C".
001420             88  DV-NO-DRAWER   VALUE "X".
001430         10  DV-OPEN-BANK       PIC 9(07)V99.
001440         10  DV-CLOSE-COUNT     PIC 9(07)V99.
001450         10  DV-DEPOSITS        PIC 9(09)V99.
001460         10  DV-MARKER-PAID     PIC 9(09)V99.
001470         10  DV-WITHDRAWALS     PIC 9(09)V99.
001480         10  DV-COMPS-PAID      PIC 9(09)V99.
001490 77  DV-DRAWER-MAX          PIC 9(02)  VALUE 50.
001500 77  DV-DRAWER-COUNT        PIC 9(02)  VALUE ZERO.
001510 77  DV-WORK-IX             PIC 9(02)  VALUE ZERO.
001520 77  DV-WORK-CASHIER-ID     PIC X(04)  VALUE SPACES.
001530* --------------------------------------------------- REPORT WORK AREA
001540 77  DV-EXPECTED            PIC S9(09)V99 VALUE ZERO.
001550 77  DV-VARIANCE            PIC S9(09)V99 VALUE ZERO.
001560 77  DV-PRINTED-COUNT       PIC 9(05)  VALUE ZERO.
001570 77  DV-EXCEPTION-COUNT     PIC 9(05)  VALUE ZERO.
001580 77  DV-EDIT-TOLERANCE      PIC ZZ,ZZ9.99 VALUE ZERO.
001590
001600 PROCEDURE DIVISION.
001610* =================================================================
001620* 0000-MAINLINE
001630* =================================================================
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     PERFORM 2000-LOAD-DRAWERS THRU 2000-EXIT.
001670     PERFORM 3000-ROLL-UP-JOURNAL THRU 3000-EXIT.
001680     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
001690     PERFORM 1900-TERMINATE THRU 1900-EXIT.
001700     IF DV-EXCEPTION-COUNT > ZERO
001710         MOVE 8 TO RETURN-CODE.
001720     STOP RUN.
001730
001740* =================================================================
001750* 1000-INITIALIZE -- GET THE GAMING DATE BEING PROVED, LOAD THE
001760* TOLERANCE AND OPEN THE DRAWERS, THE JOURNAL AND THE REPORT
001770* =================================================================
001780 1000-INITIALIZE.
001790     PERFORM 1100-GET-RECON-DATE THRU 1100-EXIT
001800         UNTIL DV-RECON-DATE > ZERO.
001810     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
001820     OPEN INPUT CAGE-DRAWER-FILE.
001830     IF DV-DW-FILE-STATUS NOT = "00"
001840         DISPLAY "CANNOT OPEN CAGEDRW -- STATUS "
001850             DV-DW-FILE-STATUS
001860         MOVE 16 TO RETURN-CODE
001870         STOP RUN.
001880     OPEN INPUT CAGE-JRNL-FILE.
001890     IF DV-CJ-FILE-STATUS NOT = "00"
001900         DISPLAY "CANNOT OPEN CAGEJRNL -- STATUS "
001910             DV-CJ-FILE-STATUS
001920         MOVE 16 TO RETURN-CODE
001930         STOP RUN.
001940     OPEN OUTPUT DRW-REPT-FILE.
001950     IF DV-RPT-FILE-STATUS NOT = "00"
001960         DISPLAY "CANNOT OPEN DRWRPT -- STATUS "
001970             DV-RPT-FILE-STATUS
001980         MOVE 16 TO RETURN-CODE
001990         STOP RUN.
002000     PERFORM 4100-PRINT-HEADING THRU 4100-EXIT.
002010 1000-EXIT.
002020     EXIT.
002030
002040 1100-GET-RECON-DATE.
002050     DISPLAY "ENTER GAMING DATE TO RECONCILE (YYYYMMDD): ".
002060     ACCEPT DV-RECON-DATE-IN.
002070     IF DV-RECON-DATE-IN IS NUMERIC
002080         MOVE DV-RECON-DATE-IN TO DV-RECON-DATE
002090     ELSE
002100         DISPLAY "A NUMERIC YYYYMMDD DATE IS REQUIRED.".
002110 1100-EXIT.
002120     EXIT.
002130
002140* =================================================================
002150* 1200-LOAD-PARAMETERS -- READ THE ONE-RECORD PARAMETER FILE.  A
002160* MISSING FILE OR AN EMPTY ONE LEAVES THE BUILT-IN TOLERANCE.
002170* =================================================================
002180 1200-LOAD-PARAMETERS.
002190     OPEN INPUT DRW-PARM-FILE.
002200     IF DV-DP-FILE-STATUS NOT = "00"
002210         DISPLAY "NO DRWPARM FILE -- USING BUILT-IN TOLERANCE "
002220             DV-TOLERANCE
002230         GO TO 1200-EXIT.
002240     READ DRW-PARM-FILE
002250         AT END
002260             DISPLAY "EMPTY DRWPARM FILE -- USING BUILT-IN "
002270                 "TOLERANCE " DV-TOLERANCE.
002280     IF DV-DP-FILE-STATUS = "00"
002290         MOVE DP-TOLERANCE TO DV-TOLERANCE.
002300     CLOSE DRW-PARM-FILE.
002310 1200-EXIT.
002320     EXIT.
002330
002340* =================================================================
002350* 1900-TERMINATE -- CLOSE FILES BEFORE RETURNING TO THE OPERATING
002360* SYSTEM
002370* =================================================================
002380 1900-TERMINATE.
002390     CLOSE CAGE-DRAWER-FILE.
002400     CLOSE CAGE-JRNL-FILE.
002410     CLOSE DRW-REPT-FILE.
002420 1900-EXIT.
002430     EXIT.
002440
002450* =================================================================
002460* 2000-LOAD-DRAWERS -- PASS THE CAGE-DRAWER FILE ONCE, TAKING THE
002470* RECONCILIATION DATE'S DRAWERS TO PRINT AND THE DAY BEFORE'S
002480* DRAWERS COUNTED DOWN ON IT TO HOLD THEIR SHARE OF THE JOURNAL
002490* =================================================================
002500 2000-LOAD-DRAWERS.
002510     PERFORM 2100-READ-DRAWER THRU 2100-EXIT.
002520     PERFORM 2200-LOAD-ONE-DRAWER THRU 2200-EXIT
002530         UNTIL DV-AT-EOF.
002540 2000-EXIT.
002550     EXIT.
002560
002570 2100-READ-DRAWER.
002580     READ CAGE-DRAWER-FILE
002590         AT END
002600             MOVE "Y" TO DV-EOF-FLAG.
002610     IF DV-DW-FILE-STATUS NOT = "00"
002620         AND DV-DW-FILE-STATUS NOT = "10"
002630         MOVE "CAGEDRW " TO DV-IO-FILE-NAME
002640         MOVE DV-DW-FILE-STATUS TO DV-IO-STATUS
002650         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
002660 2100-EXIT.
002670     EXIT.
002680
002690 2200-LOAD-ONE-DRAWER.
002700     IF DW-GAME-DATE NOT = DV-RECON-DATE
002710         AND (NOT DW-DRAWER-CLOSED
002720              OR DW-CLOSE-DATE NOT = DV-RECON-DATE)
002730         GO TO 2200-READ-NEXT.
002740     PERFORM 7000-ADD-DRAWER THRU 7000-EXIT.
002750     MOVE DW-CASHIER-ID  TO DV-CASHIER-ID(DV-WORK-IX).
002760     MOVE DW-SHIFT-NO    TO DV-SHIFT-NO(DV-WORK-IX).
002770     MOVE DW-GAME-DATE   TO DV-OPEN-DATE(DV-WORK-IX).
002780     MOVE DW-OPEN-TIME   TO DV-OPEN-TIME(DV-WORK-IX).
002790     MOVE DW-STATUS      TO DV-STATUS(DV-WORK-IX).
002800     MOVE DW-OPEN-BANK   TO DV-OPEN-BANK(DV-WORK-IX).
002810     MOVE DW-CLOSE-COUNT TO DV-CLOSE-COUNT(DV-WORK-IX).
002820     IF DW-DRAWER-CLOSED
002830         MOVE DW-CLOSE-DATE TO DV-CLOSE-DATE(DV-WORK-IX)
002840         MOVE DW-CLOSE-TIME TO DV-CLOSE-TIME(DV-WORK-IX)
002850     ELSE
002860         MOVE DW-GAME-DATE TO DV-CLOSE-DATE(DV-WORK-IX)
002870         MOVE 235959 TO DV-CLOSE-TIME(DV-WORK-IX).
002880     IF DW-GAME-DATE = DV-RECON-DATE
002890         MOVE "Y" TO DV-PRINT-FLAG(DV-WORK-IX).
002900 2200-READ-NEXT.
002910     PERFORM 2100-READ-DRAWER THRU 2100-EXIT.
002920 2200-EXIT.
002930     EXIT.
002940
002950* =================================================================
002960* 3000-ROLL-UP-JOURNAL -- PASS THE CAGE JOURNAL ONCE.  EACH CASH
002970* LINE GOES TO THE DRAWER OF THE SAME CASHIER WHOSE WINDOW HOLDS
002980* ITS TIME STAMP.  A LINE ON THE RECONCILIATION DATE THAT FALLS IN
002990* NO DRAWER GOES TO THE CASHIER'S NO-DRAWER ENTRY.
003000* =================================================================
003010 3000-ROLL-UP-JOURNAL.
003020     MOVE "N" TO DV-EOF-FLAG.
003030     PERFORM 3100-READ-JRNL THRU 3100-EXIT.
003040     PERFORM 3200-APPLY-ONE-JRNL THRU 3200-EXIT
003050         UNTIL DV-AT-EOF.
003060 3000-EXIT.
003070     EXIT.
003080
003090 3100-READ-JRNL.
003100     READ CAGE-JRNL-FILE
003110         AT END
003120             MOVE "Y" TO DV-EOF-FLAG.
003130     IF DV-CJ-FILE-STATUS NOT = "00"
003140         AND DV-CJ-FILE-STATUS NOT = "10"
003150         MOVE "CAGEJRNL" TO DV-IO-FILE-NAME
003160         MOVE DV-CJ-FILE-STATUS TO DV-IO-STATUS
003170         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003180 3100-EXIT.
003190     EXIT.
003200
003210 3200-APPLY-ONE-JRNL.
003220     IF NOT CJ-TRAN-DEPOSIT
003230         AND NOT CJ-TRAN-MARKER-PAY
003240         AND NOT CJ-TRAN-WITHDRAWAL
003250         AND NOT CJ-TRAN-COMP-REDEEM
003260         GO TO 3200-READ-NEXT.
003270     MOVE CJ-TRAN-DATE TO DV-LINE-DATE.
003280     MOVE CJ-TRAN-TIME TO DV-LINE-TIME.
003290     MOVE CJ-CASHIER-ID TO DV-WORK-CASHIER-ID.
003300     PERFORM 7100-FIND-DRAWER THRU 7100-EXIT.
003310     IF NOT DV-DRAWER-FOUND
003320         IF CJ-TRAN-DATE NOT = DV-RECON-DATE
003330             GO TO 3200-READ-NEXT
003340         ELSE
003350             PERFORM 7300-FIND-OR-ADD-NO-DRAWER THRU 7300-EXIT
003360         END-IF.
003370     EVALUATE TRUE
003380         WHEN CJ-TRAN-DEPOSIT
003390             ADD CJ-AMOUNT TO DV-DEPOSITS(DV-WORK-IX)
003400         WHEN CJ-TRAN-MARKER-PAY
003410             ADD CJ-AMOUNT TO DV-MARKER-PAID(DV-WORK-IX)
003420         WHEN CJ-TRAN-WITHDRAWAL
003430             ADD CJ-AMOUNT TO DV-WITHDRAWALS(DV-WORK-IX)
003440         WHEN CJ-TRAN-COMP-REDEEM
003450             ADD CJ-AMOUNT TO DV-COMPS-PAID(DV-WORK-IX)
003460     END-EVALUATE.
003470 3200-READ-NEXT.
003480     PERFORM 3100-READ-JRNL THRU 3100-EXIT.
003490 3200-EXIT.
003500     EXIT.
003510
003520* =================================================================
003530* 4000-PRINT-REPORT -- ONE LINE PER DRAWER OF THE DATE.  THE
003540* EXPECTED DRAWER IS THE OPENING BANK PLUS DEPOSITS AND MARKER
003550* REPAYMENTS LESS WITHDRAWALS AND COMP REDEMPTIONS; THE VARIANCE
003560* IS THE CLOSING COUNT LESS THE EXPECTED DRAWER, SO A POSITIVE
003570* VARIANCE IS A DRAWER OVER.
003580* =================================================================
003590 4000-PRINT-REPORT.
003600     PERFORM 4200-PRINT-ONE-DRAWER THRU 4200-EXIT
003610         VARYING DV-WORK-IX FROM 1 BY 1
003620         UNTIL DV-WORK-IX > DV-DRAWER-COUNT.
003630     MOVE SPACES TO RPT-HEADING.
003640     WRITE RPT-RECORD.
003650     MOVE SPACES TO RPT-HEADING.
003660     STRING "DRAWERS CHECKED: " DELIMITED BY SIZE
003670         DV-PRINTED-COUNT DELIMITED BY SIZE
003680         "   EXCEPTIONS: " DELIMITED BY SIZE
003690         DV-EXCEPTION-COUNT DELIMITED BY SIZE
003700         INTO RH-TEXT.
003710     WRITE RPT-RECORD.
003720     DISPLAY "DRAWER RECONCILIATION -- DRAWERS CHECKED: "
003730         DV-PRINTED-COUNT " EXCEPTIONS: " DV-EXCEPTION-COUNT.
003740 4000-EXIT.
003750     EXIT.
003760
003770 4100-PRINT-HEADING.
003780     MOVE DV-TOLERANCE TO DV-EDIT-TOLERANCE.
003790     MOVE SPACES TO RPT-HEADING.
003800     STRING "CAGE DRAWER RECONCILIATION FOR GAMING DATE "
003810         DELIMITED BY SIZE
003820         DV-RECON-DATE DELIMITED BY SIZE
003830         "   TOLERANCE " DELIMITED BY SIZE
003840         DV-EDIT-TOLERANCE DELIMITED BY SIZE
003850         INTO RH-TEXT.
003860     WRITE RPT-RECORD.
003870     MOVE SPACES TO RPT-HEADING.
003880     WRITE RPT-RECORD.
003890     MOVE SPACES TO RPT-HEADING.
003900     MOVE "CASH SH    OPEN BANK     DEPOSITS   MKR REPAID  "
003910         TO RH-TEXT(1:48).
003920     MOVE "WITHDRAWALS        COMPS       EXPECTED  "
003930         TO RH-TEXT(49:42).
003940     MOVE "CLOSE COUNT       VARIANCE  NOTE"
003950         TO RH-TEXT(91:32).
003960     WRITE RPT-RECORD.
003970 4100-EXIT.
003980     EXIT.
003990
004000 4200-PRINT-ONE-DRAWER.
004010     IF NOT DV-IS-PRINTED(DV-WORK-IX)
004020         GO TO 4200-EXIT.
004030     ADD 1 TO DV-PRINTED-COUNT.
004040     MOVE SPACES TO RPT-RECORD.
004050     MOVE DV-CASHIER-ID(DV-WORK-IX)  TO RPT-CASHIER-ID.
004060     MOVE DV-SHIFT-NO(DV-WORK-IX)    TO RPT-SHIFT-NO.
004070     MOVE DV-OPEN-BANK(DV-WORK-IX)   TO RPT-OPEN-BANK.
004080     MOVE DV-DEPOSITS(DV-WORK-IX)    TO RPT-DEPOSITS.
004090     MOVE DV-MARKER-PAID(DV-WORK-IX) TO RPT-MARKER-PAID.
004100     MOVE DV-WITHDRAWALS(DV-WORK-IX) TO RPT-WITHDRAWALS.
004110     MOVE DV-COMPS-PAID(DV-WORK-IX)  TO RPT-COMPS-PAID.
004120     COMPUTE DV-EXPECTED =
004130         DV-OPEN-BANK(DV-WORK-IX) + DV-DEPOSITS(DV-WORK-IX)
004140         + DV-MARKER-PAID(DV-WORK-IX)
004150         - DV-WITHDRAWALS(DV-WORK-IX)
004160         - DV-COMPS-PAID(DV-WORK-IX).
004170     MOVE DV-EXPECTED TO RPT-EXPECTED.
004180     IF DV-NO-DRAWER(DV-WORK-IX)
004190         ADD 1 TO DV-EXCEPTION-COUNT
004200         MOVE "** NO DRAWER **" TO RPT-FLAG
004210         GO TO 4200-WRITE.
004220     IF NOT DV-WAS-CLOSED(DV-WORK-IX)
004230         ADD 1 TO DV-EXCEPTION-COUNT
004240         MOVE "** NOT CLOSED **" TO RPT-FLAG
004250         GO TO 4200-WRITE.
004260     MOVE DV-CLOSE-COUNT(DV-WORK-IX) TO RPT-CLOSE-COUNT.
004270     COMPUTE DV-VARIANCE =
004280         DV-CLOSE-COUNT(DV-WORK-IX) - DV-EXPECTED.
004290     MOVE DV-VARIANCE TO RPT-VARIANCE.
004300     IF DV-VARIANCE > DV-TOLERANCE
004310         ADD 1 TO DV-EXCEPTION-COUNT
004320         MOVE "** OVER **" TO RPT-FLAG
004330     ELSE
004340         IF DV-VARIANCE + DV-TOLERANCE < ZERO
004350             ADD 1 TO DV-EXCEPTION-COUNT
004360             MOVE "** SHORT **" TO RPT-FLAG.
004370 4200-WRITE.
004380     WRITE RPT-RECORD.
004390 4200-EXIT.
004400     EXIT.
004410
004420* =================================================================
004430* 7000-ADD-DRAWER -- TAKE THE NEXT FREE ENTRY IN DV-DRAWER-TOTALS,
004440* ZEROED, AND LEAVE DV-WORK-IX POINTING AT IT.  A CAGE WITH MORE
004450* DRAWERS IN A DAY THAN THE TABLE HOLDS CANNOT BE PROVED, SO THE
004460* JOB STOPS RATHER THAN PRINT A PARTIAL VERDICT.
004470* =================================================================
004480 7000-ADD-DRAWER.
004490     IF DV-DRAWER-COUNT NOT < DV-DRAWER-MAX
004500         DISPLAY "*** MORE THAN " DV-DRAWER-MAX
004510             " DRAWERS FOR THE DATE -- RECONCILIATION VOID ***"
004520         PERFORM 1900-TERMINATE THRU 1900-EXIT
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN.
004550     ADD 1 TO DV-DRAWER-COUNT.
004560     MOVE DV-DRAWER-COUNT TO DV-WORK-IX.
004570     MOVE SPACES TO DV-CASHIER-ID(DV-WORK-IX)
004580         DV-PRINT-FLAG(DV-WORK-IX)
004590         DV-STATUS(DV-WORK-IX).
004600     MOVE ZERO TO DV-SHIFT-NO(DV-WORK-IX)
004610         DV-OPEN-DATE(DV-WORK-IX)
004620         DV-OPEN-TIME(DV-WORK-IX)
004630         DV-CLOSE-DATE(DV-WORK-IX)
004640         DV-CLOSE-TIME(DV-WORK-IX)
004650         DV-OPEN-BANK(DV-WORK-IX)
004660         DV-CLOSE-COUNT(DV-WORK-IX)
004670         DV-DEPOSITS(DV-WORK-IX)
004680         DV-MARKER-PAID(DV-WORK-IX)
004690         DV-WITHDRAWALS(DV-WORK-IX)
004700         DV-COMPS-PAID(DV-WORK-IX).
004710 7000-EXIT.
004720     EXIT.
004730
004740* =================================================================
004750* 7100-FIND-DRAWER -- LOCATE THE DRAWER OF DV-WORK-CASHIER-ID
004760* WHOSE WINDOW HOLDS DV-LINE-STAMP.  NO-DRAWER ENTRIES HAVE NO
004770* WINDOW AND NEVER MATCH HERE.  A MATCH BACKS DV-WORK-IX UP ONE,
004780* AS IN EVERY TABLE SEARCH IN THE SUITE.
004790* =================================================================
004800 7100-FIND-DRAWER.
004810     MOVE "N" TO DV-FOUND-FLAG.
004820     PERFORM 7200-TEST-ONE-DRAWER THRU 7200-EXIT
004830         VARYING DV-WORK-IX FROM 1 BY 1
004840         UNTIL DV-WORK-IX > DV-DRAWER-COUNT
004850         OR DV-DRAWER-FOUND.
004860     IF DV-DRAWER-FOUND
004870         SUBTRACT 1 FROM DV-WORK-IX.
004880 7100-EXIT.
004890     EXIT.
004900
004910 7200-TEST-ONE-DRAWER.
004920     IF DV-CASHIER-ID(DV-WORK-IX) = DV-WORK-CASHIER-ID
004930         AND NOT DV-NO-DRAWER(DV-WORK-IX)
004940         AND DV-LINE-STAMP NOT < DV-OPEN-STAMP(DV-WORK-IX)
004950         AND DV-LINE-STAMP NOT > DV-CLOSE-STAMP(DV-WORK-IX)
004960         MOVE "Y" TO DV-FOUND-FLAG.
004970 7200-EXIT.
004980     EXIT.
004990
005000* =================================================================
005010* 7300-FIND-OR-ADD-NO-DRAWER -- LOCATE THE CASHIER'S NO-DRAWER
005020* ENTRY, ADDING IT THE FIRST TIME A STRAY LINE IS SEEN.  LEAVES
005030* DV-WORK-IX POINTING AT IT EITHER WAY.
005040* =================================================================
005050 7300-FIND-OR-ADD-NO-DRAWER.
005060     MOVE "N" TO DV-FOUND-FLAG.
005070     PERFORM 7400-TEST-ONE-NO-DRAWER THRU 7400-EXIT
005080         VARYING DV-WORK-IX FROM 1 BY 1
005090         UNTIL DV-WORK-IX > DV-DRAWER-COUNT
005100         OR DV-DRAWER-FOUND.
005110     IF DV-DRAWER-FOUND
005120         SUBTRACT 1 FROM DV-WORK-IX
005130     ELSE
005140         PERFORM 7000-ADD-DRAWER THRU 7000-EXIT
005150         MOVE DV-WORK-CASHIER-ID TO DV-CASHIER-ID(DV-WORK-IX)
005160         MOVE "X" TO DV-STATUS(DV-WORK-IX)
005170         MOVE "Y" TO DV-PRINT-FLAG(DV-WORK-IX).
005180 7300-EXIT.
005190     EXIT.
005200
005210 7400-TEST-ONE-NO-DRAWER.
005220     IF DV-CASHIER-ID(DV-WORK-IX) = DV-WORK-CASHIER-ID
005230         AND DV-NO-DRAWER(DV-WORK-IX)
005240         MOVE "Y" TO DV-FOUND-FLAG.
005250 7400-EXIT.
005260     EXIT.
005270
005280* =================================================================
005290* 9000-IO-ABORT -- A HARD READ STATUS IS AN I-O FAULT, NOT END OF
005300* FILE.  A TRUNCATED ROLL-UP WOULD PRINT PHANTOM EXCEPTIONS, SO
005310* THE JOB ENDS WITH CONDITION CODE 16 AND NO VERDICT INSTEAD.
005320* =================================================================
005330 9000-IO-ABORT.
005340     DISPLAY "*** I-O ERROR -- FILE " DV-IO-FILE-NAME
005350         " OPERATION READ STATUS " DV-IO-STATUS
005360         " -- RECONCILIATION VOID ***".
005370     PERFORM 1900-TERMINATE THRU 1900-EXIT.
005380     MOVE 16 TO RETURN-CODE.
005390     STOP RUN.
005400 9000-EXIT.
005410     EXIT.
