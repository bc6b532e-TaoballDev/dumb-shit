000252*                  SPLITTING A BUY-IN WITHIN ONE SHIFT.  EVERY
000253*                  REFUSAL IS JOURNALED (TYPE E, NEUTRAL) FOR
000254*                  THE DAILY COMPLIANCE REPORT (BLKJREF).
000255* 10-15-26   ROP   CASHIER DRAWER COUNTS.  AFTER SIGN-ON THE CASHIER
000256*                  KEYS THE SHIFT AND THE OPENING BANK, AND AT
000257*                  SIGN-OFF THE CLOSING COUNT, BOTH KEPT ON THE NEW
000258*                  CAGE-DRAWER FILE (CAGEDRW) BY CASHIER, GAMING
000259*                  DATE AND SHIFT.  A DRAWER LEFT OPEN BY A SESSION
000260*                  THAT WAS SHUT DOWN IS RESUMED, NOT RE-BANKED, AT
000261*                  THE NEXT SIGN-ON FOR THE SAME SHIFT; A CLOSED
000262*                  ONE CANNOT BE REOPENED.  THE NIGHTLY DRAWER
000263*                  RECONCILIATION (BLKJDRC) PROVES EACH COUNT
000264*                  AGAINST THE CASHIER'S JOURNAL LINES.
000265* 10-15-26   ROP   ESCHEATED ACCOUNTS.  AN ACCOUNT THE DORMANCY JOB
000266*                  (BLKJDRM) HAS ESCHEATED TAKES NO DEPOSIT,
000267*                  WITHDRAWAL, ADJUSTMENT OR COMPS REDEMPTION
000268*                  UNTIL THE CAGE REACTIVATES IT WITH THE NEW
000269*                  (R)EACTIVATE FUNCTION.  MARKER REPAYMENTS AND
000270*                  WRITE-DOWNS STILL POST -- THEY DO NOT TOUCH THE
000271*                  BALANCE.
000272* 10-15-26   ROP   IN-PLAY FLAG ON THE LEDGER.  A PATRON SEATED AT A
000273*                  TABLE (BLKJACK) IS SHOWN TO THE CASHIER.  MONEY
000274*                  IN -- A DEPOSIT, A CREDIT ADJUSTMENT, A COMPS
000275*                  REDEMPTION -- STILL POSTS, AND THE TABLE PICKS
000276*                  IT UP BEFORE THE PATRON'S NEXT WAGER.  MONEY OUT
000277*                  -- A WITHDRAWAL OR A DEBIT ADJUSTMENT -- IS
000278*                  REFUSED UNTIL THE PATRON LEAVES THE TABLE, SINCE
000279*                  THE CHIPS MAY ALREADY BE IN ACTION.  A NEW LEDGER
000280*                  RECORD IS WRITTEN NOT IN PLAY.
000281* -----------------------------------------------------------------
000282
000283 ENVIRONMENT DIVISION.
000284 INPUT-OUTPUT SECTION.
000285 FILE-CONTROL.
000286     SELECT PLAYER-BANKROLL-FILE ASSIGN TO BANKROLL
000287         ORGANIZATION IS INDEXED
000288         ACCESS MODE IS RANDOM
000290         RECORD KEY IS BK-PLAYER-ID
000300         FILE STATUS IS CS-BK-FILE-STATUS.
000310     SELECT CAGE-JRNL-FILE ASSIGN TO CAGEJRNL
000356         ACCESS MODE IS RANDOM
000357         RECORD KEY IS PT-PLAYER-ID
000358         FILE STATUS IS CS-PT-FILE-STATUS.
000359     SELECT CAGE-DRAWER-FILE ASSIGN TO CAGEDRW
000360         ORGANIZATION IS INDEXED
000361         ACCESS MODE IS RANDOM
000362         RECORD KEY IS DW-KEY
000363         FILE STATUS IS CS-DW-FILE-STATUS.
000364     SELECT OPER-EXCP-FILE ASSIGN TO BJEXCLOG
000365         ORGANIZATION IS SEQUENTIAL
000366         FILE STATUS IS CS-EX-FILE-STATUS.
000367
000368 DATA DIVISION.
000369 FILE SECTION.
000370 FD  PLAYER-BANKROLL-FILE
000380     LABEL RECORD IS STANDARD.
000390     COPY BANKREC.
000451     LABEL RECORD IS STANDARD.
000452     COPY EXCREC.
000453
000454 FD  CAGE-DRAWER-FILE
000455     LABEL RECORD IS STANDARD.
000456     COPY DRWREC.
000457* ----------------------------------------------------------------
000458* CAGE-JRNL-IN -- A SECOND DD (CAGEJRN2, POINTED AT THE SAME
000459* CAGE-JOURNAL DATASET BY THE JOBSTREAM), READ BY THE DAILY
000460* BUY-IN CAP CHECK TO TOTAL TODAY'S DEPOSITS FOR A PATRON.  THE
000461* POSTING SIDE IS CLOSED BEFORE THE READ SO THE SESSION'S OWN
000462* LINES ARE ON THE FILE.  THE LAYOUT IS A FIELD-FOR-FIELD MIRROR
000463* OF CAGEREC UNDER ITS OWN NAMES (THE COPYBOOK IS ALREADY IN THE
000464* EXTEND-SIDE FD) -- KEEP THE TWO IN STEP.
000465* ----------------------------------------------------------------
000466 FD  CAGE-JRNL-IN
000467     LABEL RECORD IS STANDARD.
000468 01  CI-RECORD.
000469     05  CI-PLAYER-ID           PIC X(06).
000470     05  CI-TRAN-TYPE           PIC X(01).
000471     05  CI-TRAN-SIGN           PIC X(01).
000472     05  CI-AMOUNT              PIC 9(07)V99.
000473     05  CI-BEFORE-BALANCE      PIC S9(07)V99.
000474     05  CI-AFTER-BALANCE       PIC S9(07)V99.
000475     05  CI-TRAN-DATE           PIC 9(08).
000476     05  CI-TRAN-TIME           PIC 9(06).
000477     05  CI-CASHIER-ID          PIC X(04).
000478     05  FILLER                 PIC X(10).
000479
000480* ----------------------------------------------------------------
000481* OPER-EXCP-FILE -- THE OPERATOR EXCEPTION LOG SHARED WITH THE
000482* REST OF THE TABLE-GAMES SUITE.
000483* ----------------------------------------------------------------
000484 FD  OPER-EXCP-FILE
000485     LABEL RECORD IS STANDARD.
000486 01  EX-RECORD                  PIC X(250).
000487
000488 WORKING-STORAGE SECTION.
000489* ---------------------------------------------------------- SWITCHES
000490 77  CS-BK-FILE-STATUS      PIC X(02)  VALUE "00".
000491 77  CS-CJ-FILE-STATUS      PIC X(02)  VALUE "00".
000492 77  CS-EX-FILE-STATUS      PIC X(02)  VALUE "00".
000493 77  CS-IO-FILE-NAME        PIC X(08)  VALUE SPACES.
000494 77  CS-IO-OPERATION        PIC X(08)  VALUE SPACES.
000495 77  CS-IO-STATUS           PIC X(02)  VALUE "00".
000496 01  CS-IO-RECORD           PIC X(250) VALUE SPACES.
000497 77  CS-FUNCTION-CODE       PIC X(01)  VALUE SPACE.
000500     88  CS-FUNCTION-DEPOSIT
000510                            VALUE "D".
000520     88  CS-FUNCTION-WITHDRAWAL
000558                            VALUE "O".
000559     88  CS-FUNCTION-COMP-REDEEM
000561                            VALUE "P".
000563     88  CS-FUNCTION-REACTIVATE
000565                            VALUE "R".
000567     88  CS-FUNCTION-EXIT   VALUE "X".
000570     88  CS-VALID-FUNCTION  VALUE "D" "W" "A" "M" "O" "P" "R"
000575                                  "X".
000580 77  CS-ADJUST-SIGN         PIC X(01)  VALUE SPACE.
000590     88  CS-ADJUST-IS-CREDIT
000600                            VALUE "C".
000705                            VALUE "Y".
000706 77  CS-TODAY-DATE          PIC 9(08)  VALUE ZERO.
000707 77  CS-TODAYS-BUYINS       PIC 9(09)V99 VALUE ZERO.
000708* ------------------------------------------------------- CAGE DRAWER
000709 77  CS-DW-FILE-STATUS      PIC X(02)  VALUE "00".
000710 77  CS-DRAWER-OK-FLAG      PIC X(01)  VALUE "N".
000711     88  CS-DRAWER-OK       VALUE "Y".
000712 77  CS-DRAWER-DATE         PIC 9(08)  VALUE ZERO.
000713 77  CS-DRAWER-SHIFT        PIC 9(01)  VALUE ZERO.
000714     88  CS-VALID-SHIFT     VALUE 1 THRU 3.
000715 77  CS-DRAWER-AMOUNT       PIC 9(07)V99 VALUE ZERO.
000716* ------------------------------------------------------- WORK FIELDS
000717 77  CS-CASHIER-ID          PIC X(04)  VALUE SPACES.
000718 77  CS-WORK-PLAYER-ID      PIC X(06)  VALUE SPACES.
000719 77  CS-WORK-AMOUNT         PIC 9(07)V99 VALUE ZERO.
000720 77  CS-WORK-PATRON-NAME    PIC X(25)  VALUE SPACES.
000721 77  CS-WORK-MARKER-NO      PIC 9(06)  VALUE ZERO.
000722 77  CS-BEFORE-BALANCE      PIC S9(07)V99 VALUE ZERO.
000723 77  CS-CURRENT-DATETIME    PIC X(21)  VALUE SPACES.
000730* ------------------------------------------------------ SHIFT TOTALS
000740 77  CS-SHIFT-DEPOSITS      PIC 9(09)V99 VALUE ZERO.
000750 77  CS-SHIFT-WITHDRAWALS   PIC 9(09)V99 VALUE ZERO.
000880     PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
000890         UNTIL CS-FUNCTION-EXIT.
000900     PERFORM 8000-DISPLAY-SHIFT-TOTALS THRU 8000-EXIT.
000905     PERFORM 8100-CLOSE-DRAWER THRU 8100-EXIT.
000910     PERFORM 1900-TERMINATE THRU 1900-EXIT.
000920     DISPLAY "CAGE SESSION ENDED.".
000930     STOP RUN.
001161         MOVE CS-PT-FILE-STATUS TO CS-IO-STATUS
001162         MOVE SPACES TO CS-IO-RECORD
001163         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
001164     PERFORM 1030-OPEN-DRAWER THRU 1030-EXIT.
001165 1000-EXIT.
001166     EXIT.
001167
001168 1010-GET-CASHIER-ID.
001169     MOVE SPACES TO CS-CASHIER-ID.
001170     DISPLAY "ENTER CASHIER ID: ".
001171     ACCEPT CS-CASHIER-ID.
001172     IF CS-CASHIER-ID = SPACES
001180         DISPLAY "CASHIER ID IS REQUIRED."
001182         GO TO 1010-EXIT.
001183     MOVE CS-CASHIER-ID TO EM-EMP-ID.
001216 1020-EXIT.
001217     EXIT.
001218
001219* =================================================================
001220* 1030-OPEN-DRAWER -- OPEN THE CAGE-DRAWER FILE, CREATING IT THE
001221* FIRST TIME, AND BANK THE CASHIER'S DRAWER FOR THE SHIFT.  LAST OF
001222* THE OPENS SO A SESSION THAT CANNOT START NEVER LEAVES A DRAWER
001223* OPEN BEHIND IT.
001224* =================================================================
001225 1030-OPEN-DRAWER.
001226     OPEN I-O CAGE-DRAWER-FILE.
001227     IF CS-DW-FILE-STATUS = "35"
001228         OPEN OUTPUT CAGE-DRAWER-FILE
001229         CLOSE CAGE-DRAWER-FILE
001230         OPEN I-O CAGE-DRAWER-FILE.
001231     IF CS-DW-FILE-STATUS NOT = "00"
001232         MOVE "CAGEDRW " TO CS-IO-FILE-NAME
001233         MOVE "OPEN"     TO CS-IO-OPERATION
001234         MOVE CS-DW-FILE-STATUS TO CS-IO-STATUS
001235         MOVE SPACES TO CS-IO-RECORD
001236         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
001237     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATETIME.
001238     MOVE CS-CURRENT-DATETIME(1:8) TO CS-DRAWER-DATE.
001239     MOVE "N" TO CS-DRAWER-OK-FLAG.
001240     PERFORM 1040-GET-DRAWER-SHIFT THRU 1040-EXIT
001241         UNTIL CS-DRAWER-OK.
001242 1030-EXIT.
001243     EXIT.
001244
001245* =================================================================
001246* 1040-GET-DRAWER-SHIFT -- PROMPT FOR THE SHIFT AND LOOK FOR THE
001247* CASHIER'S DRAWER.  NONE YET: KEY THE OPENING BANK AND WRITE IT.
001248* STILL OPEN (THE LAST SESSION WAS SHUT DOWN): CARRY ON WITH THE
001249* BANK ALREADY ON FILE.  ALREADY CLOSED: THE COUNT IS IN AND THE
001250* DRAWER CANNOT BE REOPENED -- RE-PROMPT.
001251* =================================================================
001252 1040-GET-DRAWER-SHIFT.
001253     MOVE ZERO TO CS-DRAWER-SHIFT.
001254     DISPLAY "ENTER SHIFT (1, 2 OR 3): ".
001255     ACCEPT CS-DRAWER-SHIFT.
001256     IF NOT CS-VALID-SHIFT
001257         DISPLAY "PLEASE ENTER 1, 2 OR 3."
001258         GO TO 1040-EXIT.
001259     MOVE CS-CASHIER-ID   TO DW-CASHIER-ID.
001260     MOVE CS-DRAWER-DATE  TO DW-GAME-DATE.
001261     MOVE CS-DRAWER-SHIFT TO DW-SHIFT-NO.
001262     READ CAGE-DRAWER-FILE
001263         INVALID KEY
001264             PERFORM 1050-BANK-NEW-DRAWER THRU 1050-EXIT
001265             GO TO 1040-EXIT.
001266     IF CS-DW-FILE-STATUS NOT = "00"
001267         MOVE "CAGEDRW " TO CS-IO-FILE-NAME
001268         MOVE "READ"     TO CS-IO-OPERATION
001269         MOVE CS-DW-FILE-STATUS TO CS-IO-STATUS
001270         MOVE SPACES TO CS-IO-RECORD
001271         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
001272     IF DW-DRAWER-CLOSED
001273         DISPLAY "SHIFT " CS-DRAWER-SHIFT " DRAWER FOR CASHIER "
001274             CS-CASHIER-ID " IS ALREADY COUNTED AND CLOSED."
001275         GO TO 1040-EXIT.
001276     MOVE "Y" TO CS-DRAWER-OK-FLAG.
001277     MOVE DW-OPEN-BANK TO CS-EDIT-AMOUNT.
001278     DISPLAY "DRAWER STILL OPEN -- RESUMING WITH OPENING BANK "
001279         CS-EDIT-AMOUNT.
001280 1040-EXIT.
001281     EXIT.
001282
001283 1050-BANK-NEW-DRAWER.
001284     MOVE ZERO TO CS-DRAWER-AMOUNT.
001285     DISPLAY "ENTER OPENING BANK: ".
001286     ACCEPT CS-DRAWER-AMOUNT.
001287     MOVE CS-CASHIER-ID   TO DW-CASHIER-ID.
001288     MOVE CS-DRAWER-DATE  TO DW-GAME-DATE.
001289     MOVE CS-DRAWER-SHIFT TO DW-SHIFT-NO.
001290     MOVE CS-DRAWER-AMOUNT TO DW-OPEN-BANK.
001291     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATETIME.
001292     MOVE CS-CURRENT-DATETIME(9:6) TO DW-OPEN-TIME.
001293     MOVE ZERO TO DW-CLOSE-COUNT.
001294     MOVE ZERO TO DW-CLOSE-DATE.
001295     MOVE ZERO TO DW-CLOSE-TIME.
001296     MOVE "O" TO DW-STATUS.
001297     WRITE DW-RECORD.
001298     IF CS-DW-FILE-STATUS NOT = "00"
001299         MOVE "CAGEDRW " TO CS-IO-FILE-NAME
001300         MOVE "WRITE"    TO CS-IO-OPERATION
001301         MOVE CS-DW-FILE-STATUS TO CS-IO-STATUS
001302         MOVE DW-RECORD TO CS-IO-RECORD
001303         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
001304     MOVE "Y" TO CS-DRAWER-OK-FLAG.
001305     MOVE DW-OPEN-BANK TO CS-EDIT-AMOUNT.
001306     DISPLAY "DRAWER OPENED WITH BANK " CS-EDIT-AMOUNT.
001307 1050-EXIT.
001308     EXIT.
001309
001310* =================================================================
001311* 1900-TERMINATE -- CLOSE FILES BEFORE STOP RUN
001312* =================================================================
001313 1900-TERMINATE.
001314     CLOSE PLAYER-BANKROLL-FILE.
001315     CLOSE CAGE-JRNL-FILE.
001316     CLOSE PATRON-MAST-FILE.
001317     CLOSE MARKER-MAST-FILE.
001318     CLOSE COMPS-BAL-FILE.
001319     CLOSE EMPL-MAST-FILE.
001320     CLOSE CAGE-DRAWER-FILE.
001321     IF CS-EXCL-AVAIL
001322         CLOSE EXCL-MAST-FILE.
001323 1900-EXIT.
001324     EXIT.
001325
001326* =================================================================
001327* 2000-PROCESS-ONE-TRAN -- PROMPT FOR ONE TRANSACTION AND ROUTE IT
001330* =================================================================
001340 2000-PROCESS-ONE-TRAN.
001350     MOVE SPACE TO CS-FUNCTION-CODE.
001448             PERFORM 5600-POST-MARKER-WOFF THRU 5600-EXIT
001449         WHEN CS-FUNCTION-COMP-REDEEM
001451             PERFORM 5700-POST-COMP-REDEEM THRU 5700-EXIT
001453         WHEN CS-FUNCTION-REACTIVATE
001455             PERFORM 5800-REACTIVATE-ACCOUNT THRU 5800-EXIT
001457     END-EVALUATE.
001460 2000-EXIT.
001470     EXIT.
001480
001490 2010-GET-FUNCTION.
001500     DISPLAY "TRANSACTION -- (D)EPOSIT, (W)ITHDRAWAL, "
001510         "(A)DJUSTMENT, (M)ARKER REPAY, MARKER WRITE-(O)FF, "
001512         "COM(P) REDEEM, (R)EACTIVATE OR E(X)IT? ".
001520     ACCEPT CS-FUNCTION-CODE.
001530     IF NOT CS-VALID-FUNCTION
001540         DISPLAY "PLEASE ENTER D, W, A, M, O, P, R OR X.".
001550 2010-EXIT.
001560     EXIT.
001570
001903         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
001904 2300-EXIT.
001905     EXIT.
001906
001907* =================================================================
001908* 2320-SHOW-ESCHEATED -- THE ACCOUNT'S BALANCE WENT TO THE STATE
001909* AS UNCLAIMED FUNDS.  NO MONEY MOVES ON IT UNTIL THE CAGE
001910* REACTIVATES IT.
001911* =================================================================
001912 2320-SHOW-ESCHEATED.
001913     DISPLAY "PLAYER " CS-WORK-PLAYER-ID
001914         " IS ESCHEATED -- REACTIVATE THE ACCOUNT FIRST.".
001915 2320-EXIT.
001916     EXIT.
001917
001918* =================================================================
001919* 2330-SHOW-IN-PLAY -- THE PATRON IS SEATED AT A TABLE.  THE TABLE
001920* REREADS THE LEDGER BEFORE EACH WAGER AND POSTS ONLY EACH ROUND'S
001921* WIN OR LOSS, SO MONEY IN IS SAFE; MONEY OUT WAITS UNTIL THE
001922* PATRON LEAVES THE TABLE.
001923* =================================================================
001924 2330-SHOW-IN-PLAY.
001925     DISPLAY "PATRON " CS-WORK-PLAYER-ID
001926         " IS SEATED AT TABLE " BK-IN-PLAY-TABLE
001927         " -- THE TABLE TAKES THE NEW BALANCE AT ITS NEXT HAND.".
001928 2330-EXIT.
001929     EXIT.
001930
001931 2340-REFUSE-IN-PLAY.
001932     DISPLAY "PATRON " CS-WORK-PLAYER-ID
001933         " IS SEATED AT TABLE " BK-IN-PLAY-TABLE
001934         " -- CASH OUT AT THE TABLE FIRST.".
001935 2340-EXIT.
001936     EXIT.
001937
001938* =================================================================
001940* 3000-POST-DEPOSIT -- BUY-IN.  A NEW PLAYER ID IS CREATED ON THE
001950* LEDGER HERE, FUNDED BY THE BUY-IN ITSELF -- THE TABLE NO LONGER
001960* CONJURES A STARTING BALANCE.
001990     PERFORM 2100-GET-PLAYER-ID THRU 2100-EXIT.
002000     PERFORM 2200-GET-AMOUNT THRU 2200-EXIT.
002010     PERFORM 2300-READ-PLAYER THRU 2300-EXIT.
002011     IF CS-PLAYER-WAS-FOUND AND BK-ACCOUNT-ESCHEATED
002012         PERFORM 2320-SHOW-ESCHEATED THRU 2320-EXIT
002013         GO TO 3000-EXIT.
002014     PERFORM 3200-CHECK-RESPONSIBLE-GAMING THRU 3200-EXIT.
002015     IF CS-DEPOSIT-WAS-REFUSED
002016         GO TO 3000-EXIT.
002020     IF NOT CS-PLAYER-WAS-FOUND
002030         MOVE CS-WORK-PLAYER-ID TO BK-PLAYER-ID
002040         MOVE ZERO TO BK-SEAT-NO
002050         MOVE ZERO TO BK-BALANCE
002060         MOVE ZERO TO BK-LAST-HAND-SEQ
002065         MOVE SPACE TO BK-ACCOUNT-STATUS
002066         MOVE "N" TO BK-IN-PLAY-FLAG
002067         MOVE SPACES TO BK-IN-PLAY-TABLE
002070         WRITE BK-RECORD
002072         IF CS-BK-FILE-STATUS NOT = "00"
002073             PERFORM 8900-NOTE-LEDGER-WRITE THRU 8900-EXIT
002110     ADD CS-WORK-AMOUNT TO BK-BALANCE.
002120     REWRITE BK-RECORD.
002122     PERFORM 8910-CHECK-LEDGER-REWRITE THRU 8910-EXIT.
002124     IF BK-IS-IN-PLAY
002126         PERFORM 2330-SHOW-IN-PLAY THRU 2330-EXIT.
002130     MOVE "D" TO CJ-TRAN-TYPE.
002140     MOVE "C" TO CJ-TRAN-SIGN.
002150     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
002379
002380* =================================================================
002381* 4000-POST-WITHDRAWAL -- CASH-OUT.  THE PLAYER MUST BE ON THE
002382* LEDGER, NOT SEATED AT A TABLE, AND THE BALANCE MUST COVER THE
002383* AMOUNT.
002384* =================================================================
002385 4000-POST-WITHDRAWAL.
002386     PERFORM 2100-GET-PLAYER-ID THRU 2100-EXIT.
002387     PERFORM 2300-READ-PLAYER THRU 2300-EXIT.
002388     IF NOT CS-PLAYER-WAS-FOUND
002389         DISPLAY "PLAYER " CS-WORK-PLAYER-ID
002390             " IS NOT ON THE LEDGER."
002391         GO TO 4000-EXIT.
002392     IF BK-ACCOUNT-ESCHEATED
002393         PERFORM 2320-SHOW-ESCHEATED THRU 2320-EXIT
002394         GO TO 4000-EXIT.
002395     IF BK-IS-IN-PLAY
002396         PERFORM 2340-REFUSE-IN-PLAY THRU 2340-EXIT
002397         GO TO 4000-EXIT.
002398     PERFORM 2200-GET-AMOUNT THRU 2200-EXIT.
002399     IF CS-WORK-AMOUNT > BK-BALANCE
002400         MOVE BK-BALANCE TO CS-EDIT-AMOUNT
002401         DISPLAY "INSUFFICIENT BALANCE -- PLAYER HOLDS "
002402             CS-EDIT-AMOUNT
002403         GO TO 4000-EXIT.
002404     MOVE BK-BALANCE TO CS-BEFORE-BALANCE.
002405     SUBTRACT CS-WORK-AMOUNT FROM BK-BALANCE.
002406     REWRITE BK-RECORD.
002407     PERFORM 8910-CHECK-LEDGER-REWRITE THRU 8910-EXIT.
002410     MOVE "W" TO CJ-TRAN-TYPE.
002420     MOVE "B" TO CJ-TRAN-SIGN.
002430     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
002480
002490* =================================================================
002500* 5000-POST-ADJUSTMENT -- SUPERVISED CORRECTION TO A BALANCE,
002510* CREDIT OR DEBIT.  THE PLAYER MUST ALREADY BE ON THE LEDGER; A
002515* DEBIT WAITS UNTIL THE PLAYER LEAVES THE TABLE.
002520* =================================================================
002530 5000-POST-ADJUSTMENT.
002540     PERFORM 2100-GET-PLAYER-ID THRU 2100-EXIT.
002570         DISPLAY "PLAYER " CS-WORK-PLAYER-ID
002580             " IS NOT ON THE LEDGER."
002590         GO TO 5000-EXIT.
002592     IF BK-ACCOUNT-ESCHEATED
002594         PERFORM 2320-SHOW-ESCHEATED THRU 2320-EXIT
002596         GO TO 5000-EXIT.
002600     MOVE SPACE TO CS-ADJUST-SIGN.
002610     PERFORM 5010-GET-ADJUST-SIGN THRU 5010-EXIT
002620         UNTIL CS-VALID-ADJUST-SIGN.
002625     IF BK-IS-IN-PLAY AND NOT CS-ADJUST-IS-CREDIT
002626         PERFORM 2340-REFUSE-IN-PLAY THRU 2340-EXIT
002627         GO TO 5000-EXIT.
002630     PERFORM 2200-GET-AMOUNT THRU 2200-EXIT.
002640     MOVE BK-BALANCE TO CS-BEFORE-BALANCE.
002650     IF CS-ADJUST-IS-CREDIT
002680         SUBTRACT CS-WORK-AMOUNT FROM BK-BALANCE.
002690     REWRITE BK-RECORD.
002692     PERFORM 8910-CHECK-LEDGER-REWRITE THRU 8910-EXIT.
002694     IF BK-IS-IN-PLAY
002696         PERFORM 2330-SHOW-IN-PLAY THRU 2330-EXIT.
002700     MOVE "A" TO CJ-TRAN-TYPE.
002710     MOVE CS-ADJUST-SIGN TO CJ-TRAN-SIGN.
002720     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
003005         DISPLAY "PLAYER " CS-WORK-PLAYER-ID
003006             " IS NOT ON THE LEDGER."
003007         GO TO 5700-EXIT.
003008     IF BK-ACCOUNT-ESCHEATED
003009         PERFORM 2320-SHOW-ESCHEATED THRU 2320-EXIT
003010         GO TO 5700-EXIT.
003011     MOVE CS-WORK-PLAYER-ID TO CB-PLAYER-ID.
003012     READ COMPS-BAL-FILE
003013         INVALID KEY
003014             MOVE "N" TO CS-COMPS-FOUND-FLAG
003015         NOT INVALID KEY
003016             MOVE "Y" TO CS-COMPS-FOUND-FLAG.
003017     IF NOT CS-COMPS-WAS-FOUND
003018         DISPLAY "PLAYER " CS-WORK-PLAYER-ID
003019             " HAS NO COMPS BALANCE ON FILE."
003020         GO TO 5700-EXIT.
003021     MOVE CB-POINTS-BALANCE TO CS-EDIT-AMOUNT.
003022     DISPLAY "POINTS AVAILABLE: " CS-EDIT-AMOUNT.
003023     PERFORM 2200-GET-AMOUNT THRU 2200-EXIT.
003024     IF CS-WORK-AMOUNT > CB-POINTS-BALANCE
003025         DISPLAY "AMOUNT OVER THE POINTS BALANCE."
003026         GO TO 5700-EXIT.
003027     SUBTRACT CS-WORK-AMOUNT FROM CB-POINTS-BALANCE.
003028     ADD CS-WORK-AMOUNT TO CB-POINTS-REDEEMED-LTD.
003029     REWRITE CB-RECORD.
003030     IF CS-CB-FILE-STATUS NOT = "00"
003031         MOVE "COMPBAL " TO CS-IO-FILE-NAME
003032         MOVE "REWRITE"  TO CS-IO-OPERATION
003033         MOVE CS-CB-FILE-STATUS TO CS-IO-STATUS
003037     ADD CS-WORK-AMOUNT TO BK-BALANCE.
003038     REWRITE BK-RECORD.
003039     PERFORM 8910-CHECK-LEDGER-REWRITE THRU 8910-EXIT.
003040     IF BK-IS-IN-PLAY
003041         PERFORM 2330-SHOW-IN-PLAY THRU 2330-EXIT.
003042     MOVE "P" TO CJ-TRAN-TYPE.
003043     MOVE "C" TO CJ-TRAN-SIGN.
003044     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
003045     ADD CS-WORK-AMOUNT TO CS-SHIFT-COMPS-PAID.
003046     PERFORM 7000-DISPLAY-NEW-BALANCE THRU 7000-EXIT.
003047     MOVE CB-POINTS-BALANCE TO CS-EDIT-AMOUNT.
003048     DISPLAY "POINTS REMAINING: " CS-EDIT-AMOUNT.
003049 5700-EXIT.
003050     EXIT.
003051
003052* =================================================================
003053* 5800-REACTIVATE-ACCOUNT -- THE PATRON HAS COME BACK FOR AN
003054* ESCHEATED ACCOUNT.  THE STATUS IS CLEARED SO THE TABLE AND THE
003055* CAGE TAKE THE ACCOUNT AGAIN; THE BALANCE STAYS AT ZERO -- THE
003056* REMITTED MONEY IS CLAIMED FROM THE STATE, AND ANYTHING THE
003057* CASINO PAYS BACK ITSELF GOES ON AS A DEPOSIT OR ADJUSTMENT SO
003058* IT IS JOURNALED.  NO MONEY MOVES HERE, SO NO JOURNAL LINE.
003059* =================================================================
003060 5800-REACTIVATE-ACCOUNT.
003061     PERFORM 2100-GET-PLAYER-ID THRU 2100-EXIT.
003062     PERFORM 2300-READ-PLAYER THRU 2300-EXIT.
003063     IF NOT CS-PLAYER-WAS-FOUND
003064         DISPLAY "PLAYER " CS-WORK-PLAYER-ID
003065             " IS NOT ON THE LEDGER."
003066         GO TO 5800-EXIT.
003067     IF NOT BK-ACCOUNT-ESCHEATED
003068         DISPLAY "PLAYER " CS-WORK-PLAYER-ID
003069             " IS NOT ESCHEATED -- NOTHING TO REACTIVATE."
003070         GO TO 5800-EXIT.
003071     MOVE SPACE TO BK-ACCOUNT-STATUS.
003072     REWRITE BK-RECORD.
003073     PERFORM 8910-CHECK-LEDGER-REWRITE THRU 8910-EXIT.
003074     DISPLAY "PLAYER " CS-WORK-PLAYER-ID
003075         " REACTIVATED BY CASHIER " CS-CASHIER-ID ".".
003076 5800-EXIT.
003077     EXIT.
003078
003079* =================================================================
003080* 6000-WRITE-JOURNAL -- ONE CAGE JOURNAL RECORD PER POSTED
003081* TRANSACTION.  CJ-TRAN-TYPE AND CJ-TRAN-SIGN ARE SET BY THE
003082* CALLER BEFORE THE PERFORM.
003083* =================================================================
003084 6000-WRITE-JOURNAL.
003085     MOVE CS-WORK-PLAYER-ID TO CJ-PLAYER-ID.
003086     MOVE CS-WORK-AMOUNT    TO CJ-AMOUNT.
003087     MOVE CS-BEFORE-BALANCE TO CJ-BEFORE-BALANCE.
003088     MOVE BK-BALANCE        TO CJ-AFTER-BALANCE.
003089     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATETIME.
003090     MOVE CS-CURRENT-DATETIME(1:8)  TO CJ-TRAN-DATE.
003091     MOVE CS-CURRENT-DATETIME(9:6)  TO CJ-TRAN-TIME.
003092     MOVE CS-CASHIER-ID     TO CJ-CASHIER-ID.
003093     WRITE CJ-RECORD.
003094     IF CS-CJ-FILE-STATUS NOT = "00"
003095         MOVE "CAGEJRNL" TO CS-IO-FILE-NAME
003096         MOVE "WRITE"    TO CS-IO-OPERATION
003097         MOVE CS-CJ-FILE-STATUS TO CS-IO-STATUS
003098         MOVE CJ-RECORD TO CS-IO-RECORD
003099         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003100     ADD 1 TO CS-SHIFT-TRAN-COUNT.
003101 6000-EXIT.
003102     EXIT.
003103
003104 7000-DISPLAY-NEW-BALANCE.
003105     MOVE BK-BALANCE TO CS-EDIT-AMOUNT.
003106     DISPLAY "PLAYER " CS-WORK-PLAYER-ID " NEW BALANCE: "
003110         CS-EDIT-AMOUNT.
003120 7000-EXIT.
003130     EXIT.
003286     DISPLAY "  DEPOSITS REFUSED ..... " CS-SHIFT-REFUSALS.
003287 8000-EXIT.
003290     EXIT.
003291
003292* =================================================================
003293* 8100-CLOSE-DRAWER -- THE CASHIER COUNTS THE DRAWER DOWN AT
003294* SIGN-OFF.  THE RECORD IS REREAD BY KEY AND REWRITTEN WITH THE
003295* CLOSING COUNT AND THE CLOSE STAMP, WHICH ENDS THE SHIFT'S WINDOW
003296* FOR THE NIGHTLY DRAWER RECONCILIATION.
003297* =================================================================
003298 8100-CLOSE-DRAWER.
003299     MOVE CS-CASHIER-ID   TO DW-CASHIER-ID.
003300     MOVE CS-DRAWER-DATE  TO DW-GAME-DATE.
003301     MOVE CS-DRAWER-SHIFT TO DW-SHIFT-NO.
003302     READ CAGE-DRAWER-FILE
003303         INVALID KEY
003304             CONTINUE.
003305     IF CS-DW-FILE-STATUS NOT = "00"
003306         MOVE "CAGEDRW " TO CS-IO-FILE-NAME
003307         MOVE "READ"     TO CS-IO-OPERATION
003308         MOVE CS-DW-FILE-STATUS TO CS-IO-STATUS
003309         MOVE SPACES TO CS-IO-RECORD
003310         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003311     MOVE ZERO TO CS-DRAWER-AMOUNT.
003312     DISPLAY "ENTER CLOSING DRAWER COUNT: ".
003313     ACCEPT CS-DRAWER-AMOUNT.
003314     MOVE CS-DRAWER-AMOUNT TO DW-CLOSE-COUNT.
003315     MOVE FUNCTION CURRENT-DATE TO CS-CURRENT-DATETIME.
003316     MOVE CS-CURRENT-DATETIME(1:8) TO DW-CLOSE-DATE.
003317     MOVE CS-CURRENT-DATETIME(9:6) TO DW-CLOSE-TIME.
003318     MOVE "C" TO DW-STATUS.
003319     REWRITE DW-RECORD.
003320     IF CS-DW-FILE-STATUS NOT = "00"
003321         MOVE "CAGEDRW " TO CS-IO-FILE-NAME
003322         MOVE "REWRITE"  TO CS-IO-OPERATION
003323         MOVE CS-DW-FILE-STATUS TO CS-IO-STATUS
003324         MOVE DW-RECORD TO CS-IO-RECORD
003325         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003326     MOVE DW-CLOSE-COUNT TO CS-EDIT-AMOUNT.
003327     DISPLAY "DRAWER CLOSED WITH COUNT " CS-EDIT-AMOUNT.
003328 8100-EXIT.
003329     EXIT.
003330
003331* =================================================================
003332* 8900-NOTE-LEDGER-WRITE / 8910-CHECK-LEDGER-REWRITE -- EVERY
003333* LEDGER WRITE AND REWRITE COMES THROUGH ONE OF THESE SO A
003340* POSTING THAT DID NOT LAND STOPS THE SESSION BEFORE A JOURNAL
003350* LINE OR SHIFT TOTAL CAN CLAIM IT DID.
003360* =================================================================
