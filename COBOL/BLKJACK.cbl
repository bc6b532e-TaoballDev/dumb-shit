000591*                  NEUTRAL, ZERO AMOUNT) SO THE DAILY COMPLIANCE
000592*                  REPORT (BLKJREF) LISTS IT.  A SHOP WITHOUT THE
000593*                  FILE YET SEATS AS BEFORE.
000594* 10-15-26   ROP   PERFECT PAIRS SIDE BET.  ON A TABLE WHOSE RULES
000595*                  RECORD OFFERS IT, EACH SEAT MAY PUT UP AN
000596*                  OPTIONAL SIDE WAGER WITH ITS MAIN BET, WITHIN THE
000597*                  LIMITS ON THE TABLE'S PAIRS PAYTABLE (PAIRPAY,
000598*                  MAINTAINED THROUGH BLKJTBL).  THE BET IS SETTLED
000599*                  ON THE SEAT'S FIRST TWO CARDS RIGHT AFTER THE
000600*                  DEAL -- MIXED, COLORED OR PERFECT PAIR AT THE
000601*                  PAYTABLE'S ODDS, ANYTHING ELSE LOSES -- THROUGH
000602*                  THE SEAT'S BALANCE LIKE INSURANCE, AND RIDES
000603*                  HAND 1'S HISTORY RECORD AND A PAIRS LINE ON THE
000604*                  ACTION JOURNAL.  THE SIDE BET COUNTS TOWARD THE
000605*                  SEAT'S COMPLIANCE AGGREGATE.
000606* 10-15-26   ROP   MATCH-PLAY COUPONS.  WITH ITS MAIN BET IN, A SEAT
000607*                  MAY PLAY A COUPON FROM THE COUPON MASTER (CPNMST,
000608*                  ISSUED THROUGH BLKJCPN).  THE COUPON MUST BE
000609*                  ISSUED TO THE SEATED PLAYER, UNREDEEMED, UNEXPIRED
000610*                  AND NO LARGER THAN THE CASH BET; IT IS MARKED
000611*                  REDEEMED AT ONCE.  IT RIDES HAND 1: ON A WIN IT
000612*                  PAYS ITS FACE VALUE ON TOP OF THE CASH PAYOUT, ON
000613*                  A LOSS OR PUSH IT IS SIMPLY GONE.  THE COUPON
000614*                  NUMBER, PROMO AMOUNT AND PROMO PAYOUT RIDE HAND
000615*                  1'S HISTORY RECORD AND A COUPON LINE ON THE
000616*                  ACTION JOURNAL, AND THE HAND SEQUENCE AND AMOUNT
000617*                  PAID ARE STAMPED BACK ON THE COUPON.  A SHOP
000618*                  WITHOUT THE MASTER YET DEALS AS BEFORE.
000619* 10-15-26   ROP   AN ACCOUNT ESCHEATED AS UNCLAIMED FUNDS BY THE
000620*                  DORMANCY JOB (BLKJDRM) IS REFUSED A SEAT UNTIL
000621*                  THE CAGE REACTIVATES IT (BLKJCSH).
000622* 10-15-26   ROP   SESSION CONTROL TRAILER.  EVERY HAND-HISTORY AND
000623*                  ACTION-JOURNAL WRITE IS ALSO TOTALED FOR THE
000624*                  SESSION -- FIRST AND LAST HAND SEQUENCE, HAND
000625*                  COUNT, BETS, PAYOUTS, INSURANCE AND JOURNAL
000626*                  LINES -- AND THE TOTALS ARE WRITTEN TO THE
000627*                  SESSION-CONTROL FILE (SESSCTL) AT EVERY
000628*                  CHECKPOINT AND AT CLOSE, FOR THE NIGHTLY
000629*                  COMPLETENESS CHECK (BLKJSCV).
000630* 10-15-26   ROP   IN-PLAY FLAG ON THE LEDGER.  SEATING NOW MARKS THE
000631*                  PLAYER'S LEDGER RECORD IN PLAY AT THIS TABLE AND
000632*                  REFUSES A PLAYER ALREADY IN PLAY AT ANOTHER TABLE
000633*                  OR ALREADY IN ANOTHER SEAT HERE.  SETTLEMENT
000634*                  REREADS THE RECORD AND APPLIES ONLY THE ROUND'S
000635*                  WIN OR LOSS TO THE CURRENT BALANCE, AND EACH
000636*                  SEAT'S BALANCE IS REFRESHED BEFORE ITS WAGER, SO
000637*                  A BUY-IN POSTED AT THE CAGE WHILE THE PATRON SITS
000638*                  IS KEPT AND CAN BE BET.  A NEW (S)EAT CHANGE
000639*                  BETWEEN ROUNDS LETS A PLAYER LEAVE, AND ANOTHER
000640*                  TAKE THE SEAT OR LEAVE IT EMPTY; THE FLAG IS
000641*                  CLEARED WHEN A PLAYER LEAVES AND FOR EVERY SEAT
000642*                  WHEN THE TABLE CLOSES.  A FLAG LEFT BY A TABLE
000643*                  THAT ABENDED IS PICKED UP AGAIN WHEN THE SAME
000644*                  TABLE REOPENS, OR CLEARED BY A PIT SUPERVISOR
000645*                  THROUGH BLKJINP.
000646* -----------------------------------------------------------------
000647
000648 ENVIRONMENT DIVISION.
000649 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000651     SELECT HAND-HIST-FILE ASSIGN TO HANDHIST
000652         ORGANIZATION IS SEQUENTIAL
000653         FILE STATUS IS BJ-HH-FILE-STATUS.
000654     SELECT PLAYER-BANKROLL-FILE ASSIGN TO BANKROLL
000655         ORGANIZATION IS INDEXED
000656         ACCESS MODE IS RANDOM
000657         RECORD KEY IS BK-PLAYER-ID
000658         FILE STATUS IS BJ-BK-FILE-STATUS.
000659     SELECT TABLE-RULES-FILE ASSIGN TO TBLPARM
000660         ORGANIZATION IS INDEXED
000661         ACCESS MODE IS RANDOM
000662         RECORD KEY IS TB-TABLE-ID
000663         FILE STATUS IS BJ-TB-FILE-STATUS.
000664     SELECT CMP-PARM-FILE ASSIGN TO CMPPARM
000665         ORGANIZATION IS SEQUENTIAL
000666         FILE STATUS IS BJ-CP-FILE-STATUS.
000667     SELECT SHOE-CKPT-FILE ASSIGN TO SHOECKPT
000668         ORGANIZATION IS INDEXED
000669         ACCESS MODE IS RANDOM
000670         RECORD KEY IS CK-TABLE-ID
000671         FILE STATUS IS BJ-CK-FILE-STATUS.
000672     SELECT OPER-EXCP-FILE ASSIGN TO BJEXCLOG
000673         ORGANIZATION IS SEQUENTIAL
000674         FILE STATUS IS BJ-EX-FILE-STATUS.
000675     SELECT MARKER-MAST-FILE ASSIGN TO MRKRMST
000676         ORGANIZATION IS INDEXED
000677         ACCESS MODE IS DYNAMIC
000678         RECORD KEY IS MK-KEY
000679         FILE STATUS IS BJ-MK-FILE-STATUS.
000680     SELECT PATRON-MAST-FILE ASSIGN TO PTRNMST
000681         ORGANIZATION IS INDEXED
000682         ACCESS MODE IS RANDOM
000683         RECORD KEY IS PT-PLAYER-ID
000684         FILE STATUS IS BJ-PT-FILE-STATUS.
000685     SELECT CAGE-JRNL-FILE ASSIGN TO CAGEJRNL
000686         ORGANIZATION IS SEQUENTIAL
000687         FILE STATUS IS BJ-CJ-FILE-STATUS.
000688     SELECT HAND-EVNT-FILE ASSIGN TO HANDEVNT
000689         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS BJ-EV-FILE-STATUS.
000691     SELECT TRAY-JRNL-FILE ASSIGN TO TRAYJRNL
000692         ORGANIZATION IS SEQUENTIAL
000693         FILE STATUS IS BJ-TY-FILE-STATUS.
000694     SELECT EMPL-MAST-FILE ASSIGN TO EMPLMST
000695         ORGANIZATION IS INDEXED
000696         ACCESS MODE IS RANDOM
000697         RECORD KEY IS EM-EMP-ID
000698         FILE STATUS IS BJ-EM-FILE-STATUS.
000699     SELECT EXCL-MAST-FILE ASSIGN TO EXCLMST
000700         ORGANIZATION IS INDEXED
000701         ACCESS MODE IS RANDOM
000702         RECORD KEY IS XC-PLAYER-ID
000703         FILE STATUS IS BJ-XC-FILE-STATUS.
000704     SELECT PAIRS-PAY-FILE ASSIGN TO PAIRPAY
000705         ORGANIZATION IS INDEXED
000706         ACCESS MODE IS RANDOM
000707         RECORD KEY IS PP-TABLE-ID
000708         FILE STATUS IS BJ-PP-FILE-STATUS.
000709     SELECT COUPON-MAST-FILE ASSIGN TO CPNMST
000710         ORGANIZATION IS INDEXED
000711         ACCESS MODE IS RANDOM
000712         RECORD KEY IS CU-COUPON-NO
000713         FILE STATUS IS BJ-CU-FILE-STATUS.
000714     SELECT SESS-CTL-FILE ASSIGN TO SESSCTL
000715         ORGANIZATION IS INDEXED
000716         ACCESS MODE IS RANDOM
000717         RECORD KEY IS SC-KEY
000718         FILE STATUS IS BJ-SC-FILE-STATUS.
000719
000720 DATA DIVISION.
000721 FILE SECTION.
000722 FD  HAND-HIST-FILE
000723     LABEL RECORD IS STANDARD.
000724     COPY HANDREC.
000725
000726 FD  PLAYER-BANKROLL-FILE
000730     LABEL RECORD IS STANDARD.
000740     COPY BANKREC.
000750
000814     LABEL RECORD IS STANDARD.
000815     COPY EXCREC.
000816
000817 FD  PAIRS-PAY-FILE
000818     LABEL RECORD IS STANDARD.
000819     COPY PAIRREC.
000820
000821 FD  COUPON-MAST-FILE
000822     LABEL RECORD IS STANDARD.
000823     COPY CPNREC.
000824
000825 FD  SESS-CTL-FILE
000826     LABEL RECORD IS STANDARD.
000827     COPY SCTLREC.
000828
000829 WORKING-STORAGE SECTION.
000830* ---------------------------------------------------------- SWITCHES
000831 77  BJ-TABLE-ID             PIC X(04)  VALUE "0001".
000832 77  BJ-HAND-SEQ             PIC 9(06)  VALUE ZERO.
000840 77  BJ-DEALER-TOTAL         PIC 9(02)  VALUE ZERO.
000850 77  BJ-PLAYER-ACTION        PIC X(01)  VALUE SPACE.
000851     88  BJ-VALID-PLAYER-ACTION
000885     88  BJ-ROUND-CONTINUE   VALUE "C".
000886     88  BJ-ROUND-DLR-CHANGE VALUE "D".
000887     88  BJ-ROUND-CLOSE      VALUE "X".
000888     88  BJ-ROUND-SEAT-CHANGE
000889                             VALUE "S".
000890     88  BJ-VALID-ROUND-ACTION
000891                             VALUE "C" "D" "S" "X".
000892 77  BJ-EM-FILE-STATUS       PIC X(02)  VALUE "00".
000893 77  BJ-DEALER-OK-FLAG       PIC X(01)  VALUE "N".
000894     88  BJ-DEALER-OK        VALUE "Y".
000895 77  BJ-XC-FILE-STATUS       PIC X(02)  VALUE "00".
000896 77  BJ-EXCL-AVAIL-FLAG      PIC X(01)  VALUE "N".
000897     88  BJ-EXCL-AVAIL       VALUE "Y".
000898 77  BJ-TODAY-DATE           PIC 9(08)  VALUE ZERO.
000899* --------------------------------------------------------- SEATING
000900 77  BJ-ACTIVE-SEATS         PIC 9(01)  VALUE 1.
000910 77  BJ-WORK-SEAT            PIC 9(01)  VALUE 1.
000930 77  BJ-DEAL-ROUND           PIC 9(01)  VALUE 1.
000932 77  BJ-TABLE-CLOSED-FLAG    PIC X(01)  VALUE "N".
000934     88  BJ-TABLE-CLOSED     VALUE "Y".
000935* ONCE THE TABLE IS OPEN A SEAT CHANGE MAY LEAVE A SEAT EMPTY.
000937 77  BJ-TABLE-OPEN-FLAG      PIC X(01)  VALUE "N".
000939     88  BJ-TABLE-IS-OPEN    VALUE "Y".
000941 77  BJ-OTHER-SEAT           PIC 9(01)  VALUE ZERO.
000943 77  BJ-DUP-SEAT             PIC 9(01)  VALUE ZERO.
000945 77  BJ-SEAT-CHANGE-NO       PIC 9(01)  VALUE ZERO.
000947* ------------------------------------------------------- SPLIT/DBL
000950 77  BJ-WORK-HAND            PIC 9(01)  VALUE 1.
000960 77  BJ-SPLIT-ACTION         PIC X(01)  VALUE SPACE.
000961     88  BJ-VALID-SPLIT-ACTION
000992                            VALUE "H".
000993 77  BJ-DEALER-SOFT-FLAG    PIC X(01)   VALUE "N".
000994     88  BJ-DEALER-HAND-SOFT VALUE "Y".
000995* ---------------------------------------------------- PERFECT PAIRS
000996* LOADED FROM THE TABLE'S PAIRPAY RECORD BY 1017-LOAD-PAIRS-PAYTABLE.
000997* THE SIDE BET IS ONLY DEALT WHEN THE RULES RECORD OFFERS IT AND THE
000998* TABLE'S PAYTABLE PASSES THE EDIT; OTHERWISE NO SEAT IS ASKED.
000999 77  BJ-PP-FILE-STATUS      PIC X(02)   VALUE "00".
001000 77  BJ-PAIRS-OFFERED-FLAG  PIC X(01)   VALUE "N".
001001     88  BJ-PAIRS-OFFERED   VALUE "Y".
001002 77  BJ-PAIRS-MIXED-PAYS    PIC 9(03)   VALUE ZERO.
001003 77  BJ-PAIRS-COLORED-PAYS  PIC 9(03)   VALUE ZERO.
001004 77  BJ-PAIRS-PERFECT-PAYS  PIC 9(03)   VALUE ZERO.
001005 77  BJ-PAIRS-MIN-BET       PIC 9(05)V99 VALUE ZERO.
001006 77  BJ-PAIRS-MAX-BET       PIC 9(05)V99 VALUE ZERO.
001007 77  BJ-PAIRS-TOP-PAY       PIC 9(09)V99 VALUE ZERO.
001008 77  BJ-PAIRS-AMOUNT        PIC 9(05)V99 VALUE ZERO.
001009 77  BJ-PAIRS-ROOM          PIC S9(07)V99 VALUE ZERO.
001010 77  BJ-PAIRS-AMT-OK-FLAG   PIC X(01)   VALUE "N".
001011     88  BJ-PAIRS-AMT-OK    VALUE "Y".
001012 77  BJ-PAIRS-PAYS          PIC 9(03)   VALUE ZERO.
001013 77  BJ-PAIRS-KIND          PIC X(07)   VALUE SPACES.
001014 77  BJ-PAIRS-COLOR-1       PIC X(01)   VALUE SPACE.
001015 77  BJ-PAIRS-COLOR-2       PIC X(01)   VALUE SPACE.
001016* ------------------------------------------------------- MATCH PLAY
001017* A SHOP WITHOUT THE COUPON MASTER YET NEVER ASKS FOR A COUPON.
001018 77  BJ-CU-FILE-STATUS      PIC X(02)   VALUE "00".
001019 77  BJ-COUPON-AVAIL-FLAG   PIC X(01)   VALUE "N".
001020     88  BJ-COUPON-AVAIL    VALUE "Y".
001021 77  BJ-COUPON-DONE-FLAG    PIC X(01)   VALUE "N".
001022     88  BJ-COUPON-DONE     VALUE "Y".
001023 77  BJ-COUPON-NO-IN        PIC X(08)   VALUE SPACES.
001024* ------------------------------------------------- COMPLIANCE WATCH
001025* THE BUILT-IN THRESHOLD STANDS WHEN NO CMPPARM FILE EXISTS.  ONE
001026* AGGREGATE AND ONE WARNED SWITCH PER SEAT, FOR THE SESSION.
001027 77  BJ-CP-FILE-STATUS      PIC X(02)   VALUE "00".
001028 77  BJ-CMP-THRESHOLD       PIC 9(09)V99 VALUE 10000.00.
001029 77  BJ-CMP-ADD-AMOUNT      PIC 9(07)V99 VALUE ZERO.
001030 01  BJ-SEAT-WAGER-AGGS.
001031     05  BJ-SEAT-WAGER-AGG  PIC 9(09)V99 OCCURS 6 TIMES
001032                            VALUE ZERO.
001033 01  BJ-SEAT-CMP-WARNS.
001034     05  BJ-SEAT-CMP-WARNED PIC X(01) OCCURS 6 TIMES
001035                            VALUE "N".
001036* ---------------------------------------------------------- SIT-OUT
001037* A SEAT SITS A ROUND OUT WHEN ITS BALANCE IS UNDER THE TABLE
001038* MINIMUM (AUTOMATIC) OR WHEN THE PLAYER BETS ZERO (BY CHOICE).
001039* EVERY PER-SEAT PARAGRAPH IN THE ROUND SKIPS A SITTING-OUT SEAT
001040* SO THE REST OF THE TABLE KEEPS PLAYING.
001041 01  BJ-SEAT-SIT-OUTS.
001042     05  BJ-SEAT-SIT-OUT    PIC X(01) OCCURS 6 TIMES
001043                            VALUE "N".
001044         88  BJ-SEAT-SITS-OUT
001045                            VALUE "Y".
001046* ------------------------------------------------------------ SHOE
001047 77  BJ-DECK-COUNT          PIC 9(01)   VALUE 6.
001048* THE DECK COUNT THE SHOE NOW IN PLAY WAS BUILT WITH.  RESTORED
001049* FROM THE CHECKPOINT ON A RESTART AND RECONCILED AGAINST WHEN THE
001050* SHOE RETIRES; BJ-DECK-COUNT ABOVE STAYS THE RULES VALUE SO A
001051* PIT-MANAGER CHANGE TAKES EFFECT AT THE NEXT RESHUFFLE.
001052 77  BJ-SHOE-DECK-COUNT     PIC 9(01)   VALUE 6.
001053 77  BJ-SHOE-SIZE           PIC 9(03)   VALUE ZERO.
001054 77  BJ-SHOE-POS            PIC 9(03)   VALUE 1.
001060 77  BJ-PENETRATION-PCT     PIC 9(03)   VALUE 75.
001070 77  BJ-PENETRATION-LIMIT   PIC 9(03)   VALUE ZERO.
001072* THE SHOE NUMBER STEPS ONCE PER SHUFFLE AND RIDES THE CHECKPOINT;
001160 77  BJ-BK-FILE-STATUS       PIC X(02)  VALUE "00".
001165 77  BJ-PLAYER-FOUND-FLAG    PIC X(01)  VALUE "N".
001166     88  BJ-PLAYER-WAS-FOUND VALUE "Y".
001167 77  BJ-ROUND-NET            PIC S9(07)V99 VALUE ZERO.
001180 77  BJ-BET-AMOUNT           PIC 9(05)V99  VALUE ZERO.
001190 77  BJ-PAYOUT-AMOUNT        PIC S9(05)V99 VALUE ZERO.
001200 77  BJ-PAYOUT-MULTIPLIER    PIC S9V99     VALUE ZERO.
001258 77  BJ-CK-FILE-STATUS       PIC X(02)  VALUE "00".
001259 77  BJ-CKPT-FOUND-FLAG      PIC X(01)  VALUE "N".
001260     88  BJ-CKPT-WAS-FOUND   VALUE "Y".
001261* -------------------------------------------------- SESSION CONTROL
001262* RUNNING TOTALS OF EVERY HAND AND JOURNAL LINE THIS SESSION HAS
001263* WRITTEN, TAKEN FROM THE RECORDS AS WRITTEN SO THEY TIE TO THE
001264* FILES.  THE SESSION IS KEYED BY THE TABLE AND THE DATE AND TIME
001265* IT OPENED.
001266 77  BJ-SC-FILE-STATUS       PIC X(02)  VALUE "00".
001267 77  BJ-SESS-WRITTEN-FLAG    PIC X(01)  VALUE "N".
001268     88  BJ-SESS-WAS-WRITTEN VALUE "Y".
001269 77  BJ-SESS-STATUS          PIC X(01)  VALUE "O".
001270 77  BJ-SESS-OPEN-DATE       PIC 9(08)  VALUE ZERO.
001271 77  BJ-SESS-OPEN-TIME       PIC 9(06)  VALUE ZERO.
001272 77  BJ-SESS-FIRST-SEQ       PIC 9(06)  VALUE ZERO.
001273 77  BJ-SESS-LAST-SEQ        PIC 9(06)  VALUE ZERO.
001274 77  BJ-SESS-HAND-COUNT      PIC 9(06)  VALUE ZERO.
001275 77  BJ-SESS-BETS            PIC 9(09)V99 VALUE ZERO.
001276 77  BJ-SESS-PAYOUTS         PIC S9(09)V99 VALUE ZERO.
001277 77  BJ-SESS-INS-BETS        PIC 9(09)V99 VALUE ZERO.
001278 77  BJ-SESS-INS-PAYOUTS     PIC S9(09)V99 VALUE ZERO.
001279 77  BJ-SESS-EVENT-COUNT     PIC 9(07)  VALUE ZERO.
001280* ------------------------------------------------------ CARD TABLES
001281 01  BJ-CARD-VALUES             PIC X(13) VALUE "23456789TJQKA".
001282 01  BJ-CARD-SUITS              PIC X(04) VALUE "CDHS".
001290
001300 01  BJ-RANK-VALUE-DATA.
001310     05  FILLER                 PIC 9(02) VALUE 02.
001590     05  BJ-SEAT-PLAYER-ID      PIC X(06) OCCURS 6 TIMES.
001600 01  BJ-SEAT-BALANCES.
001610     05  BJ-SEAT-BALANCE        PIC S9(07)V99 OCCURS 6 TIMES.
001611* THE LEDGER BALANCE EACH SEAT'S BALANCE WAS LAST TAKEN FROM.  THE
001612* ROUND'S WIN OR LOSS IS THE DIFFERENCE, AND ONLY THAT IS POSTED
001613* BACK -- THE CAGE MAY HAVE MOVED THE LEDGER IN THE MEANTIME.
001614 01  BJ-SEAT-BASE-BALANCES.
001615     05  BJ-SEAT-BASE-BALANCE   PIC S9(07)V99 OCCURS 6 TIMES.
001616* SPACE UNTIL THE SEAT IS LOADED; TAKEN ONCE THE PLAYER IS MARKED IN
001617* PLAY ON THE LEDGER; EMPTY WHEN A SEAT CHANGE LEAVES NOBODY THERE.
001618 01  BJ-SEAT-STATES.
001619     05  BJ-SEAT-STATE          PIC X(01) OCCURS 6 TIMES
001621                                VALUE SPACE.
001623         88  BJ-SEAT-IS-TAKEN   VALUE "S".
001625         88  BJ-SEAT-IS-EMPTY   VALUE "V".
001627 01  BJ-SEAT-LAST-SEQS.
001630     05  BJ-SEAT-LAST-SEQ       PIC 9(06) OCCURS 6 TIMES.
001640 01  BJ-SEAT-BETS.
001650     05  BJ-SEAT-BET            PIC 9(05)V99 OCCURS 6 TIMES.
001653 01  BJ-SEAT-INSURANCE-PAYOUTS.
001654     05  BJ-SEAT-INSURANCE-PAYOUT
001655                             PIC S9(05)V99 OCCURS 6 TIMES.
001656 01  BJ-SEAT-PAIRS-BETS.
001657     05  BJ-SEAT-PAIRS-BET      PIC 9(05)V99 OCCURS 6 TIMES.
001658 01  BJ-SEAT-PAIRS-PAYOUTS.
001659     05  BJ-SEAT-PAIRS-PAYOUT   PIC S9(05)V99 OCCURS 6 TIMES.
001660 01  BJ-SEAT-COUPON-NOS.
001661     05  BJ-SEAT-COUPON-NO      PIC X(08) OCCURS 6 TIMES.
001662 01  BJ-SEAT-PROMO-AMOUNTS.
001663     05  BJ-SEAT-PROMO-AMOUNT   PIC 9(05)V99 OCCURS 6 TIMES.
001664 01  BJ-SEAT-PROMO-PAYOUTS.
001665     05  BJ-SEAT-PROMO-PAYOUT   PIC 9(05)V99 OCCURS 6 TIMES.
001666
001670* ----------------------------------------------------------- HANDS
001680* UP TO TWO HANDS PER SEAT -- HAND 2 IS ONLY USED WHEN THE FIRST
001690* TWO CARDS ARE A PAIR AND THE SEAT ELECTS TO SPLIT.  RESET TO
002110     PERFORM 4000-PLAY-GAME THRU 4000-EXIT
002112         UNTIL BJ-TABLE-CLOSED.
002114     PERFORM 1280-RECORD-TRAY-CLOSER THRU 1280-EXIT.
002116     PERFORM 1950-RELEASE-SEATS THRU 1950-EXIT.
002120     PERFORM 1900-TERMINATE THRU 1900-EXIT.
002130     DISPLAY "THANKS FOR PLAYING BLACKJACK!".
002140     STOP RUN.
002251* REFUSE AN EXCLUDED PATRON AND JOURNAL THE REFUSAL.
002252     PERFORM 1250-OPEN-MARKER-FILES THRU 1250-EXIT.
002253     PERFORM 1255-OPEN-EXCLUSION-FILE THRU 1255-EXIT.
002255     PERFORM 1257-OPEN-COUPON-FILE THRU 1257-EXIT.
002257     PERFORM 1100-OPEN-BANKROLL THRU 1100-EXIT.
002260     PERFORM 1200-OPEN-CHECKPOINT THRU 1200-EXIT.
002263     PERFORM 1260-OPEN-TRAY-JOURNAL THRU 1260-EXIT.
002265     PERFORM 1265-OPEN-SESSION-CONTROL THRU 1265-EXIT.
002267     PERFORM 1270-RECORD-TRAY-OPENER THRU 1270-EXIT.
002270     MOVE FUNCTION CURRENT-DATE TO BJ-CURRENT-DATETIME.
002280     MOVE BJ-CURRENT-DATETIME(9:6) TO BJ-RANDOM-SEED.
002290     COMPUTE BJ-RANDOM-VALUE = FUNCTION RANDOM(BJ-RANDOM-SEED).
002424     MOVE TB-SOFT-17-RULE    TO BJ-SOFT17-RULE.
002426     DISPLAY "TABLE RULES LOADED: " BJ-DECK-COUNT
002428         " DECKS, PENETRATION " BJ-PENETRATION-PCT "PCT".
002429     MOVE "N" TO BJ-PAIRS-OFFERED-FLAG.
002430     IF TB-PAIRS-ARE-OFFERED
002431         PERFORM 1017-LOAD-PAIRS-PAYTABLE THRU 1017-EXIT.
002432 1016-EXIT.
002433     EXIT.
002434
002435* =================================================================
002436* 1017-LOAD-PAIRS-PAYTABLE -- THE TABLE'S RULES OFFER PERFECT PAIRS,
002437* SO LOAD ITS PAYS AND SIDE-BET LIMITS.  THERE ARE NO BUILT-IN PAYS:
002438* A MISSING FILE OR RECORD, OR ONE THAT FAILS THE EDIT, SIMPLY
002439* LEAVES THE SIDE BET OFF FOR THE SESSION.
002440* =================================================================
002441 1017-LOAD-PAIRS-PAYTABLE.
002442     OPEN INPUT PAIRS-PAY-FILE.
002443     IF BJ-PP-FILE-STATUS NOT = "00"
002444         DISPLAY "NO PERFECT PAIRS PAYTABLE FILE -- STATUS "
002445             BJ-PP-FILE-STATUS " -- SIDE BET NOT OFFERED"
002446         GO TO 1017-EXIT.
002447     MOVE BJ-TABLE-ID TO PP-TABLE-ID.
002448     READ PAIRS-PAY-FILE
002449         INVALID KEY
002450             DISPLAY "TABLE " BJ-TABLE-ID " NOT ON THE PAIRS "
002451                 "PAYTABLE -- SIDE BET NOT OFFERED"
002452         NOT INVALID KEY
002453             PERFORM 1018-APPLY-PAIRS-PAYTABLE THRU 1018-EXIT.
002454     CLOSE PAIRS-PAY-FILE.
002455 1017-EXIT.
002456     EXIT.
002457
002458* =================================================================
002459* 1018-APPLY-PAIRS-PAYTABLE -- EDIT THE PAYTABLE BEFORE LETTING IT
002460* PAY.  THE PAYS MUST CLIMB MIXED TO COLORED TO PERFECT, AND THE
002461* LARGEST WIN (MAXIMUM SIDE BET AT THE PERFECT-PAIR ODDS) MUST FIT
002462* THE HAND-HISTORY PAYOUT FIELD.
002463* =================================================================
002464 1018-APPLY-PAIRS-PAYTABLE.
002465     COMPUTE BJ-PAIRS-TOP-PAY = PP-MAX-BET * PP-PERFECT-PAYS.
002466     IF PP-MIXED-PAYS = ZERO
002467         OR PP-COLORED-PAYS < PP-MIXED-PAYS
002468         OR PP-PERFECT-PAYS < PP-COLORED-PAYS
002469         OR PP-MIN-BET = ZERO
002470         OR PP-MAX-BET < PP-MIN-BET
002471         OR BJ-PAIRS-TOP-PAY > 99999.99
002472         DISPLAY "TABLE " BJ-TABLE-ID " PAIRS PAYTABLE FAILS "
002473             "EDIT -- SIDE BET NOT OFFERED"
002474         GO TO 1018-EXIT.
002475     MOVE PP-MIXED-PAYS   TO BJ-PAIRS-MIXED-PAYS.
002476     MOVE PP-COLORED-PAYS TO BJ-PAIRS-COLORED-PAYS.
002477     MOVE PP-PERFECT-PAYS TO BJ-PAIRS-PERFECT-PAYS.
002478     MOVE PP-MIN-BET      TO BJ-PAIRS-MIN-BET.
002479     MOVE PP-MAX-BET      TO BJ-PAIRS-MAX-BET.
002480     MOVE "Y" TO BJ-PAIRS-OFFERED-FLAG.
002481     DISPLAY "PERFECT PAIRS OFFERED: MIXED " BJ-PAIRS-MIXED-PAYS
002482         ", COLORED " BJ-PAIRS-COLORED-PAYS ", PERFECT "
002483         BJ-PAIRS-PERFECT-PAYS " TO 1".
002484 1018-EXIT.
002485     EXIT.
002486
002487* =================================================================
002488* 1020-LOAD-CMP-THRESHOLD -- READ THE ONE-RECORD COMPLIANCE
002489* PARAMETER FILE SHARED WITH THE BATCH MONITOR (BLKJCMP).  A
002490* MISSING FILE OR EMPTY RECORD LEAVES THE BUILT-IN THRESHOLD.
002491* =================================================================
002492 1020-LOAD-CMP-THRESHOLD.
002493     OPEN INPUT CMP-PARM-FILE.
002494     IF BJ-CP-FILE-STATUS NOT = "00"
002495         GO TO 1020-EXIT.
002496     READ CMP-PARM-FILE
002497         AT END
002498             MOVE ZERO TO CP-THRESHOLD-AMOUNT.
002499     IF BJ-CP-FILE-STATUS = "00"
002500         AND CP-THRESHOLD-AMOUNT > ZERO
002501         MOVE CP-THRESHOLD-AMOUNT TO BJ-CMP-THRESHOLD.
002502     CLOSE CMP-PARM-FILE.
002503 1020-EXIT.
002504     EXIT.
002505
002506* =================================================================
002507* 1030-SIGN-ON-DEALER -- THE HOUSE SIDE SIGNS ON.  ALSO TAKEN AS
002508* THE HAND-OFF BETWEEN ROUNDS WHEN A DEALER ROTATES OFF THE GAME,
002509* SO EVERY HAND-HISTORY RECORD NAMES WHO WAS DEALING.  AN ID IS
002510* ONLY ACCEPTED WHEN IT BELONGS TO AN ACTIVE DEALER ON THE
002511* EMPLOYEE MASTER.
002512* =================================================================
002513 1030-SIGN-ON-DEALER.
002514     MOVE "N" TO BJ-DEALER-OK-FLAG.
002515     PERFORM 1035-GET-DEALER-ID THRU 1035-EXIT
002516         UNTIL BJ-DEALER-OK.
002517     DISPLAY "DEALER " BJ-DEALER-ID " (" EM-NAME
002518         ") ON THE GAME.".
002519 1030-EXIT.
002520     EXIT.
002521
002522 1035-GET-DEALER-ID.
002523     MOVE SPACES TO BJ-DEALER-ID.
002524     DISPLAY "ENTER DEALER ID: ".
002525     ACCEPT BJ-DEALER-ID.
002526     IF BJ-DEALER-ID = SPACES
002527         DISPLAY "DEALER ID IS REQUIRED."
002528         GO TO 1035-EXIT.
002529     MOVE BJ-DEALER-ID TO EM-EMP-ID.
002530     READ EMPL-MAST-FILE
002531         INVALID KEY
002532             DISPLAY "ID " BJ-DEALER-ID " IS NOT ON THE "
002533                 "EMPLOYEE MASTER."
002534             GO TO 1035-EXIT.
002535     IF NOT EM-IS-ACTIVE
002536         DISPLAY "EMPLOYEE " BJ-DEALER-ID " IS NOT ACTIVE."
002537         GO TO 1035-EXIT.
002538     IF NOT EM-ROLE-DEALER
002539         DISPLAY "EMPLOYEE " BJ-DEALER-ID " IS NOT A DEALER."
002540         GO TO 1035-EXIT.
002541     MOVE "Y" TO BJ-DEALER-OK-FLAG.
002542 1035-EXIT.
002543     EXIT.
002544
002545* =================================================================
002546* 1025-OPEN-EMPLOYEE-MASTER -- THE SIGN-ON CANNOT BE VALIDATED
002547* WITHOUT THE EMPLOYEE MASTER, SO A TABLE CANNOT OPEN WITHOUT
002548* IT.  STAFF THE FILE THROUGH BLKJEMP FIRST.
002549* =================================================================
002550 1025-OPEN-EMPLOYEE-MASTER.
002551     OPEN INPUT EMPL-MAST-FILE.
002552     IF BJ-EM-FILE-STATUS NOT = "00"
002553         DISPLAY "NO EMPLOYEE MASTER -- STATUS "
002554             BJ-EM-FILE-STATUS
002555             " -- RUN BLKJEMP BEFORE OPENING A TABLE."
002556         MOVE 16 TO RETURN-CODE
002557         STOP RUN.
002558 1025-EXIT.
002559     EXIT.
002560
002561* =================================================================
002562* 1050-ASSIGN-SEATS -- ASK HOW MANY PLAYERS ARE AT THE TABLE (UP TO
002563* SIX) AND GIVE EACH SEAT A PLAYER ID TO LOOK UP IN THE LEDGER.
002564* =================================================================
002565 1050-ASSIGN-SEATS.
002566     DISPLAY "HOW MANY PLAYERS ARE SEATED AT THIS TABLE (1-6)? ".
002567     ACCEPT BJ-ACTIVE-SEATS.
002568     IF BJ-ACTIVE-SEATS < 1 OR BJ-ACTIVE-SEATS > 6
002569         MOVE 1 TO BJ-ACTIVE-SEATS.
002570     PERFORM 1060-ASSIGN-ONE-SEAT-ID THRU 1060-EXIT
002571         VARYING BJ-WORK-SEAT FROM 1 BY 1
002572         UNTIL BJ-WORK-SEAT > BJ-ACTIVE-SEATS.
002573 1050-EXIT.
002574     EXIT.
002575
002576 1060-ASSIGN-ONE-SEAT-ID.
002577     MOVE SPACE TO BJ-SEAT-STATE(BJ-WORK-SEAT).
002578     MOVE SPACES TO BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT).
002579     IF BJ-TABLE-IS-OPEN
002580         DISPLAY "SEAT " BJ-WORK-SEAT " -- PRESS ENTER ALONE TO "
002581             "LEAVE THE SEAT EMPTY.".
002582     DISPLAY "SEAT " BJ-WORK-SEAT " -- ENTER YOUR PLAYER ID: ".
002583     ACCEPT BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT).
002584     IF BJ-TABLE-IS-OPEN
002585         AND BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT) = SPACES
002586         MOVE "V" TO BJ-SEAT-STATE(BJ-WORK-SEAT).
002587 1060-EXIT.
002588     EXIT.
002589
002590* =================================================================
002591* 1100-OPEN-BANKROLL -- OPEN THE LEDGER AND LOAD EVERY SEATED
002592* PLAYER'S RECORD INTO WORKING STORAGE.  A PLAYER ID THAT IS NOT
002600* ON THE LEDGER IS REFUSED AND THE SEAT RE-PROMPTED -- NEW PLAYERS
002602* ARE FUNDED BY A BUY-IN AT THE CAGE (BLKJCSH), NOT AT THE TABLE.
002604* EACH PLAYER SEATED IS MARKED IN PLAY AT THIS TABLE ON THE LEDGER.
002610* =================================================================
002620 1100-OPEN-BANKROLL.
002630     OPEN I-O PLAYER-BANKROLL-FILE.
002680     PERFORM 1120-LOAD-ONE-SEAT THRU 1120-EXIT
002690         VARYING BJ-WORK-SEAT FROM 1 BY 1
002700         UNTIL BJ-WORK-SEAT > BJ-ACTIVE-SEATS.
002705     MOVE "Y" TO BJ-TABLE-OPEN-FLAG.
002710 1100-EXIT.
002720     EXIT.
002730
002820 1120-LOAD-ONE-SEAT.
002830     MOVE "N" TO BJ-PLAYER-FOUND-FLAG.
002840     PERFORM 1125-FIND-SEAT-PLAYER THRU 1125-EXIT
002850         UNTIL BJ-PLAYER-WAS-FOUND
002855         OR BJ-SEAT-IS-EMPTY(BJ-WORK-SEAT).
002860     IF BJ-SEAT-IS-EMPTY(BJ-WORK-SEAT)
002861         MOVE ZERO TO BJ-SEAT-BALANCE(BJ-WORK-SEAT)
002862         MOVE ZERO TO BJ-SEAT-BASE-BALANCE(BJ-WORK-SEAT)
002863         DISPLAY "SEAT " BJ-WORK-SEAT " IS EMPTY."
002864         GO TO 1120-EXIT.
002865     PERFORM 1130-MARK-IN-PLAY THRU 1130-EXIT.
002870     MOVE BK-BALANCE       TO BJ-SEAT-BALANCE(BJ-WORK-SEAT).
002875     MOVE BK-BALANCE       TO BJ-SEAT-BASE-BALANCE(BJ-WORK-SEAT).
002880     MOVE BK-LAST-HAND-SEQ TO BJ-SEAT-LAST-SEQ(BJ-WORK-SEAT).
002885     MOVE "S" TO BJ-SEAT-STATE(BJ-WORK-SEAT).
002890 1120-EXIT.
002900     EXIT.
002901
002902 1125-FIND-SEAT-PLAYER.
002903     IF BJ-SEAT-IS-EMPTY(BJ-WORK-SEAT)
002904         GO TO 1125-EXIT.
002905     MOVE BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT) TO BK-PLAYER-ID.
002906     READ PLAYER-BANKROLL-FILE
002907         INVALID KEY
002908             DISPLAY "PLAYER " BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT)
002909                 " IS NOT ON THE LEDGER -- BUY IN AT THE CAGE"
002910             PERFORM 1060-ASSIGN-ONE-SEAT-ID THRU 1060-EXIT
002911         NOT INVALID KEY
002912             MOVE "Y" TO BJ-PLAYER-FOUND-FLAG.
002913* A STATUS OUTSIDE 00 (FOUND) AND 23 (NOT FOUND) IS A HARD I-O
002914* ERROR, NOT A MISSING PLAYER -- SHUT THE TABLE DOWN LIKE EVERY
002915* OTHER LEDGER FAILURE RATHER THAN SEATING A PLAYER ON AIR.
002916     IF BJ-BK-FILE-STATUS NOT = "00" AND BJ-BK-FILE-STATUS
002917         NOT = "23"
002918         MOVE "BANKROLL" TO BJ-IO-FILE-NAME
002919         MOVE "READ"     TO BJ-IO-OPERATION
002920         MOVE BJ-BK-FILE-STATUS TO BJ-IO-STATUS
002921         MOVE SPACES TO BJ-IO-RECORD
002922         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
002923     IF BJ-PLAYER-WAS-FOUND AND BK-ACCOUNT-ESCHEATED
002924         DISPLAY "PLAYER " BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT)
002925             " IS ESCHEATED -- REACTIVATE AT THE CAGE"
002926         MOVE "N" TO BJ-PLAYER-FOUND-FLAG
002927         PERFORM 1060-ASSIGN-ONE-SEAT-ID THRU 1060-EXIT
002928         GO TO 1125-EXIT.
002929* ONE PLAYER, ONE SEAT.  IN PLAY AT ANOTHER TABLE, OR ALREADY IN
002930* ANOTHER SEAT HERE, IS REFUSED -- TWO SEATS WOULD EACH BET THE
002931* SAME BALANCE.  IN PLAY AT THIS TABLE AND IN NO OTHER SEAT IS THE
002932* TABLE REOPENING AFTER AN ABEND, AND THE PLAYER SITS AGAIN.
002933     IF BJ-PLAYER-WAS-FOUND AND BK-IS-IN-PLAY
002934         AND BK-IN-PLAY-TABLE NOT = BJ-TABLE-ID
002935         DISPLAY "PLAYER " BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT)
002936             " IS IN PLAY AT TABLE " BK-IN-PLAY-TABLE
002937             " -- SEAT REFUSED."
002938         MOVE "N" TO BJ-PLAYER-FOUND-FLAG
002939         PERFORM 1060-ASSIGN-ONE-SEAT-ID THRU 1060-EXIT
002940         GO TO 1125-EXIT.
002941     IF BJ-PLAYER-WAS-FOUND
002942         PERFORM 1128-CHECK-SEATED-HERE THRU 1128-EXIT.
002943     IF BJ-PLAYER-WAS-FOUND AND BJ-DUP-SEAT > ZERO
002944         DISPLAY "PLAYER " BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT)
002945             " IS ALREADY IN SEAT " BJ-DUP-SEAT
002946             " -- SEAT REFUSED."
002947         MOVE "N" TO BJ-PLAYER-FOUND-FLAG
002948         PERFORM 1060-ASSIGN-ONE-SEAT-ID THRU 1060-EXIT
002949         GO TO 1125-EXIT.
002950     IF BJ-PLAYER-WAS-FOUND
002951         PERFORM 1126-CHECK-EXCLUSION THRU 1126-EXIT.
002952     IF BJ-PLAYER-WAS-FOUND AND BK-IS-IN-PLAY
002953         DISPLAY "PLAYER " BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT)
002954             " WAS STILL IN PLAY HERE -- SEATED AGAIN.".
002955 1125-EXIT.
002956     EXIT.
002957
002958* =================================================================
002959* 1126-CHECK-EXCLUSION -- THE LEDGER KNOWS THE PATRON; THE
002960* EXCLUSION FILE DECIDES WHETHER THE STATE OR THE PATRON'S OWN
002961* PROGRAM SAYS NO SEAT.  AN IN-EFFECT EXCLUSION CLEARS THE FOUND
002962* FLAG, JOURNALS THE REFUSAL AND RE-PROMPTS THE SEAT.
002963* =================================================================
002964 1126-CHECK-EXCLUSION.
002965     IF NOT BJ-EXCL-AVAIL
002966         GO TO 1126-EXIT.
002967     MOVE BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT) TO XC-PLAYER-ID.
002968     READ EXCL-MAST-FILE
002969         INVALID KEY
002970             GO TO 1126-EXIT.
002971     IF NOT XC-IS-EXCLUDED
002972         GO TO 1126-EXIT.
002973     MOVE FUNCTION CURRENT-DATE TO BJ-CURRENT-DATETIME.
002974     MOVE BJ-CURRENT-DATETIME(1:8) TO BJ-TODAY-DATE.
002975     IF BJ-TODAY-DATE < XC-EFF-FROM-DATE
002976         GO TO 1126-EXIT.
002977     IF XC-EFF-TO-DATE > ZERO
002978         AND BJ-TODAY-DATE > XC-EFF-TO-DATE
002979         GO TO 1126-EXIT.
002980     DISPLAY "PLAYER " BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT)
002981         " IS ON THE EXCLUSION LIST -- SEAT REFUSED.".
002982     PERFORM 1127-JOURNAL-REFUSAL THRU 1127-EXIT.
002983     MOVE "N" TO BJ-PLAYER-FOUND-FLAG.
002984     PERFORM 1060-ASSIGN-ONE-SEAT-ID THRU 1060-EXIT.
002985 1126-EXIT.
002986     EXIT.
002987
002988* =================================================================
002989* 1127-JOURNAL-REFUSAL -- ONE CAGE JOURNAL LINE PER REFUSED
002990* SEATING.  TYPE E, NEUTRAL SIGN, ZERO AMOUNT -- NO MONEY MOVED,
002991* BUT THE COMPLIANCE OFFICER'S DAILY REPORT (BLKJREF) LISTS IT.
002992* =================================================================
002993 1127-JOURNAL-REFUSAL.
002994     MOVE BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT) TO CJ-PLAYER-ID.
002995     MOVE "E" TO CJ-TRAN-TYPE.
002996     MOVE "N" TO CJ-TRAN-SIGN.
002997     MOVE ZERO TO CJ-AMOUNT.
002998     MOVE BK-BALANCE TO CJ-BEFORE-BALANCE.
002999     MOVE BK-BALANCE TO CJ-AFTER-BALANCE.
003000     MOVE BJ-CURRENT-DATETIME(1:8) TO CJ-TRAN-DATE.
003001     MOVE BJ-CURRENT-DATETIME(9:6) TO CJ-TRAN-TIME.
003002     MOVE BJ-DEALER-ID TO CJ-CASHIER-ID.
003003     WRITE CJ-RECORD.
003004     IF BJ-CJ-FILE-STATUS NOT = "00"
003005         MOVE "CAGEJRNL" TO BJ-IO-FILE-NAME
003006         MOVE "WRITE"    TO BJ-IO-OPERATION
003007         MOVE BJ-CJ-FILE-STATUS TO BJ-IO-STATUS
003008         MOVE CJ-RECORD TO BJ-IO-RECORD
003009         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003010 1127-EXIT.
003011     EXIT.
003012
003013* =================================================================
003014* 1128-CHECK-SEATED-HERE -- LEAVE BJ-DUP-SEAT POINTING AT ANOTHER
003015* TAKEN SEAT AT THIS TABLE HOLDING THE SAME PLAYER, OR ZERO.
003016* =================================================================
003017 1128-CHECK-SEATED-HERE.
003018     MOVE ZERO TO BJ-DUP-SEAT.
003019     PERFORM 1129-TEST-OTHER-SEAT THRU 1129-EXIT
003020         VARYING BJ-OTHER-SEAT FROM 1 BY 1
003021         UNTIL BJ-OTHER-SEAT > BJ-ACTIVE-SEATS.
003022 1128-EXIT.
003023     EXIT.
003024
003025 1129-TEST-OTHER-SEAT.
003026     IF BJ-OTHER-SEAT NOT = BJ-WORK-SEAT
003027         AND BJ-SEAT-IS-TAKEN(BJ-OTHER-SEAT)
003028         AND BJ-SEAT-PLAYER-ID(BJ-OTHER-SEAT)
003029             = BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT)
003030         MOVE BJ-OTHER-SEAT TO BJ-DUP-SEAT.
003031 1129-EXIT.
003032     EXIT.
003033
003034* =================================================================
003035* 1130-MARK-IN-PLAY -- THE SEAT'S LEDGER RECORD, JUST READ BY
003036* 1125, IS MARKED IN PLAY AT THIS TABLE
003037* =================================================================
003038 1130-MARK-IN-PLAY.
003039     MOVE "Y" TO BK-IN-PLAY-FLAG.
003040     MOVE BJ-TABLE-ID TO BK-IN-PLAY-TABLE.
003041     REWRITE BK-RECORD.
003042     IF BJ-BK-FILE-STATUS NOT = "00"
003043         MOVE "BANKROLL" TO BJ-IO-FILE-NAME
003044         MOVE "REWRITE"  TO BJ-IO-OPERATION
003045         MOVE BJ-BK-FILE-STATUS TO BJ-IO-STATUS
003046         MOVE BK-RECORD TO BJ-IO-RECORD
003047         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003048 1130-EXIT.
003049     EXIT.
003050
003051* =================================================================
003052* 1140-RELEASE-ONE-SEAT -- THE PLAYER IN BJ-WORK-SEAT IS LEAVING
003053* THE TABLE.  CLEAR THE IN-PLAY FLAG, BUT ONLY IF IT IS STILL THIS
003054* TABLE'S -- A SUPERVISOR MAY HAVE CLEARED IT AND ANOTHER TABLE
003055* SEATED THE PLAYER SINCE.
003056* =================================================================
003057 1140-RELEASE-ONE-SEAT.
003058     IF NOT BJ-SEAT-IS-TAKEN(BJ-WORK-SEAT)
003059         GO TO 1140-EXIT.
003060     MOVE BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT) TO BK-PLAYER-ID.
003061     READ PLAYER-BANKROLL-FILE.
003062     IF BJ-BK-FILE-STATUS NOT = "00"
003063         MOVE "BANKROLL" TO BJ-IO-FILE-NAME
003064         MOVE "READ"     TO BJ-IO-OPERATION
003065         MOVE BJ-BK-FILE-STATUS TO BJ-IO-STATUS
003066         MOVE SPACES TO BJ-IO-RECORD
003067         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003068     IF NOT BK-IS-IN-PLAY
003069         OR BK-IN-PLAY-TABLE NOT = BJ-TABLE-ID
003070         GO TO 1140-EXIT.
003071     MOVE "N" TO BK-IN-PLAY-FLAG.
003072     MOVE SPACES TO BK-IN-PLAY-TABLE.
003073     REWRITE BK-RECORD.
003074     IF BJ-BK-FILE-STATUS NOT = "00"
003075         MOVE "BANKROLL" TO BJ-IO-FILE-NAME
003076         MOVE "REWRITE"  TO BJ-IO-OPERATION
003077         MOVE BJ-BK-FILE-STATUS TO BJ-IO-STATUS
003078         MOVE BK-RECORD TO BJ-IO-RECORD
003079         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003080 1140-EXIT.
003081     EXIT.
003082
003083* =================================================================
003084* 1200-OPEN-CHECKPOINT -- OPEN THE SHOE CHECKPOINT FILE, CREATING IT
003085* THE FIRST TIME THE GAME IS EVER RUN
003086* =================================================================
003087 1200-OPEN-CHECKPOINT.
003088     OPEN I-O SHOE-CKPT-FILE.
003089     IF BJ-CK-FILE-STATUS = "35"
003090         OPEN OUTPUT SHOE-CKPT-FILE
003091         CLOSE SHOE-CKPT-FILE
003092         OPEN I-O SHOE-CKPT-FILE.
003093     IF BJ-CK-FILE-STATUS NOT = "00"
003094         MOVE "SHOECKPT" TO BJ-IO-FILE-NAME
003095         MOVE "OPEN"     TO BJ-IO-OPERATION
003096         MOVE BJ-CK-FILE-STATUS TO BJ-IO-STATUS
003097         MOVE SPACES TO BJ-IO-RECORD
003098         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003099 1200-EXIT.
003100     EXIT.
003101
003102* =================================================================
003103* 1210-RESTORE-CHECKPOINT -- LOOK UP THIS TABLE'S CHECKPOINT.  IF ONE
003104* IS FOUND, 1220 RESTORES THE SHOE AND HAND-HIST SEQUENCE FROM IT;
003105* OTHERWISE BJ-CKPT-WAS-FOUND IS LEFT OFF AND 1000-INITIALIZE BUILDS
003106* A FRESH SHOE AS IT ALWAYS DID.
003107* =================================================================
003110 1210-RESTORE-CHECKPOINT.
003120     MOVE BJ-TABLE-ID TO CK-TABLE-ID.
003130     READ SHOE-CKPT-FILE
003485     EXIT.
003486
003487* =================================================================
003488* 1257-OPEN-COUPON-FILE -- OPEN THE MATCH-PLAY COUPON MASTER FOR
003489* REDEMPTION.  BLKJCPN CREATES IT WHEN THE FIRST COUPON IS ISSUED;
003490* A SHOP WITHOUT ONE YET SIMPLY NEVER ASKS FOR A COUPON.
003491* =================================================================
003492 1257-OPEN-COUPON-FILE.
003493     OPEN I-O COUPON-MAST-FILE.
003494     IF BJ-CU-FILE-STATUS = "00"
003495         MOVE "Y" TO BJ-COUPON-AVAIL-FLAG
003496     ELSE
003497         DISPLAY "NO COUPON MASTER -- MATCH PLAY NOT ACCEPTED, "
003498             "STATUS " BJ-CU-FILE-STATUS.
003499 1257-EXIT.
003500     EXIT.
003501
003502* =================================================================
003503* 1260-OPEN-TRAY-JOURNAL -- OPEN THE TRAY JOURNAL THE OPENER AND
003504* CLOSER COUNTS ARE WRITTEN TO, CREATING IT THE FIRST TIME THE
003505* TABLE IS EVER RUN.
003506* =================================================================
003507 1260-OPEN-TRAY-JOURNAL.
003508     OPEN EXTEND TRAY-JRNL-FILE.
003509     IF BJ-TY-FILE-STATUS = "35"
003510         OPEN OUTPUT TRAY-JRNL-FILE.
003511     IF BJ-TY-FILE-STATUS NOT = "00"
003512         MOVE "TRAYJRNL" TO BJ-IO-FILE-NAME
003513         MOVE "OPEN"     TO BJ-IO-OPERATION
003514         MOVE BJ-TY-FILE-STATUS TO BJ-IO-STATUS
003515         MOVE SPACES TO BJ-IO-RECORD
003516         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003517 1260-EXIT.
003518     EXIT.
003519
003520* =================================================================
003521* 1265-OPEN-SESSION-CONTROL -- OPEN THE SESSION-CONTROL FILE,
003522* CREATING IT THE FIRST TIME ANY TABLE IS RUN, AND STAMP THE
003523* SESSION'S OPENING DATE AND TIME -- ITS KEY.  THE RECORD ITSELF
003524* IS FIRST WRITTEN AT THE FIRST CHECKPOINT.
003525* =================================================================
003526 1265-OPEN-SESSION-CONTROL.
003527     OPEN I-O SESS-CTL-FILE.
003528     IF BJ-SC-FILE-STATUS = "35"
003529         OPEN OUTPUT SESS-CTL-FILE
003530         CLOSE SESS-CTL-FILE
003531         OPEN I-O SESS-CTL-FILE.
003532     IF BJ-SC-FILE-STATUS NOT = "00"
003533         MOVE "SESSCTL " TO BJ-IO-FILE-NAME
003534         MOVE "OPEN"     TO BJ-IO-OPERATION
003535         MOVE BJ-SC-FILE-STATUS TO BJ-IO-STATUS
003536         MOVE SPACES TO BJ-IO-RECORD
003537         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003538     MOVE FUNCTION CURRENT-DATE TO BJ-CURRENT-DATETIME.
003539     MOVE BJ-CURRENT-DATETIME(1:8) TO BJ-SESS-OPEN-DATE.
003540     MOVE BJ-CURRENT-DATETIME(9:6) TO BJ-SESS-OPEN-TIME.
003541 1265-EXIT.
003542     EXIT.
003543
003544* =================================================================
003545* 1270-RECORD-TRAY-OPENER -- COUNT THE TRAY AS THE TABLE OPENS,
003546* RIGHT AFTER THE DEALER SIGNS ON, AND JOURNAL THE OPENER.
003547* =================================================================
003548 1270-RECORD-TRAY-OPENER.
003549     MOVE ZERO TO BJ-TRAY-AMOUNT.
003550     DISPLAY "ENTER OPENING TRAY COUNT: ".
003551     ACCEPT BJ-TRAY-AMOUNT.
003552     MOVE "O" TO BJ-TRAY-TRAN-TYPE.
003553     PERFORM 1290-WRITE-TRAY-RECORD THRU 1290-EXIT.
003554 1270-EXIT.
003555     EXIT.
003556
003557* =================================================================
003558* 1280-RECORD-TRAY-CLOSER -- COUNT THE TRAY AS THE TABLE CLOSES
003559* AND JOURNAL THE CLOSER.  THE NIGHTLY RECONCILIATION (BLKJTRC)
003560* COMPUTES THE TABLE'S WIN FROM THE TWO COUNTS AND THE DAY'S
003561* FILLS AND CREDITS.  THE SESSION-CONTROL RECORD IS WRITTEN A
003562* LAST TIME, MARKED CLOSED.
003563* =================================================================
003564 1280-RECORD-TRAY-CLOSER.
003565     MOVE ZERO TO BJ-TRAY-AMOUNT.
003566     DISPLAY "ENTER CLOSING TRAY COUNT: ".
003567     ACCEPT BJ-TRAY-AMOUNT.
003568     MOVE "C" TO BJ-TRAY-TRAN-TYPE.
003569     PERFORM 1290-WRITE-TRAY-RECORD THRU 1290-EXIT.
003570     MOVE "C" TO BJ-SESS-STATUS.
003571     PERFORM 7100-WRITE-SESSION-CONTROL THRU 7100-EXIT.
003572 1280-EXIT.
003573     EXIT.
003574
003575 1290-WRITE-TRAY-RECORD.
003576     MOVE BJ-TABLE-ID TO TY-TABLE-ID.
003577     MOVE BJ-TRAY-TRAN-TYPE TO TY-TRAN-TYPE.
003578     MOVE BJ-TRAY-AMOUNT TO TY-AMOUNT.
003579     MOVE SPACES TO TY-SLIP-NO.
003580     MOVE FUNCTION CURRENT-DATE TO BJ-CURRENT-DATETIME.
003581     MOVE BJ-CURRENT-DATETIME(1:8) TO TY-GAME-DATE.
003582     MOVE BJ-CURRENT-DATETIME(9:6) TO TY-TRAN-TIME.
003583     MOVE BJ-DEALER-ID TO TY-EMP-ID.
003584     WRITE TY-RECORD.
003585     IF BJ-TY-FILE-STATUS NOT = "00"
003586         MOVE "TRAYJRNL" TO BJ-IO-FILE-NAME
003587         MOVE "WRITE"    TO BJ-IO-OPERATION
003588         MOVE BJ-TY-FILE-STATUS TO BJ-IO-STATUS
003589         MOVE TY-RECORD TO BJ-IO-RECORD
003590         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003591 1290-EXIT.
003592     EXIT.
003593
003594* =================================================================
003595* 1900-TERMINATE -- CLOSE FILES BEFORE STOP RUN
003596* =================================================================
003597 1900-TERMINATE.
003598     CLOSE HAND-HIST-FILE.
003599     CLOSE HAND-EVNT-FILE.
003600     CLOSE PLAYER-BANKROLL-FILE.
003601     CLOSE SHOE-CKPT-FILE.
003602     CLOSE MARKER-MAST-FILE.
003603     CLOSE TRAY-JRNL-FILE.
003604     CLOSE CAGE-JRNL-FILE.
003605     CLOSE EMPL-MAST-FILE.
003606     IF BJ-PATRON-AVAIL
003607         CLOSE PATRON-MAST-FILE.
003608     IF BJ-EXCL-AVAIL
003609         CLOSE EXCL-MAST-FILE.
003610     IF BJ-COUPON-AVAIL
003611         CLOSE COUPON-MAST-FILE.
003612     CLOSE SESS-CTL-FILE.
003613 1900-EXIT.
003614     EXIT.
003615
003616* =================================================================
003617* 1950-RELEASE-SEATS -- THE TABLE IS CLOSING.  EVERY PLAYER STILL
003618* SEATED LEAVES WITH IT.
003619* =================================================================
003620 1950-RELEASE-SEATS.
003621     PERFORM 1140-RELEASE-ONE-SEAT THRU 1140-EXIT
003622         VARYING BJ-WORK-SEAT FROM 1 BY 1
003623         UNTIL BJ-WORK-SEAT > BJ-ACTIVE-SEATS.
003624 1950-EXIT.
003625     EXIT.
003626
003627* =================================================================
003628* 2000-INITIALIZE-DECK -- BUILD A BJ-DECK-COUNT-DECK SHOE (ONE OF
003629* EACH RANK AND SUIT PER DECK) AND SHUFFLE IT FOR REAL.  REPLACES
003630* THE ORIGINAL MULTIPLY-AGAINST-DECK NON-SHUFFLE.  ALSO SETS THE
003631* PENETRATION MARKER THAT TELLS 3100-DEAL-CARD WHEN TO RESHUFFLE.
003632* =================================================================
003633 2000-INITIALIZE-DECK.
003634     ADD 1 TO BJ-SHOE-NO.
003635     MOVE BJ-DECK-COUNT TO BJ-SHOE-DECK-COUNT.
003636     COMPUTE BJ-SHOE-SIZE = BJ-SHOE-DECK-COUNT * 52.
003637     COMPUTE BJ-PENETRATION-LIMIT =
003638         BJ-SHOE-SIZE * BJ-PENETRATION-PCT / 100.
003639     MOVE 1 TO BJ-SHOE-POS.
003640     PERFORM 2050-BUILD-ONE-DECK THRU 2050-EXIT
003641         VARYING BJ-CALC-DECK-IX FROM 1 BY 1
003642         UNTIL BJ-CALC-DECK-IX > BJ-SHOE-DECK-COUNT.
003643     PERFORM 2150-SHUFFLE-ONE-CARD THRU 2150-EXIT
003644         VARYING BJ-CALC-SHOE-IX FROM BJ-SHOE-SIZE BY -1
003645         UNTIL BJ-CALC-SHOE-IX < 2.
003646     DISPLAY "SHOE " BJ-SHOE-NO " SHUFFLED: "
003647         BJ-SHOE-DECK-COUNT
003648         " DECKS, " BJ-SHOE-SIZE " CARDS.".
003649 2000-EXIT.
003650     EXIT.
003660
003670* =================================================================
004130 2200-EXIT.
004140     EXIT.
004150
004151* =================================================================
004152* 2205-REFRESH-SEAT-BALANCE -- BETWEEN ROUNDS THE SEAT HOLDS NOTHING
004153* THE LEDGER DOES NOT, SO THE SEAT TAKES THE LEDGER'S BALANCE AS IT
004154* STANDS NOW -- A BUY-IN OR CASH-OUT AT THE CAGE SINCE THE LAST HAND
004155* IS IN IT.
004156* =================================================================
004157 2205-REFRESH-SEAT-BALANCE.
004158     MOVE BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT) TO BK-PLAYER-ID.
004159     READ PLAYER-BANKROLL-FILE.
004160     IF BJ-BK-FILE-STATUS NOT = "00"
004161         MOVE "BANKROLL" TO BJ-IO-FILE-NAME
004162         MOVE "READ"     TO BJ-IO-OPERATION
004163         MOVE BJ-BK-FILE-STATUS TO BJ-IO-STATUS
004164         MOVE SPACES TO BJ-IO-RECORD
004165         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
004166     IF BK-BALANCE NOT = BJ-SEAT-BALANCE(BJ-WORK-SEAT)
004167         MOVE BK-BALANCE TO BJ-SEAT-BALANCE(BJ-WORK-SEAT)
004168         DISPLAY "SEAT " BJ-WORK-SEAT " -- POSTED AT THE CAGE, "
004169             "BALANCE NOW " BJ-SEAT-BALANCE(BJ-WORK-SEAT).
004170     MOVE BK-BALANCE TO BJ-SEAT-BASE-BALANCE(BJ-WORK-SEAT).
004171 2205-EXIT.
004172     EXIT.
004173
004174 2210-COLLECT-ONE-WAGER.
004175     MOVE "N" TO BJ-SEAT-SIT-OUT(BJ-WORK-SEAT).
004176     MOVE ZERO TO BJ-SEAT-PAIRS-BET(BJ-WORK-SEAT).
004177     MOVE SPACES TO BJ-SEAT-COUPON-NO(BJ-WORK-SEAT).
004178     MOVE ZERO TO BJ-SEAT-PROMO-AMOUNT(BJ-WORK-SEAT).
004179     MOVE ZERO TO BJ-SEAT-PROMO-PAYOUT(BJ-WORK-SEAT).
004180     IF BJ-SEAT-IS-EMPTY(BJ-WORK-SEAT)
004181         MOVE "Y" TO BJ-SEAT-SIT-OUT(BJ-WORK-SEAT)
004182         MOVE ZERO TO BJ-SEAT-BET(BJ-WORK-SEAT)
004183         GO TO 2210-EXIT.
004184     PERFORM 2205-REFRESH-SEAT-BALANCE THRU 2205-EXIT.
004185* A SEAT THAT CANNOT COVER THE TABLE MINIMUM IS OFFERED A MARKER
004186* AGAINST THE PATRON'S CREDIT LINE FIRST; IF THAT LEAVES THE
004187* BALANCE STILL SHORT THE SEAT SITS OUT AT ONCE -- OTHERWISE THE
004188* PROMPT BELOW COULD NEVER BE SATISFIED AND THE WHOLE TABLE WOULD
004189* HANG ON THIS ONE SEAT.
004190     IF BJ-SEAT-BALANCE(BJ-WORK-SEAT) < BJ-MIN-BET
004191         PERFORM 2230-OFFER-MARKER THRU 2230-EXIT.
004192     IF BJ-SEAT-BALANCE(BJ-WORK-SEAT) < BJ-MIN-BET
004193         DISPLAY "SEAT " BJ-WORK-SEAT " -- BALANCE UNDER THE "
004194             "TABLE MINIMUM -- SEAT SITS OUT"
004195         MOVE "Y" TO BJ-SEAT-SIT-OUT(BJ-WORK-SEAT)
004196         MOVE ZERO TO BJ-SEAT-BET(BJ-WORK-SEAT)
004197         GO TO 2210-EXIT.
004198     MOVE ZERO TO BJ-BET-AMOUNT.
004199     PERFORM 2220-PROMPT-ONE-WAGER THRU 2220-EXIT
004200         UNTIL BJ-SEAT-SITS-OUT(BJ-WORK-SEAT)
004201         OR (BJ-BET-AMOUNT NOT < BJ-MIN-BET
004202         AND BJ-BET-AMOUNT NOT > BJ-MAX-BET
004203         AND BJ-BET-AMOUNT NOT > BJ-SEAT-BALANCE(BJ-WORK-SEAT)).
004205     IF BJ-SEAT-SITS-OUT(BJ-WORK-SEAT)
004206         MOVE ZERO TO BJ-SEAT-BET(BJ-WORK-SEAT)
004207         GO TO 2210-EXIT.
004210     MOVE BJ-BET-AMOUNT TO BJ-SEAT-BET(BJ-WORK-SEAT).
004212     MOVE BJ-BET-AMOUNT TO BJ-CMP-ADD-AMOUNT.
004214     PERFORM 8100-TALLY-SEAT-WAGER THRU 8100-EXIT.
004215     PERFORM 2290-COLLECT-COUPON THRU 2290-EXIT.
004217     PERFORM 2280-COLLECT-PAIRS-WAGER THRU 2280-EXIT.
004220 2210-EXIT.
004230     EXIT.
004240
004479         MOVE BK-RECORD TO BJ-IO-RECORD
004481         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
004482     ADD BJ-MARKER-AMOUNT TO BJ-SEAT-BALANCE(BJ-WORK-SEAT).
004483     ADD BJ-MARKER-AMOUNT TO BJ-SEAT-BASE-BALANCE(BJ-WORK-SEAT).
004484     PERFORM 2270-JOURNAL-MARKER THRU 2270-EXIT.
004485     DISPLAY "SEAT " BJ-WORK-SEAT " -- MARKER "
004486         BJ-MARKER-HIGH-NO " ISSUED FOR " BJ-MARKER-AMOUNT.
004487 2260-EXIT.
004488     EXIT.
004489
004490* =================================================================
004491* 2270-JOURNAL-MARKER -- ONE CAGE JOURNAL LINE PER ISSUED MARKER.
004492* TYPE M, SIGN C: THE ISSUE CREDITS THE BANKROLL EXACTLY THE WAY
004493* A CAGE DEPOSIT DOES.  THE DEALER ON THE GAME STANDS IN THE
004516     EXIT.
004517
004518* =================================================================
004519* 2280-COLLECT-PAIRS-WAGER -- ON A TABLE DEALING PERFECT PAIRS, OFFER
004520* THE SEAT THE OPTIONAL SIDE WAGER ONCE ITS MAIN BET IS IN.  THE
004521* SIDE BET MUST FIT THE PAYTABLE LIMITS AND, WITH THE MAIN BET, THE
004522* SEAT'S BALANCE; A SEAT WHOSE BALANCE LEAVES NO ROOM FOR THE
004523* MINIMUM IS NOT ASKED.  ZERO DECLINES.
004524* =================================================================
004525 2280-COLLECT-PAIRS-WAGER.
004526     IF NOT BJ-PAIRS-OFFERED
004527         GO TO 2280-EXIT.
004528     COMPUTE BJ-PAIRS-ROOM =
004529         BJ-SEAT-BALANCE(BJ-WORK-SEAT)
004530         - BJ-SEAT-BET(BJ-WORK-SEAT).
004531     IF BJ-PAIRS-ROOM < BJ-PAIRS-MIN-BET
004532         GO TO 2280-EXIT.
004533     MOVE "N" TO BJ-PAIRS-AMT-OK-FLAG.
004534     PERFORM 2285-PROMPT-PAIRS-WAGER THRU 2285-EXIT
004535         UNTIL BJ-PAIRS-AMT-OK.
004536     MOVE BJ-PAIRS-AMOUNT TO BJ-SEAT-PAIRS-BET(BJ-WORK-SEAT).
004537     IF BJ-PAIRS-AMOUNT > ZERO
004538         MOVE BJ-PAIRS-AMOUNT TO BJ-CMP-ADD-AMOUNT
004539         PERFORM 8100-TALLY-SEAT-WAGER THRU 8100-EXIT.
004540 2280-EXIT.
004541     EXIT.
004542
004543 2285-PROMPT-PAIRS-WAGER.
004544     DISPLAY "SEAT " BJ-WORK-SEAT
004545         " -- PERFECT PAIRS SIDE BET (0 FOR NONE): ".
004546     ACCEPT BJ-PAIRS-AMOUNT.
004547     IF BJ-PAIRS-AMOUNT = ZERO
004548         MOVE "Y" TO BJ-PAIRS-AMT-OK-FLAG
004549         GO TO 2285-EXIT.
004550     IF BJ-PAIRS-AMOUNT < BJ-PAIRS-MIN-BET
004551         OR BJ-PAIRS-AMOUNT > BJ-PAIRS-MAX-BET
004552         OR BJ-PAIRS-AMOUNT > BJ-PAIRS-ROOM
004553         DISPLAY "INVALID SIDE BET -- MINIMUM " BJ-PAIRS-MIN-BET
004554             " MAXIMUM " BJ-PAIRS-MAX-BET ", NOT OVER YOUR "
004555             "BALANCE LESS YOUR BET, OR 0 FOR NONE"
004556         GO TO 2285-EXIT.
004557     MOVE "Y" TO BJ-PAIRS-AMT-OK-FLAG.
004558 2285-EXIT.
004559     EXIT.
004560
004561* =================================================================
004562* 2290-COLLECT-COUPON -- WITH THE MAIN BET IN, ASK FOR A MATCH-PLAY
004563* COUPON.  BLANK DECLINES.  A COUPON THAT FAILS THE EDIT IS REFUSED
004564* AND THE SEAT ASKED AGAIN.  ONE COUPON PER SEAT PER ROUND.
004565* =================================================================
004566 2290-COLLECT-COUPON.
004567     IF NOT BJ-COUPON-AVAIL
004568         GO TO 2290-EXIT.
004569     MOVE "N" TO BJ-COUPON-DONE-FLAG.
004570     PERFORM 2295-PROMPT-COUPON THRU 2295-EXIT
004571         UNTIL BJ-COUPON-DONE.
004572 2290-EXIT.
004573     EXIT.
004574
004575* =================================================================
004576* 2295-PROMPT-COUPON -- THE COUPON MUST BE ON THE MASTER, STILL
004577* ISSUED, ISSUED TO THE PLAYER IN THIS SEAT, NOT PAST ITS EXPIRY
004578* DATE, AND NO LARGER THAN THE CASH BET IT IS MATCHING.  AN ACCEPTED
004579* COUPON IS MARKED REDEEMED AT ONCE SO IT CANNOT BE PLAYED TWICE.
004580* =================================================================
004581 2295-PROMPT-COUPON.
004582     MOVE SPACES TO BJ-COUPON-NO-IN.
004583     DISPLAY "SEAT " BJ-WORK-SEAT
004584         " -- MATCH-PLAY COUPON NUMBER (BLANK FOR NONE): ".
004585     ACCEPT BJ-COUPON-NO-IN.
004586     IF BJ-COUPON-NO-IN = SPACES
004587         MOVE "Y" TO BJ-COUPON-DONE-FLAG
004588         GO TO 2295-EXIT.
004589     MOVE BJ-COUPON-NO-IN TO CU-COUPON-NO.
004590     READ COUPON-MAST-FILE
004591         INVALID KEY
004592             DISPLAY "COUPON " BJ-COUPON-NO-IN " IS NOT ON FILE."
004593             GO TO 2295-EXIT.
004594     IF BJ-CU-FILE-STATUS NOT = "00"
004595         MOVE "CPNMST  " TO BJ-IO-FILE-NAME
004596         MOVE "READ"     TO BJ-IO-OPERATION
004597         MOVE BJ-CU-FILE-STATUS TO BJ-IO-STATUS
004598         MOVE SPACES TO BJ-IO-RECORD
004599         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
004600     IF NOT CU-STATUS-ISSUED
004601         DISPLAY "COUPON " BJ-COUPON-NO-IN
004602             " HAS ALREADY BEEN REDEEMED OR VOIDED."
004603         GO TO 2295-EXIT.
004604     IF CU-PLAYER-ID NOT = BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT)
004605         DISPLAY "COUPON " BJ-COUPON-NO-IN " WAS NOT ISSUED TO "
004606             "PLAYER " BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT) "."
004607         GO TO 2295-EXIT.
004608     MOVE FUNCTION CURRENT-DATE TO BJ-CURRENT-DATETIME.
004609     MOVE BJ-CURRENT-DATETIME(1:8) TO BJ-TODAY-DATE.
004610     IF BJ-TODAY-DATE > CU-EXPIRY-DATE
004611         DISPLAY "COUPON " BJ-COUPON-NO-IN " EXPIRED "
004612             CU-EXPIRY-DATE "."
004613         GO TO 2295-EXIT.
004614     IF CU-FACE-VALUE > BJ-SEAT-BET(BJ-WORK-SEAT)
004615         DISPLAY "COUPON " BJ-COUPON-NO-IN " IS FOR "
004616             CU-FACE-VALUE " -- THE CASH BET MUST BE AT LEAST "
004617             "THAT."
004618         GO TO 2295-EXIT.
004619     MOVE "R" TO CU-STATUS.
004620     MOVE BJ-TODAY-DATE TO CU-REDEEM-DATE.
004621     MOVE BJ-CURRENT-DATETIME(9:6) TO CU-REDEEM-TIME.
004622     MOVE BJ-TABLE-ID TO CU-TABLE-ID.
004623     MOVE ZERO TO CU-HAND-SEQ.
004624     MOVE ZERO TO CU-PROMO-PAID.
004625     REWRITE CU-RECORD.
004626     IF BJ-CU-FILE-STATUS NOT = "00"
004627         MOVE "CPNMST  " TO BJ-IO-FILE-NAME
004628         MOVE "REWRITE"  TO BJ-IO-OPERATION
004629         MOVE BJ-CU-FILE-STATUS TO BJ-IO-STATUS
004630         MOVE CU-RECORD TO BJ-IO-RECORD
004631         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
004632     MOVE BJ-COUPON-NO-IN TO BJ-SEAT-COUPON-NO(BJ-WORK-SEAT).
004633     MOVE CU-FACE-VALUE TO BJ-SEAT-PROMO-AMOUNT(BJ-WORK-SEAT).
004634     DISPLAY "SEAT " BJ-WORK-SEAT " -- COUPON " BJ-COUPON-NO-IN
004635         " ACCEPTED FOR " CU-FACE-VALUE ".".
004636     MOVE "Y" TO BJ-COUPON-DONE-FLAG.
004637 2295-EXIT.
004638     EXIT.
004639
004640* =================================================================
004641* 3000-DEAL-INITIAL-HANDS -- DEAL TWO CARDS TO EVERY SEAT, ONE CARD
004642* AT A TIME ROUND-ROBIN AS A LIVE TABLE WOULD, THEN THE DEALER'S
004643* TWO CARDS, AND CALCULATE THE STARTING TOTALS.  ONLY HAND 1 OF
004644* EACH SEAT IS DEALT HERE -- HAND 2 ONLY COMES INTO PLAY IF
004645* 4150-OFFER-SPLIT SPLITS THAT SEAT'S PAIR.
004646* =================================================================
004647 3000-DEAL-INITIAL-HANDS.
004648     MOVE BJ-SHOE-NO  TO BJ-ROUND-SHOE-NO.
004649     MOVE BJ-SHOE-POS TO BJ-ROUND-START-POS.
004650     MOVE ZERO TO BJ-EVENT-COUNT.
004651     MOVE SPACES TO BJ-SEAT-HANDS.
004652     MOVE SPACES TO BJ-DEALER-HAND.
004653     MOVE 1 TO BJ-DEALER-NEXT-CARD.
004654     PERFORM 3010-INIT-ONE-SEAT THRU 3010-EXIT
004655         VARYING BJ-WORK-SEAT FROM 1 BY 1
004656         UNTIL BJ-WORK-SEAT > BJ-ACTIVE-SEATS.
004657     PERFORM 3020-DEAL-ONE-ROUND THRU 3020-EXIT
004658         VARYING BJ-DEAL-ROUND FROM 1 BY 1
004659         UNTIL BJ-DEAL-ROUND > 2.
004660     PERFORM 3030-TOTAL-ONE-SEAT THRU 3030-EXIT
004661         VARYING BJ-WORK-SEAT FROM 1 BY 1
004662         UNTIL BJ-WORK-SEAT > BJ-ACTIVE-SEATS.
004663     MOVE BJ-DEALER-HAND TO BJ-CALC-HAND.
004664     PERFORM 3400-CALC-TOTAL-FOR-HAND THRU 3400-EXIT.
004665     MOVE BJ-CALC-TOTAL TO BJ-DEALER-TOTAL.
004666     PERFORM 4480-NOTE-DEALER-SOFT THRU 4480-EXIT.
004667 3000-EXIT.
004668     EXIT.
004669
004670 3010-INIT-ONE-SEAT.
004671* A FRESH ROUND -- LAST ROUND'S INSURANCE MUST NOT LEAK INTO THIS
004672* ROUND'S AUDIT RECORDS WHEN NO ACE SHOWS THIS TIME.
004673     MOVE ZERO TO BJ-SEAT-INSURANCE-BET(BJ-WORK-SEAT).
004674     MOVE ZERO TO BJ-SEAT-INSURANCE-PAYOUT(BJ-WORK-SEAT).
004675     MOVE 1 TO BJ-SEAT-HAND-COUNT(BJ-WORK-SEAT).
004676     MOVE 1 TO BJ-SEAT-NEXT-CARD(BJ-WORK-SEAT, 1).
004677     MOVE BJ-SEAT-BET(BJ-WORK-SEAT)
004678         TO BJ-SEAT-HAND-BET(BJ-WORK-SEAT, 1).
004679 3010-EXIT.
004680     EXIT.
004690
004700* =================================================================
005570     SUBTRACT 1 FROM BJ-CALC-ACES.
005580 3430-EXIT.
005590     EXIT.
005591
005592* =================================================================
005593* 3500-SETTLE-PAIRS-WAGERS -- PERFECT PAIRS IS DECIDED BY EACH SEAT'S
005594* FIRST TWO CARDS ALONE, SO IT IS SETTLED AS SOON AS THE DEAL IS
005595* DONE, BEFORE ANY DECISION CAN CHANGE THE HAND.  THE NET CHANGE IN
005596* BALANCE IS KEPT IN BJ-SEAT-PAIRS-PAYOUT FOR 6010-WRITE-ONE-HAND,
005597* THE SAME WAY INSURANCE IS.
005598* =================================================================
005599 3500-SETTLE-PAIRS-WAGERS.
005600     PERFORM 3510-SETTLE-ONE-PAIRS THRU 3510-EXIT
005601         VARYING BJ-WORK-SEAT FROM 1 BY 1
005602         UNTIL BJ-WORK-SEAT > BJ-ACTIVE-SEATS.
005603 3500-EXIT.
005604     EXIT.
005605
005606 3510-SETTLE-ONE-PAIRS.
005607     MOVE ZERO TO BJ-SEAT-PAIRS-PAYOUT(BJ-WORK-SEAT).
005608     IF BJ-SEAT-SITS-OUT(BJ-WORK-SEAT)
005609         OR BJ-SEAT-PAIRS-BET(BJ-WORK-SEAT) = ZERO
005610         GO TO 3510-EXIT.
005611     MOVE ZERO TO BJ-PAIRS-PAYS.
005612     IF BJ-SEAT-CARD(BJ-WORK-SEAT, 1, 1)(1:1)
005613         = BJ-SEAT-CARD(BJ-WORK-SEAT, 1, 2)(1:1)
005614         PERFORM 3520-GRADE-PAIR THRU 3520-EXIT.
005615     IF BJ-PAIRS-PAYS = ZERO
005616         COMPUTE BJ-SEAT-PAIRS-PAYOUT(BJ-WORK-SEAT) =
005617             BJ-SEAT-PAIRS-BET(BJ-WORK-SEAT) * -1
005618         DISPLAY "SEAT " BJ-WORK-SEAT
005619             " -- NO PAIR.  PERFECT PAIRS BET LOST."
005620     ELSE
005621         COMPUTE BJ-SEAT-PAIRS-PAYOUT(BJ-WORK-SEAT) =
005622             BJ-SEAT-PAIRS-BET(BJ-WORK-SEAT) * BJ-PAIRS-PAYS
005623         DISPLAY "SEAT " BJ-WORK-SEAT " -- " BJ-PAIRS-KIND
005624             " PAIR PAYS " BJ-PAIRS-PAYS " TO 1.".
005625     ADD BJ-SEAT-PAIRS-PAYOUT(BJ-WORK-SEAT)
005626         TO BJ-SEAT-BALANCE(BJ-WORK-SEAT).
005627     MOVE "PAIRS   " TO BJ-EVENT-ACTION.
005628     MOVE SPACES TO BJ-EVENT-CARD.
005629     MOVE 1 TO BJ-EVENT-HAND-NO.
005630     MOVE BJ-SEAT-HAND-TOTAL(BJ-WORK-SEAT, 1) TO BJ-EVENT-TOTAL.
005631     MOVE BJ-SEAT-PAIRS-BET(BJ-WORK-SEAT) TO BJ-EVENT-AMOUNT.
005632     PERFORM 8200-RECORD-EVENT THRU 8200-EXIT.
005633 3510-EXIT.
005634     EXIT.
005635
005636* =================================================================
005637* 3520-GRADE-PAIR -- THE FIRST TWO CARDS ARE THE SAME RANK.  SAME
005638* SUIT IS A PERFECT PAIR; SAME COLOR (CLUBS AND SPADES BLACK,
005639* DIAMONDS AND HEARTS RED) IS A COLORED PAIR; OTHERWISE MIXED.
005640* =================================================================
005641 3520-GRADE-PAIR.
005642     IF BJ-SEAT-CARD(BJ-WORK-SEAT, 1, 1)(2:1)
005643         = BJ-SEAT-CARD(BJ-WORK-SEAT, 1, 2)(2:1)
005644         MOVE "PERFECT" TO BJ-PAIRS-KIND
005645         MOVE BJ-PAIRS-PERFECT-PAYS TO BJ-PAIRS-PAYS
005646         GO TO 3520-EXIT.
005647     MOVE "B" TO BJ-PAIRS-COLOR-1.
005648     MOVE "B" TO BJ-PAIRS-COLOR-2.
005649     IF BJ-SEAT-CARD(BJ-WORK-SEAT, 1, 1)(2:1) = "D" OR "H"
005650         MOVE "R" TO BJ-PAIRS-COLOR-1.
005651     IF BJ-SEAT-CARD(BJ-WORK-SEAT, 1, 2)(2:1) = "D" OR "H"
005652         MOVE "R" TO BJ-PAIRS-COLOR-2.
005653     IF BJ-PAIRS-COLOR-1 = BJ-PAIRS-COLOR-2
005654         MOVE "COLORED" TO BJ-PAIRS-KIND
005655         MOVE BJ-PAIRS-COLORED-PAYS TO BJ-PAIRS-PAYS
005656     ELSE
005657         MOVE "MIXED" TO BJ-PAIRS-KIND
005658         MOVE BJ-PAIRS-MIXED-PAYS TO BJ-PAIRS-PAYS.
005659 3520-EXIT.
005660     EXIT.
005661
005662* =================================================================
005663* 4000-PLAY-GAME -- ONE ROUND FOR THE WHOLE TABLE: WAGERS, DEAL,
005664* NATURALS/INSURANCE, EVERY SEAT'S TURN(S) (UNLESS THE DEALER SHOWS
005665* A BLACKJACK, WHICH ENDS THE ROUND AT ONCE), ONE DEALER TURN, SHOW
005666* THE RESULTS AND RECORD THEM.
005667* =================================================================
005668 4000-PLAY-GAME.
005670     PERFORM 2200-COLLECT-WAGER THRU 2200-EXIT.
005680     PERFORM 3000-DEAL-INITIAL-HANDS THRU 3000-EXIT.
005685     PERFORM 3500-SETTLE-PAIRS-WAGERS THRU 3500-EXIT.
005690     PERFORM 5000-DISPLAY-HANDS THRU 5000-EXIT.
005691     PERFORM 4040-CHECK-ONE-NATURAL THRU 4040-EXIT
005692         VARYING BJ-WORK-SEAT FROM 1 BY 1
007703* 4900-END-OF-ROUND -- THE TABLE RUNS ROUND AFTER ROUND UNTIL THE
007704* OPERATOR CLOSES IT.  BETWEEN ROUNDS A DEALER CHANGE CAN BE
007705* TAKEN -- THE RELIEF DEALER SIGNS ON AND THE NEXT ROUND'S HANDS
007706* ARE STAMPED WITH THE NEW ID -- OR A SEAT CHANGE.
007707* =================================================================
007708 4900-END-OF-ROUND.
007709     MOVE SPACE TO BJ-ROUND-ACTION.
007711         UNTIL BJ-VALID-ROUND-ACTION.
007712     IF BJ-ROUND-DLR-CHANGE
007713         PERFORM 1030-SIGN-ON-DEALER THRU 1030-EXIT.
007714     IF BJ-ROUND-SEAT-CHANGE
007715         PERFORM 4920-CHANGE-ONE-SEAT THRU 4920-EXIT.
007716     IF BJ-ROUND-CLOSE
007717         MOVE "Y" TO BJ-TABLE-CLOSED-FLAG.
007718 4900-EXIT.
007719     EXIT.
007720
007721 4910-GET-ROUND-ACTION.
007722     DISPLAY "NEXT -- (C)ONTINUE, (D)EALER CHANGE, (S)EAT "
007723         "CHANGE, OR (X)CLOSE THE TABLE? ".
007724     ACCEPT BJ-ROUND-ACTION.
007725     IF NOT BJ-VALID-ROUND-ACTION
007726         DISPLAY "PLEASE ENTER C, D, S OR X.".
007727 4910-EXIT.
007728     EXIT.
007729
007730* =================================================================
007731* 4920-CHANGE-ONE-SEAT -- THE PLAYER IN THE SEAT (IF ANY) LEAVES AND
007732* IS RELEASED ON THE LEDGER; A NEW PLAYER MAY TAKE THE SEAT, SEATED
007733* AND CHECKED EXACTLY AS AT TABLE OPEN, OR IT IS LEFT EMPTY.  THE
007734* NEXT SEAT PAST THE LAST ONE IN USE MAY BE OPENED, UP TO SIX.
007735* =================================================================
007736 4920-CHANGE-ONE-SEAT.
007737     MOVE ZERO TO BJ-SEAT-CHANGE-NO.
007738     DISPLAY "WHICH SEAT (1-6)? ".
007739     ACCEPT BJ-SEAT-CHANGE-NO.
007740     IF BJ-SEAT-CHANGE-NO < 1
007741         OR BJ-SEAT-CHANGE-NO > 6
007742         OR BJ-SEAT-CHANGE-NO > BJ-ACTIVE-SEATS + 1
007743         DISPLAY "NO SUCH SEAT -- SEATS " BJ-ACTIVE-SEATS
007744             " AND UNDER ARE IN USE, THE NEXT ONE MAY BE OPENED."
007745         GO TO 4920-EXIT.
007746     MOVE BJ-SEAT-CHANGE-NO TO BJ-WORK-SEAT.
007747     IF BJ-WORK-SEAT > BJ-ACTIVE-SEATS
007748         MOVE BJ-WORK-SEAT TO BJ-ACTIVE-SEATS
007749         MOVE SPACE TO BJ-SEAT-STATE(BJ-WORK-SEAT).
007750     IF BJ-SEAT-IS-TAKEN(BJ-WORK-SEAT)
007751         PERFORM 1140-RELEASE-ONE-SEAT THRU 1140-EXIT
007752         DISPLAY "PLAYER " BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT)
007753             " LEAVES SEAT " BJ-WORK-SEAT " WITH "
007754             BJ-SEAT-BALANCE(BJ-WORK-SEAT) " ON THE LEDGER.".
007755     MOVE ZERO TO BJ-SEAT-WAGER-AGG(BJ-WORK-SEAT).
007756     MOVE "N" TO BJ-SEAT-CMP-WARNED(BJ-WORK-SEAT).
007757     PERFORM 1060-ASSIGN-ONE-SEAT-ID THRU 1060-EXIT.
007758     PERFORM 1120-LOAD-ONE-SEAT THRU 1120-EXIT.
007759 4920-EXIT.
007760     EXIT.
007761
007762* =================================================================
007763* 5000-DISPLAY-HANDS -- DEALER'S HOLE CARD STAYS HIDDEN
007764* =================================================================
007765 5000-DISPLAY-HANDS.
007766     PERFORM 5005-DISPLAY-ONE-SEAT THRU 5005-EXIT
007770         VARYING BJ-WORK-SEAT FROM 1 BY 1
007780         UNTIL BJ-WORK-SEAT > BJ-ACTIVE-SEATS.
007790     DISPLAY "DEALER'S HAND: " BJ-DEALER-CARD(1) "XX".
008480* =================================================================
008490* 5200-SETTLE-BANKROLL -- DEBIT OR CREDIT EVERY SEAT'S BALANCE FOR
008500* EACH HAND IT HOLDS, THEN REWRITE THAT SEAT'S LEDGER RECORD ONCE.
008502* THE RECORD IS REREAD AND ONLY THE ROUND'S WIN OR LOSS -- THE SEAT'S
008504* BALANCE LESS THE LEDGER BALANCE IT STARTED THE ROUND FROM -- IS
008506* APPLIED, SO ANYTHING THE CAGE POSTED DURING THE ROUND STANDS.
008510* BJ-SEAT-HAND-NATURAL IS SET BY 4040-CHECK-ONE-NATURAL WHEN THE
008520* ORIGINAL TWO CARDS ARE A BLACKJACK, EARNING THE 3:2 PAYOUT INSTEAD
008530* OF THE USUAL EVEN MONEY -- A SPLIT HAND NEVER QUALIFIES.
008630     PERFORM 5210-SETTLE-ONE-HAND THRU 5210-EXIT
008640         VARYING BJ-WORK-HAND FROM 1 BY 1
008650         UNTIL BJ-WORK-HAND > BJ-SEAT-HAND-COUNT(BJ-WORK-SEAT).
008655     PERFORM 5220-SETTLE-COUPON THRU 5220-EXIT.
008660     MOVE BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT) TO BK-PLAYER-ID.
008662     READ PLAYER-BANKROLL-FILE.
008664     IF BJ-BK-FILE-STATUS NOT = "00"
008666         MOVE "BANKROLL" TO BJ-IO-FILE-NAME
008668         MOVE "READ"     TO BJ-IO-OPERATION
008670         MOVE BJ-BK-FILE-STATUS TO BJ-IO-STATUS
008672         MOVE SPACES TO BJ-IO-RECORD
008674         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
008676     COMPUTE BJ-ROUND-NET = BJ-SEAT-BALANCE(BJ-WORK-SEAT)
008678         - BJ-SEAT-BASE-BALANCE(BJ-WORK-SEAT).
008679     ADD BJ-ROUND-NET TO BK-BALANCE.
008680     ADD 1 TO BJ-SEAT-LAST-SEQ(BJ-WORK-SEAT).
008690     MOVE BJ-SEAT-LAST-SEQ(BJ-WORK-SEAT) TO BK-LAST-HAND-SEQ.
008700     REWRITE BK-RECORD.
008705         MOVE BJ-BK-FILE-STATUS TO BJ-IO-STATUS
008706         MOVE BK-RECORD TO BJ-IO-RECORD
008707         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
008708     IF BK-BALANCE NOT = BJ-SEAT-BALANCE(BJ-WORK-SEAT)
008709         MOVE BK-BALANCE TO BJ-SEAT-BALANCE(BJ-WORK-SEAT)
008710         DISPLAY "SEAT " BJ-WORK-SEAT " -- POSTED AT THE CAGE "
008711             "DURING THE ROUND, BALANCE NOW "
008712             BJ-SEAT-BALANCE(BJ-WORK-SEAT).
008713     MOVE BK-BALANCE TO BJ-SEAT-BASE-BALANCE(BJ-WORK-SEAT).
008714 5205-EXIT.
008720     EXIT.
008730
008740 5210-SETTLE-ONE-HAND.
008930         BJ-SEAT-HAND-PAYOUT(BJ-WORK-SEAT, BJ-WORK-HAND)
008940         "  NEW BALANCE: " BJ-SEAT-BALANCE(BJ-WORK-SEAT).
008950 5210-EXIT.
008951     EXIT.
008952
008953* =================================================================
008954* 5220-SETTLE-COUPON -- A MATCH-PLAY COUPON RIDES HAND 1.  WHEN THAT
008955* HAND WINS THE COUPON PAYS ITS FACE VALUE, EVEN MONEY WHATEVER THE
008956* CASH BET WAS PAID; ON A LOSS OR A PUSH THE COUPON IS SIMPLY GONE
008957* AND NOTHING COMES OFF THE BALANCE -- THE PLAYER NEVER PUT IT UP.
008958* THE PROMO PAYOUT IS KEPT APART FROM THE HAND'S CASH PAYOUT SO THE
008959* HOLD AND RECONCILIATION JOBS CAN TELL PROMOTIONAL MONEY FROM CASH.
008960* =================================================================
008961 5220-SETTLE-COUPON.
008962     MOVE ZERO TO BJ-SEAT-PROMO-PAYOUT(BJ-WORK-SEAT).
008963     IF BJ-SEAT-COUPON-NO(BJ-WORK-SEAT) = SPACES
008964         GO TO 5220-EXIT.
008965     IF BJ-SEAT-HAND-IS-PWIN(BJ-WORK-SEAT, 1)
008966         MOVE BJ-SEAT-PROMO-AMOUNT(BJ-WORK-SEAT)
008967             TO BJ-SEAT-PROMO-PAYOUT(BJ-WORK-SEAT)
008968         ADD BJ-SEAT-PROMO-PAYOUT(BJ-WORK-SEAT)
008969             TO BJ-SEAT-BALANCE(BJ-WORK-SEAT)
008970         DISPLAY "SEAT " BJ-WORK-SEAT
008971             " -- MATCH-PLAY COUPON PAYS "
008972             BJ-SEAT-PROMO-PAYOUT(BJ-WORK-SEAT)
008973             "  NEW BALANCE: " BJ-SEAT-BALANCE(BJ-WORK-SEAT)
008974     ELSE
008975         DISPLAY "SEAT " BJ-WORK-SEAT
008976             " -- MATCH-PLAY COUPON DOES NOT WIN AND IS "
008977             "TAKEN UP.".
008978     MOVE "COUPON  " TO BJ-EVENT-ACTION.
008979     MOVE SPACES TO BJ-EVENT-CARD.
008980     MOVE 1 TO BJ-EVENT-HAND-NO.
008981     MOVE BJ-SEAT-HAND-TOTAL(BJ-WORK-SEAT, 1) TO BJ-EVENT-TOTAL.
008982     MOVE BJ-SEAT-PROMO-AMOUNT(BJ-WORK-SEAT) TO BJ-EVENT-AMOUNT.
008983     PERFORM 8200-RECORD-EVENT THRU 8200-EXIT.
008984 5220-EXIT.
008985     EXIT.
008986
008987* =================================================================
008990* 6000-WRITE-HAND-HISTORY -- APPEND ONE AUDIT RECORD PER HAND PER
009000* SEAT
009010* =================================================================
009320         TO HH-PAYOUT-AMOUNT.
009321     MOVE ZERO TO HH-INSURANCE-BET.
009322     MOVE ZERO TO HH-INSURANCE-PAYOUT.
009323     MOVE ZERO TO HH-PAIRS-BET.
009324     MOVE ZERO TO HH-PAIRS-PAYOUT.
009325     MOVE SPACES TO HH-COUPON-NO.
009326     MOVE ZERO TO HH-PROMO-AMOUNT.
009327     MOVE ZERO TO HH-PROMO-PAYOUT.
009328     IF BJ-WORK-HAND = 1
009329         MOVE BJ-SEAT-INSURANCE-BET(BJ-WORK-SEAT)
009330             TO HH-INSURANCE-BET
009331         MOVE BJ-SEAT-INSURANCE-PAYOUT(BJ-WORK-SEAT)
009332             TO HH-INSURANCE-PAYOUT
009333         MOVE BJ-SEAT-PAIRS-BET(BJ-WORK-SEAT)
009334             TO HH-PAIRS-BET
009335         MOVE BJ-SEAT-PAIRS-PAYOUT(BJ-WORK-SEAT)
009336             TO HH-PAIRS-PAYOUT
009337         MOVE BJ-SEAT-COUPON-NO(BJ-WORK-SEAT)
009338             TO HH-COUPON-NO
009339         MOVE BJ-SEAT-PROMO-AMOUNT(BJ-WORK-SEAT)
009340             TO HH-PROMO-AMOUNT
009341         MOVE BJ-SEAT-PROMO-PAYOUT(BJ-WORK-SEAT)
009342             TO HH-PROMO-PAYOUT.
009343     MOVE BJ-CURRENT-DATETIME(1:8) TO HH-GAME-DATE.
009344     MOVE BJ-CURRENT-DATETIME(9:6) TO HH-GAME-TIME.
009345     MOVE BJ-ROUND-SHOE-NO TO HH-SHOE-NO.
009346     MOVE BJ-ROUND-START-POS TO HH-DEAL-POS.
009347     MOVE BJ-DEALER-ID TO HH-DEALER-ID.
009348     WRITE HH-RECORD.
009349     IF BJ-HH-FILE-STATUS NOT = "00"
009350         MOVE "HANDHIST" TO BJ-IO-FILE-NAME
009351         MOVE "WRITE"    TO BJ-IO-OPERATION
009352         MOVE BJ-HH-FILE-STATUS TO BJ-IO-STATUS
009353         MOVE HH-RECORD TO BJ-IO-RECORD
009354         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
009355     PERFORM 6015-TALLY-SESSION-HAND THRU 6015-EXIT.
009356     IF BJ-WORK-HAND = 1
009357         AND BJ-SEAT-COUPON-NO(BJ-WORK-SEAT) NOT = SPACES
009358         PERFORM 6040-STAMP-COUPON THRU 6040-EXIT.
009359     PERFORM 6020-WRITE-HAND-EVENTS THRU 6020-EXIT.
009360 6010-EXIT.
009361     EXIT.
009362
009363* =================================================================
009364* 6015-TALLY-SESSION-HAND -- ADD THE HISTORY RECORD JUST WRITTEN
009365* TO THE SESSION'S CONTROL TOTALS
009366* =================================================================
009367 6015-TALLY-SESSION-HAND.
009368     IF BJ-SESS-HAND-COUNT = ZERO
009369         MOVE HH-HAND-SEQ TO BJ-SESS-FIRST-SEQ.
009370     MOVE HH-HAND-SEQ TO BJ-SESS-LAST-SEQ.
009371     ADD 1 TO BJ-SESS-HAND-COUNT.
009372     ADD HH-BET-AMOUNT TO BJ-SESS-BETS.
009373     ADD HH-PAYOUT-AMOUNT TO BJ-SESS-PAYOUTS.
009374     ADD HH-INSURANCE-BET TO BJ-SESS-INS-BETS.
009375     ADD HH-INSURANCE-PAYOUT TO BJ-SESS-INS-PAYOUTS.
009376 6015-EXIT.
009377     EXIT.
009378
009379* =================================================================
009380* 6020-WRITE-HAND-EVENTS -- FLUSH THE ROUND'S BUFFERED DECISIONS
009381* BELONGING TO THE SEAT AND HAND JUST WRITTEN, STAMPED WITH THE
009382* HAND SEQUENCE ITS HISTORY RECORD TOOK, LINE-NUMBERED IN THE
009383* ORDER THE DECISIONS HAPPENED.
009384* =================================================================
009385 6020-WRITE-HAND-EVENTS.
009386     MOVE ZERO TO BJ-EVENT-LINE-NO.
009387     PERFORM 6030-WRITE-ONE-EVENT THRU 6030-EXIT
009388         VARYING BJ-EVENT-IX FROM 1 BY 1
009389         UNTIL BJ-EVENT-IX > BJ-EVENT-COUNT.
009390 6020-EXIT.
009391     EXIT.
009392
009393 6030-WRITE-ONE-EVENT.
009394     IF BJ-EVENT-SEAT(BJ-EVENT-IX) NOT = BJ-WORK-SEAT
009395         OR BJ-EVENT-HAND(BJ-EVENT-IX) NOT = BJ-WORK-HAND
009396         GO TO 6030-EXIT.
009397     ADD 1 TO BJ-EVENT-LINE-NO.
009398     MOVE BJ-TABLE-ID TO EV-TABLE-ID.
009399     MOVE BJ-HAND-SEQ TO EV-HAND-SEQ.
009400     MOVE BJ-EVENT-LINE-NO TO EV-LINE-NO.
009401     MOVE BJ-SEAT-PLAYER-ID(BJ-WORK-SEAT) TO EV-PLAYER-ID.
009402     MOVE BJ-WORK-SEAT TO EV-SEAT-NO.
009403     MOVE BJ-EVENT-HAND(BJ-EVENT-IX) TO EV-HAND-NO.
009404     MOVE BJ-EVENT-ACT(BJ-EVENT-IX) TO EV-ACTION.
009405     MOVE BJ-EVENT-CRD(BJ-EVENT-IX) TO EV-CARD.
009406     MOVE BJ-EVENT-TOT(BJ-EVENT-IX) TO EV-HAND-TOTAL.
009407     MOVE BJ-EVENT-AMT(BJ-EVENT-IX) TO EV-AMOUNT.
009408     MOVE BJ-CURRENT-DATETIME(1:8) TO EV-GAME-DATE.
009409     MOVE BJ-EVENT-TIM(BJ-EVENT-IX) TO EV-EVENT-TIME.
009410     WRITE EV-RECORD.
009411     IF BJ-EV-FILE-STATUS NOT = "00"
009412         MOVE "HANDEVNT" TO BJ-IO-FILE-NAME
009413         MOVE "WRITE"    TO BJ-IO-OPERATION
009414         MOVE BJ-EV-FILE-STATUS TO BJ-IO-STATUS
009415         MOVE EV-RECORD TO BJ-IO-RECORD
009416         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
009417     ADD 1 TO BJ-SESS-EVENT-COUNT.
009418 6030-EXIT.
009419     EXIT.
009420
009421* =================================================================
009422* 6040-STAMP-COUPON -- THE HAND SEQUENCE IS ONLY KNOWN ONCE HAND 1'S
009423* HISTORY RECORD IS WRITTEN, SO THE REDEEMED COUPON IS TIED TO ITS
009424* HAND, AND TO THE PROMOTIONAL MONEY IT ACTUALLY PAID, HERE.
009425* =================================================================
009426 6040-STAMP-COUPON.
009427     MOVE BJ-SEAT-COUPON-NO(BJ-WORK-SEAT) TO CU-COUPON-NO.
009428     READ COUPON-MAST-FILE.
009429     IF BJ-CU-FILE-STATUS NOT = "00"
009430         MOVE "CPNMST  " TO BJ-IO-FILE-NAME
009431         MOVE "READ"     TO BJ-IO-OPERATION
009432         MOVE BJ-CU-FILE-STATUS TO BJ-IO-STATUS
009433         MOVE SPACES TO BJ-IO-RECORD
009434         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
009435     MOVE BJ-HAND-SEQ TO CU-HAND-SEQ.
009436     MOVE BJ-SEAT-PROMO-PAYOUT(BJ-WORK-SEAT) TO CU-PROMO-PAID.
009437     REWRITE CU-RECORD.
009438     IF BJ-CU-FILE-STATUS NOT = "00"
009439         MOVE "CPNMST  " TO BJ-IO-FILE-NAME
009440         MOVE "REWRITE"  TO BJ-IO-OPERATION
009441         MOVE BJ-CU-FILE-STATUS TO BJ-IO-STATUS
009442         MOVE CU-RECORD TO BJ-IO-RECORD
009443         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
009444 6040-EXIT.
009445     EXIT.
009446
009447* =================================================================
009448* 7000-SAVE-CHECKPOINT -- REWRITE THIS TABLE'S CHECKPOINT WITH THE
009449* CURRENT SHOE POSITION AND HAND-HIST SEQUENCE SO A RESTART PICKS
009450* UP RIGHT AFTER THE HAND JUST COMPLETED.  THE VERY FIRST CHECKPOINT
009451* FOR A TABLE HAS NO RECORD TO REWRITE YET, SO IT IS WRITTEN INSTEAD.
009452* THE SESSION-CONTROL RECORD IS BROUGHT UP TO THE SAME POINT.
009453* =================================================================
009454 7000-SAVE-CHECKPOINT.
009455     MOVE BJ-TABLE-ID          TO CK-TABLE-ID.
009456     MOVE BJ-SHOE-DECK-COUNT   TO CK-DECK-COUNT.
009460     MOVE BJ-SHOE-SIZE         TO CK-SHOE-SIZE.
009470     MOVE BJ-SHOE-POS          TO CK-SHOE-POS.
009480     MOVE BJ-PENETRATION-LIMIT TO CK-PENETRATION-LIMIT.
009555         MOVE BJ-CK-FILE-STATUS TO BJ-IO-STATUS
009556         MOVE CK-RECORD TO BJ-IO-RECORD
009557         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
009558     PERFORM 7100-WRITE-SESSION-CONTROL THRU 7100-EXIT.
009560 7000-EXIT.
009570     EXIT.
009571
009572* =================================================================
009573* 7100-WRITE-SESSION-CONTROL -- WRITE THE SESSION'S CONTROL TOTALS,
009574* OPEN AT A CHECKPOINT OR CLOSED AT THE CLOSE.  THE FIRST WRITE OF
009575* THE SESSION ADDS THE RECORD; EVERY LATER ONE REWRITES IT.
009576* =================================================================
009577 7100-WRITE-SESSION-CONTROL.
009578     MOVE BJ-TABLE-ID          TO SC-TABLE-ID.
009579     MOVE BJ-SESS-OPEN-DATE    TO SC-OPEN-DATE.
009580     MOVE BJ-SESS-OPEN-TIME    TO SC-OPEN-TIME.
009581     MOVE BJ-SESS-STATUS       TO SC-STATUS.
009582     MOVE BJ-DEALER-ID         TO SC-DEALER-ID.
009583     MOVE BJ-SESS-FIRST-SEQ    TO SC-FIRST-HAND-SEQ.
009584     MOVE BJ-SESS-LAST-SEQ     TO SC-LAST-HAND-SEQ.
009585     MOVE BJ-SESS-HAND-COUNT   TO SC-HAND-COUNT.
009586     MOVE BJ-SESS-BETS         TO SC-TOTAL-BETS.
009587     MOVE BJ-SESS-PAYOUTS      TO SC-TOTAL-PAYOUTS.
009588     MOVE BJ-SESS-INS-BETS     TO SC-INSURANCE-BETS.
009589     MOVE BJ-SESS-INS-PAYOUTS  TO SC-INSURANCE-PAYOUTS.
009590     MOVE BJ-SESS-EVENT-COUNT  TO SC-EVENT-COUNT.
009591     MOVE FUNCTION CURRENT-DATE TO BJ-CURRENT-DATETIME.
009592     MOVE BJ-CURRENT-DATETIME(1:8) TO SC-STAMP-DATE.
009593     MOVE BJ-CURRENT-DATETIME(9:6) TO SC-STAMP-TIME.
009594     IF BJ-SESS-WAS-WRITTEN
009595         REWRITE SC-RECORD
009596     ELSE
009597         WRITE SC-RECORD
009598         MOVE "Y" TO BJ-SESS-WRITTEN-FLAG.
009599     IF BJ-SC-FILE-STATUS NOT = "00"
009600         MOVE "SESSCTL " TO BJ-IO-FILE-NAME
009601         MOVE "WRITE"    TO BJ-IO-OPERATION
009602         MOVE BJ-SC-FILE-STATUS TO BJ-IO-STATUS
009603         MOVE SC-RECORD TO BJ-IO-RECORD
009604         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
009605 7100-EXIT.
009606     EXIT.
009607
009608* =================================================================
009609* 8100-TALLY-SEAT-WAGER -- ROLL BJ-CMP-ADD-AMOUNT INTO THE CURRENT
009610* SEAT'S SESSION WAGER AGGREGATE AND WARN THE OPERATOR THE FIRST
009620* TIME THE SEAT CROSSES THE COMPLIANCE REPORTING THRESHOLD.  THE
009630* OFFICIAL DAILY SWEEP IS THE BATCH MONITOR (BLKJCMP) -- THIS
