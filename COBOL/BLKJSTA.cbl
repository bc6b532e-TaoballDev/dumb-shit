000220*                  RERUN CANNOT DOUBLE THE PERIOD FIGURES.  ONCE
000230*                  A DAY IS HERE, THE PERIOD REPORTS (BLKJPER)
000240*                  NEVER RESCAN THE LIFE-TO-DATE TRAIL FOR IT.
000242* 10-15-26   ROP   PERFECT PAIRS SIDE-BET MONEY NOW RIDES THE HANDLE
000244*                  AND HOLD LIKE INSURANCE, AND IS ALSO POSTED ON ITS
000246*                  OWN (ST-PAIRS-WAGERED, ST-PAIRS-HOLD).
000248* 10-15-26   ROP   MATCH-PLAY PROMOTIONAL PAYOUTS COME OUT OF THE HOLD
000250*                  (THE TRAY PAYS THEM).  THE COUPON FACE AMOUNT IS
000252*                  NOT CASH AND STAYS OUT OF THE HANDLE; BOTH ARE
000254*                  POSTED ON THEIR OWN (ST-PROMO-AMOUNT, ST-PROMO-PAID).
000255* 10-15-26   ROP   JOINED THE NIGHTLY RUN-CONTROL CHAIN (RUNCTRL)
000256*                  RIGHT AFTER BLKJEOD.  THE POSTING NOW REFUSES TO
000257*                  RUN BEFORE THE CLOSE HAS COMPLETED FOR THE DATE,
000258*                  OR TWICE FOR THE SAME DATE (CONDITION CODE 12),
000259*                  AND STAMPS ITS STEP COMPLETE AT SUCCESSFUL END SO
000260*                  THE GL EXTRACT (BLKJGLX) MAY FOLLOW.
000261* 10-15-26   ROP   ALSO POSTS EACH TABLE'S TRAY WIN FOR THE DATE --
000262*                  CLOSER MINUS OPENER PLUS CREDITS MINUS FILLS FROM
000263*                  THE TRAY JOURNAL (TRAYJRNL), KEPT EXACTLY AS THE
000264*                  TRAY RECONCILIATION (BLKJTRC) KEEPS IT -- AND
000265*                  WHETHER BOTH COUNTS WERE TAKEN, FOR THE MONTHLY
000266*                  GAMING-TAX RETURN (BLKJGGR).  A TABLE WITH TRAY
000267*                  MOVEMENT BUT NO HANDS IS POSTED TOO.
000268* -----------------------------------------------------------------
000269
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS ST-KEY
000400         FILE STATUS IS SA-ST-FILE-STATUS.
000401     SELECT RUN-CTRL-FILE ASSIGN TO RUNCTRL
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS RANDOM
000404         RECORD KEY IS RU-KEY
000405         FILE STATUS IS SA-RU-FILE-STATUS.
000406     SELECT TRAY-JRNL-FILE ASSIGN TO TRAYJRNL
000407         ORGANIZATION IS SEQUENTIAL
000408         FILE STATUS IS SA-TY-FILE-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000520 FD  STAT-MAST-FILE
000530     LABEL RECORD IS STANDARD.
000540     COPY STATREC.
000542
000544 FD  RUN-CTRL-FILE
000546     LABEL RECORD IS STANDARD.
000548     COPY RUNREC.
000550
000552 FD  TRAY-JRNL-FILE
000554     LABEL RECORD IS STANDARD.
000556     COPY TRAYREC.
000558
000560 WORKING-STORAGE SECTION.
000570* ---------------------------------------------------------- SWITCHES
000580 77  SA-HH-FILE-STATUS      PIC X(02)  VALUE "00".
000590 77  SA-AL-FILE-STATUS      PIC X(02)  VALUE "00".
000600 77  SA-ST-FILE-STATUS      PIC X(02)  VALUE "00".
000605 77  SA-TY-FILE-STATUS      PIC X(02)  VALUE "00".
000610 77  SA-EOF-FLAG            PIC X(01)  VALUE "N".
000620     88  SA-AT-EOF          VALUE "Y".
000630 77  SA-FOUND-FLAG          PIC X(01)  VALUE "N".
000670 77  SA-POST-DATE-IN        PIC X(08)  VALUE SPACES.
000680 77  SA-WORK-TABLE-ID       PIC X(04)  VALUE SPACES.
000690* ----------------------------------------------------- CONTROL TOTALS
000700* ONE ENTRY PER TABLE SEEN IN THE DAY'S ARCHIVE, ALERT FILE OR
000703* TRAY JOURNAL.  AN OPENER OR CLOSER SEEN TWICE (A TABLE REOPENED)
000706* KEEPS THE FIRST OPENER AND THE LAST CLOSER, AS BLKJTRC DOES.
000710 01  SA-TABLE-TOTALS.
000720     05  SA-TABLE               OCCURS 20 TIMES.
000730         10  SA-TABLE-ID        PIC X(04).
000750         10  SA-HANDLE          PIC 9(09)V99.
000760         10  SA-HOLD            PIC S9(09)V99.
000770         10  SA-INSURANCE       PIC 9(09)V99.
000773         10  SA-PAIRS-WAGERED   PIC 9(09)V99.
000776         10  SA-PAIRS-HOLD      PIC S9(09)V99.
000777         10  SA-PROMO-AMOUNT    PIC 9(09)V99.
000778         10  SA-PROMO-PAID      PIC 9(09)V99.
000780         10  SA-ALERTS          PIC 9(05).
000781         10  SA-OPENER          PIC 9(09)V99.
000782         10  SA-OPENER-FLAG     PIC X(01).
000783             88  SA-HAS-OPENER  VALUE "Y".
000784         10  SA-CLOSER          PIC 9(09)V99.
000785         10  SA-CLOSER-FLAG     PIC X(01).
000786             88  SA-HAS-CLOSER  VALUE "Y".
000787         10  SA-FILLS           PIC 9(09)V99.
000788         10  SA-CREDITS         PIC 9(09)V99.
000790 77  SA-TABLE-COUNT         PIC 9(02)  VALUE ZERO.
000800 77  SA-WORK-IX             PIC 9(02)  VALUE ZERO.
000810 77  SA-POSTED-COUNT        PIC 9(02)  VALUE ZERO.
000811* ------------------------------------------------------- RUN CONTROL
000812 77  SA-RU-FILE-STATUS      PIC X(02)  VALUE "00".
000813 77  SA-RUN-FOUND-FLAG      PIC X(01)  VALUE "N".
000814     88  SA-RUN-REC-FOUND   VALUE "Y".
000815 77  SA-CURRENT-DATETIME    PIC X(21)  VALUE SPACES.
000820
000830 PROCEDURE DIVISION.
000840* =================================================================
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000900     PERFORM 2000-ROLL-UP-HANDS THRU 2000-EXIT.
000910     PERFORM 3000-ROLL-UP-ALERTS THRU 3000-EXIT.
000920     PERFORM 3500-ROLL-UP-TRAY THRU 3500-EXIT.
000925     PERFORM 4000-POST-THE-DAY THRU 4000-EXIT.
000930     PERFORM 1900-TERMINATE THRU 1900-EXIT.
000935     PERFORM 0200-STAMP-RUN-CONTROL THRU 0200-EXIT.
000940     DISPLAY "STATISTICS POSTED FOR " SA-POSTED-COUNT
000950         " TABLES, GAMING DATE " SA-POST-DATE ".".
000960     STOP RUN.
000970
000971* =================================================================
000972* 0100-CHECK-RUN-CONTROL -- THE POSTING RUNS IN THE NIGHTLY CHAIN
000973* RIGHT AFTER THE CLOSE (BLKJEOD).  THE POSTING DATE ALREADY IN
000974* HAND SERVES AS THE RUN-CONTROL DATE.  A DATE THE CLOSE HAS NOT
000975* COMPLETED, OR THIS STEP ALREADY HAS, IS REFUSED WITH CONDITION
000976* CODE 12.  THE FILE STAYS OPEN FOR THE STAMP.
000977* =================================================================
000978 0100-CHECK-RUN-CONTROL.
000979     OPEN I-O RUN-CTRL-FILE.
000980     IF SA-RU-FILE-STATUS = "35"
000981         OPEN OUTPUT RUN-CTRL-FILE
000982         CLOSE RUN-CTRL-FILE
000983         OPEN I-O RUN-CTRL-FILE.
000984     IF SA-RU-FILE-STATUS NOT = "00"
000985         DISPLAY "CANNOT OPEN RUNCTRL -- STATUS "
000986             SA-RU-FILE-STATUS
000987         MOVE 16 TO RETURN-CODE
000988         STOP RUN.
000989     MOVE "BLKJSTA " TO RU-JOB-STEP.
000990     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
000991     IF SA-RUN-REC-FOUND AND RU-STEP-COMPLETE
000992         DISPLAY "RUN REFUSED -- BLKJSTA ALREADY COMPLETE FOR "
000993             SA-POST-DATE
000994         CLOSE RUN-CTRL-FILE
000995         MOVE 12 TO RETURN-CODE
000996         STOP RUN.
000997     MOVE "BLKJEOD " TO RU-JOB-STEP.
000998     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
000999     IF NOT SA-RUN-REC-FOUND OR NOT RU-STEP-COMPLETE
001000         DISPLAY "RUN REFUSED -- BLKJEOD NOT COMPLETE FOR "
001001             SA-POST-DATE
001002         CLOSE RUN-CTRL-FILE
001003         MOVE 12 TO RETURN-CODE
001004         STOP RUN.
001005 0100-EXIT.
001006     EXIT.
001007
001008 0130-READ-RUN-RECORD.
001009     MOVE SA-POST-DATE TO RU-GAME-DATE.
001010     READ RUN-CTRL-FILE
001011         INVALID KEY
001012             MOVE "N" TO SA-RUN-FOUND-FLAG
001013         NOT INVALID KEY
001014             MOVE "Y" TO SA-RUN-FOUND-FLAG.
001015 0130-EXIT.
001016     EXIT.
001017
001018* =================================================================
001019* 0200-STAMP-RUN-CONTROL -- THE POSTING RAN TO ITS NORMAL END, SO
001020* THE STEP IS STAMPED COMPLETE FOR THE DATE AND THE GL EXTRACT
001021* (BLKJGLX) MAY RUN.  AN ABEND OR A REFUSED POSTING NEVER REACHES
001022* THIS PARAGRAPH, LEAVING THE STEP UNSTAMPED FOR THE SUPERVISOR
001023* (BLKJRUN).
001024* =================================================================
001025 0200-STAMP-RUN-CONTROL.
001026     MOVE "BLKJSTA " TO RU-JOB-STEP.
001027     PERFORM 0130-READ-RUN-RECORD THRU 0130-EXIT.
001028     MOVE SA-POST-DATE TO RU-GAME-DATE.
001029     MOVE "BLKJSTA " TO RU-JOB-STEP.
001030     MOVE "C" TO RU-STATUS.
001031     MOVE FUNCTION CURRENT-DATE TO SA-CURRENT-DATETIME.
001032     MOVE SA-CURRENT-DATETIME(1:8) TO RU-STAMP-DATE.
001033     MOVE SA-CURRENT-DATETIME(9:6) TO RU-STAMP-TIME.
001034     IF SA-RUN-REC-FOUND
001035         REWRITE RU-RECORD
001036     ELSE
001037         WRITE RU-RECORD.
001038     IF SA-RU-FILE-STATUS NOT = "00"
001039         DISPLAY "RUN-CONTROL STAMP FAILED -- STATUS "
001040             SA-RU-FILE-STATUS
001041         MOVE 16 TO RETURN-CODE.
001042     CLOSE RUN-CTRL-FILE.
001043 0200-EXIT.
001044     EXIT.
001045
001046* =================================================================
001047* 1000-INITIALIZE -- GET THE GAMING DATE BEING POSTED, CHECK IT
001048* AGAINST RUN CONTROL, AND OPEN THE DAY'S ARCHIVE, THE ALERT FILE
001049* AND THE STATISTICS MASTER (CREATED THE FIRST TIME).  A MISSING
001050* ALERT FILE MEANS NO ALERTS THAT DAY -- THE COUNT POSTS AS ZERO;
001051* A MISSING TRAY JOURNAL MEANS NO TRAY WAS COUNTED.
001052* =================================================================
001053 1000-INITIALIZE.
001054     PERFORM 1100-GET-POST-DATE THRU 1100-EXIT
001060         UNTIL SA-POST-DATE > ZERO.
001065     PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
001070     OPEN INPUT HAND-HIST-FILE.
001080     IF SA-HH-FILE-STATUS NOT = "00"
001090         DISPLAY "CANNOT OPEN HANDHIST -- STATUS "
001110         MOVE 16 TO RETURN-CODE
001120         STOP RUN.
001130     OPEN INPUT CMP-ALERT-FILE.
001135     OPEN INPUT TRAY-JRNL-FILE.
001140     OPEN I-O STAT-MAST-FILE.
001150     IF SA-ST-FILE-STATUS = "35"
001160         OPEN OUTPUT STAT-MAST-FILE
001410 1900-TERMINATE.
001420     CLOSE HAND-HIST-FILE.
001430     CLOSE CMP-ALERT-FILE.
001435     CLOSE TRAY-JRNL-FILE.
001440     CLOSE STAT-MAST-FILE.
001450 1900-EXIT.
001460     EXIT.
001770     ADD HH-INSURANCE-BET TO SA-INSURANCE(SA-WORK-IX).
001780     SUBTRACT HH-PAYOUT-AMOUNT FROM SA-HOLD(SA-WORK-IX).
001790     SUBTRACT HH-INSURANCE-PAYOUT FROM SA-HOLD(SA-WORK-IX).
001792     ADD HH-PAIRS-BET TO SA-HANDLE(SA-WORK-IX).
001794     ADD HH-PAIRS-BET TO SA-PAIRS-WAGERED(SA-WORK-IX).
001796     SUBTRACT HH-PAIRS-PAYOUT FROM SA-HOLD(SA-WORK-IX).
001798     SUBTRACT HH-PAIRS-PAYOUT FROM SA-PAIRS-HOLD(SA-WORK-IX).
001800     SUBTRACT HH-PROMO-PAYOUT FROM SA-HOLD(SA-WORK-IX).
001802     ADD HH-PROMO-AMOUNT TO SA-PROMO-AMOUNT(SA-WORK-IX).
001804     ADD HH-PROMO-PAYOUT TO SA-PROMO-PAID(SA-WORK-IX).
001806 2200-READ-NEXT.
001810     PERFORM 2100-READ-HAND THRU 2100-EXIT.
001820 2200-EXIT.
001830     EXIT.
002170     PERFORM 3100-READ-ALERT THRU 3100-EXIT.
002180 3200-EXIT.
002190     EXIT.
002191
002192* =================================================================
002193* 3500-ROLL-UP-TRAY -- PASS THE TRAY JOURNAL, KEEPING ONLY THE
002194* POSTING DATE'S MOVEMENTS.  A MISSING JOURNAL (STATUS 35 ON THE
002195* OPEN) MEANS NO TRAY WAS COUNTED -- SKIP THE PASS.
002196* =================================================================
002197 3500-ROLL-UP-TRAY.
002198     IF SA-TY-FILE-STATUS NOT = "00"
002199         GO TO 3500-EXIT.
002200     MOVE "N" TO SA-EOF-FLAG.
002201     PERFORM 3600-READ-TRAY THRU 3600-EXIT.
002202     PERFORM 3700-APPLY-ONE-TRAY THRU 3700-EXIT
002203         UNTIL SA-AT-EOF.
002204 3500-EXIT.
002205     EXIT.
002206
002207 3600-READ-TRAY.
002208     READ TRAY-JRNL-FILE
002209         AT END
002210             MOVE "Y" TO SA-EOF-FLAG.
002211     IF SA-TY-FILE-STATUS NOT = "00"
002212         AND SA-TY-FILE-STATUS NOT = "10"
002213         DISPLAY "*** I-O ERROR -- FILE TRAYJRNL OPERATION "
002214             "READ STATUS " SA-TY-FILE-STATUS " ***"
002215         PERFORM 1900-TERMINATE THRU 1900-EXIT
002216         MOVE 16 TO RETURN-CODE
002217         STOP RUN.
002218 3600-EXIT.
002219     EXIT.
002220
002221 3700-APPLY-ONE-TRAY.
002222     IF TY-GAME-DATE NOT = SA-POST-DATE
002223         GO TO 3700-READ-NEXT.
002224     MOVE TY-TABLE-ID TO SA-WORK-TABLE-ID.
002225     PERFORM 7000-FIND-OR-ADD-TABLE THRU 7000-EXIT.
002226     EVALUATE TRUE
002227         WHEN TY-TRAN-OPENER
002228             IF NOT SA-HAS-OPENER(SA-WORK-IX)
002229                 MOVE TY-AMOUNT TO SA-OPENER(SA-WORK-IX)
002230                 MOVE "Y" TO SA-OPENER-FLAG(SA-WORK-IX)
002231             END-IF
002232         WHEN TY-TRAN-CLOSER
002233             MOVE TY-AMOUNT TO SA-CLOSER(SA-WORK-IX)
002234             MOVE "Y" TO SA-CLOSER-FLAG(SA-WORK-IX)
002235         WHEN TY-TRAN-FILL
002236             ADD TY-AMOUNT TO SA-FILLS(SA-WORK-IX)
002237         WHEN TY-TRAN-CREDIT
002238             ADD TY-AMOUNT TO SA-CREDITS(SA-WORK-IX)
002239     END-EVALUATE.
002240 3700-READ-NEXT.
002241     PERFORM 3600-READ-TRAY THRU 3600-EXIT.
002242 3700-EXIT.
002243     EXIT.
002244
002245* =================================================================
002246* 4000-POST-THE-DAY -- ONE KEYED RECORD PER TABLE.  A DUPLICATE
002247* KEY MEANS THE DATE WAS ALREADY POSTED -- THE WHOLE RUN IS
002248* REFUSED WITH CONDITION CODE 12 RATHER THAN DOUBLING THE
002250* PERIOD FIGURES.
002260* =================================================================
002270 4000-POST-THE-DAY.
002380     MOVE SA-HANDLE(SA-WORK-IX) TO ST-HANDLE.
002390     MOVE SA-HOLD(SA-WORK-IX) TO ST-HOLD.
002400     MOVE SA-INSURANCE(SA-WORK-IX) TO ST-INSURANCE-WAGERED.
002403     MOVE SA-PAIRS-WAGERED(SA-WORK-IX) TO ST-PAIRS-WAGERED.
002406     MOVE SA-PAIRS-HOLD(SA-WORK-IX) TO ST-PAIRS-HOLD.
002407     MOVE SA-PROMO-AMOUNT(SA-WORK-IX) TO ST-PROMO-AMOUNT.
002408     MOVE SA-PROMO-PAID(SA-WORK-IX) TO ST-PROMO-PAID.
002410     MOVE SA-ALERTS(SA-WORK-IX) TO ST-ALERT-COUNT.
002411     COMPUTE ST-TRAY-WIN =
002412         SA-CLOSER(SA-WORK-IX) - SA-OPENER(SA-WORK-IX)
002413         + SA-CREDITS(SA-WORK-IX) - SA-FILLS(SA-WORK-IX).
002414     IF SA-HAS-OPENER(SA-WORK-IX)
002415         AND SA-HAS-CLOSER(SA-WORK-IX)
002416         MOVE "Y" TO ST-TRAY-COUNTED
002417     ELSE
002418         MOVE "N" TO ST-TRAY-COUNTED.
002420     WRITE ST-RECORD
002430         INVALID KEY
002440             DISPLAY "GAMING DATE " SA-POST-DATE " TABLE "
002800             SA-HANDLE(SA-WORK-IX)
002810             SA-HOLD(SA-WORK-IX)
002820             SA-INSURANCE(SA-WORK-IX)
002823             SA-PAIRS-WAGERED(SA-WORK-IX)
002826             SA-PAIRS-HOLD(SA-WORK-IX)
002827             SA-PROMO-AMOUNT(SA-WORK-IX)
002828             SA-PROMO-PAID(SA-WORK-IX)
002830             SA-ALERTS(SA-WORK-IX)
002831             SA-OPENER(SA-WORK-IX)
002832             SA-CLOSER(SA-WORK-IX)
002833             SA-FILLS(SA-WORK-IX)
002834             SA-CREDITS(SA-WORK-IX)
002835         MOVE "N" TO SA-OPENER-FLAG(SA-WORK-IX)
002836         MOVE "N" TO SA-CLOSER-FLAG(SA-WORK-IX).
002840 7000-EXIT.
002850     EXIT.
002860
