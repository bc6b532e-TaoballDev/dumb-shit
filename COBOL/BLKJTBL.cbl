000174*                  STATUS-CHECKED.  A FAILED WRITE REPORTS THE
000176*                  STATUS INSTEAD OF CONFIRMING A CHANGE THAT
000178*                  NEVER LANDED ON THE FILE.
000179* 10-15-26   ROP   PERFECT PAIRS.  ADD AND CHANGE NOW ASK WHETHER THE
000180*                  TABLE OFFERS THE SIDE BET AND, WHEN IT DOES, TAKE
000181*                  THE MIXED, COLORED AND PERFECT PAIR PAYS AND THE
000182*                  SIDE-BET LIMITS ONTO THE TABLE'S RECORD ON THE
000183*                  KEYED PAIRS PAYTABLE (PAIRPAY).  INQUIRY SHOWS
000184*                  THE PAYTABLE UNDER THE RULES.
000185* 10-15-26   ROP   CHANGE AUDIT.  THE OPERATOR NOW SIGNS ON AGAINST THE
000186*                  EMPLOYEE MASTER (EMPLMST); ANY ACTIVE EMPLOYEE MAY
000187*                  INQUIRE, ONLY A PIT SUPERVISOR MAY ADD OR CHANGE.
000188*                  EVERY ADD AND CHANGE OF A TABLE'S RULES OR PAIRS
000189*                  PAYTABLE WRITES THE RECORD'S BEFORE- AND AFTER-IMAGE
000190*                  TO THE MAINTENANCE LOG (MAINTLOG).
000191* -----------------------------------------------------------------
000192
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000250         ACCESS MODE IS RANDOM
000260         RECORD KEY IS TB-TABLE-ID
000270         FILE STATUS IS TM-TB-FILE-STATUS.
000271     SELECT PAIRS-PAY-FILE ASSIGN TO PAIRPAY
000272         ORGANIZATION IS INDEXED
000273         ACCESS MODE IS RANDOM
000274         RECORD KEY IS PP-TABLE-ID
000275         FILE STATUS IS TM-PP-FILE-STATUS.
000276     SELECT EMPL-MAST-FILE ASSIGN TO EMPLMST
000277         ORGANIZATION IS INDEXED
000278         ACCESS MODE IS RANDOM
000279         RECORD KEY IS EM-EMP-ID
000280         FILE STATUS IS TM-EM-FILE-STATUS.
000281     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000282         ORGANIZATION IS SEQUENTIAL
000283         FILE STATUS IS TM-MN-FILE-STATUS.
000284
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  TABLE-RULES-FILE
000320     LABEL RECORD IS STANDARD.
000330     COPY TBLREC.
000332
000334 FD  PAIRS-PAY-FILE
000336     LABEL RECORD IS STANDARD.
000338     COPY PAIRREC.
000339
000340 FD  EMPL-MAST-FILE
000341     LABEL RECORD IS STANDARD.
000342     COPY EMPREC.
000343
000344 FD  MAINT-LOG-FILE
000345     LABEL RECORD IS STANDARD.
000346     COPY MNTREC.
000347
000350 WORKING-STORAGE SECTION.
000360* ---------------------------------------------------------- SWITCHES
000370 77  TM-TB-FILE-STATUS      PIC X(02)  VALUE "00".
000450 77  TM-RECORD-FOUND-FLAG   PIC X(01)  VALUE "N".
000460     88  TM-RECORD-WAS-FOUND
000470                            VALUE "Y".
000472 77  TM-PP-FILE-STATUS      PIC X(02)  VALUE "00".
000474 77  TM-PAYS-FOUND-FLAG     PIC X(01)  VALUE "N".
000476     88  TM-PAYS-WERE-FOUND VALUE "Y".
000480* ------------------------------------------------------- WORK FIELDS
000490 77  TM-WORK-TABLE-ID       PIC X(04)  VALUE SPACES.
000500 77  TM-WORK-DECK-COUNT     PIC 9(01)  VALUE ZERO.
000530 77  TM-WORK-MAX-BET        PIC 9(05)V99 VALUE ZERO.
000540 77  TM-WORK-SOFT-17        PIC X(01)  VALUE SPACE.
000550     88  TM-VALID-SOFT-17   VALUE "H" "S".
000551 77  TM-WORK-PAIRS          PIC X(01)  VALUE SPACE.
000552     88  TM-WORK-PAIRS-OFFERED
000553                            VALUE "Y".
000554     88  TM-VALID-PAIRS     VALUE "Y" "N".
000555* ---------------------------------------------------- PAIRS PAYTABLE
000556 77  TM-WORK-MIXED-PAYS     PIC 9(03)  VALUE ZERO.
000557 77  TM-WORK-COLORED-PAYS   PIC 9(03)  VALUE ZERO.
000558 77  TM-WORK-PERFECT-PAYS   PIC 9(03)  VALUE ZERO.
000559 77  TM-WORK-PAIRS-MIN      PIC 9(05)V99 VALUE ZERO.
000560 77  TM-WORK-PAIRS-MAX      PIC 9(05)V99 VALUE ZERO.
000563 77  TM-WORK-TOP-PAY        PIC 9(09)V99 VALUE ZERO.
000566* ---------------------------------------------------- DISPLAY EDITS
000570 77  TM-EDIT-AMOUNT         PIC ZZ,ZZ9.99 VALUE ZERO.
000571* ------------------------------------------- SIGN-ON AND CHANGE LOG
000572* THE SIGNED-ON EMPLOYEE STAMPS EVERY LOG RECORD.  ANY ACTIVE
000573* EMPLOYEE MAY INQUIRE; ONLY A PIT SUPERVISOR MAY MAKE A CHANGE.
000574* EACH CHANGE LOGS THE RECORD AS IT WAS AND AS IT NOW IS.
000575 77  TM-EM-FILE-STATUS      PIC X(02)  VALUE "00".
000576 77  TM-MN-FILE-STATUS      PIC X(02)  VALUE "00".
000577 77  TM-SIGNON-ID           PIC X(04)  VALUE SPACES.
000578 77  TM-SIGNON-ROLE         PIC X(01)  VALUE SPACE.
000579     88  TM-SIGNON-IS-PIT   VALUE "P".
000580 77  TM-SIGNON-OK-FLAG      PIC X(01)  VALUE "N".
000581     88  TM-SIGNED-ON       VALUE "Y".
000582 77  TM-LOG-FILE-ID         PIC X(08)  VALUE SPACES.
000583 77  TM-LOG-KEY             PIC X(16)  VALUE SPACES.
000584 77  TM-LOG-ACTION          PIC X(01)  VALUE SPACE.
000585 77  TM-LOG-REASON          PIC X(20)  VALUE SPACES.
000586 77  TM-BEFORE-IMAGE        PIC X(100) VALUE SPACES.
000587 77  TM-AFTER-IMAGE         PIC X(100) VALUE SPACES.
000588 77  TM-LOG-DATETIME        PIC X(21)  VALUE SPACES.
000589
000590 PROCEDURE DIVISION.
000600* =================================================================
000610* 0000-MAINLINE
000740* TIME THE MAINTENANCE IS EVER RUN
000750* =================================================================
000760 1000-INITIALIZE.
000765     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
000770     OPEN I-O TABLE-RULES-FILE.
000780     IF TM-TB-FILE-STATUS = "35"
000790         OPEN OUTPUT TABLE-RULES-FILE
000816             TM-TB-FILE-STATUS
000817         MOVE 16 TO RETURN-CODE
000818         STOP RUN.
000819     OPEN I-O PAIRS-PAY-FILE.
000820     IF TM-PP-FILE-STATUS = "35"
000821         OPEN OUTPUT PAIRS-PAY-FILE
000822         CLOSE PAIRS-PAY-FILE
000823         OPEN I-O PAIRS-PAY-FILE.
000824     IF TM-PP-FILE-STATUS NOT = "00"
000825         DISPLAY "CANNOT OPEN THE PAIRS PAYTABLE FILE -- STATUS "
000826             TM-PP-FILE-STATUS
000827         CLOSE TABLE-RULES-FILE
000828         MOVE 16 TO RETURN-CODE
000829         STOP RUN.
000830     PERFORM 1070-OPEN-MAINT-LOG THRU 1070-EXIT.
000831 1000-EXIT.
000832     EXIT.
000833
000834* =================================================================
000835* 1050-SIGN-ON -- NO MAINTENANCE WITHOUT AN ACTIVE EMPLOYEE SIGNED
000836* ON AGAINST THE EMPLOYEE MASTER.  STAFF THE FILE THROUGH BLKJEMP
000837* FIRST.
000838* =================================================================
000839 1050-SIGN-ON.
000840     OPEN INPUT EMPL-MAST-FILE.
000841     IF TM-EM-FILE-STATUS NOT = "00"
000842         DISPLAY "NO EMPLOYEE MASTER -- STATUS "
000843             TM-EM-FILE-STATUS
000844             " -- RUN BLKJEMP FIRST."
000845         MOVE 16 TO RETURN-CODE
000846         STOP RUN.
000847     MOVE "N" TO TM-SIGNON-OK-FLAG.
000848     PERFORM 1060-GET-SIGN-ON THRU 1060-EXIT
000849         UNTIL TM-SIGNED-ON.
000850     CLOSE EMPL-MAST-FILE.
000851 1050-EXIT.
000852     EXIT.
000853
000854 1060-GET-SIGN-ON.
000855     MOVE SPACES TO TM-SIGNON-ID.
000856     DISPLAY "ENTER YOUR EMPLOYEE ID: ".
000857     ACCEPT TM-SIGNON-ID.
000858     IF TM-SIGNON-ID = SPACES
000859         DISPLAY "EMPLOYEE ID IS REQUIRED."
000860         GO TO 1060-EXIT.
000861     MOVE TM-SIGNON-ID TO EM-EMP-ID.
000862     READ EMPL-MAST-FILE
000863         INVALID KEY
000864             DISPLAY "ID " TM-SIGNON-ID " IS NOT ON THE "
000865                 "EMPLOYEE MASTER."
000866             GO TO 1060-EXIT.
000867     IF NOT EM-IS-ACTIVE
000868         DISPLAY "EMPLOYEE " TM-SIGNON-ID " IS NOT ACTIVE."
000869         GO TO 1060-EXIT.
000870     MOVE EM-ROLE TO TM-SIGNON-ROLE.
000871     MOVE "Y" TO TM-SIGNON-OK-FLAG.
000872     IF TM-SIGNON-IS-PIT
000873         DISPLAY "EMPLOYEE " TM-SIGNON-ID " (" EM-NAME
000874             ") SIGNED ON."
000875     ELSE
000876         DISPLAY "EMPLOYEE " TM-SIGNON-ID " (" EM-NAME
000877             ") SIGNED ON -- INQUIRY ONLY.".
000878 1060-EXIT.
000879     EXIT.
000880
000881* =================================================================
000882* 1070-OPEN-MAINT-LOG -- THE COMMON MAINTENANCE LOG IS ONLY EVER
000883* EXTENDED.  THE FIRST PROGRAM EVER TO LOG A CHANGE CREATES IT.
000884* =================================================================
000885 1070-OPEN-MAINT-LOG.
000886     OPEN EXTEND MAINT-LOG-FILE.
000887     IF TM-MN-FILE-STATUS = "35"
000888         OPEN OUTPUT MAINT-LOG-FILE.
000889     IF TM-MN-FILE-STATUS NOT = "00"
000890         DISPLAY "CANNOT OPEN THE MAINTENANCE LOG -- STATUS "
000891             TM-MN-FILE-STATUS
000892         MOVE 16 TO RETURN-CODE
000893         STOP RUN.
000894 1070-EXIT.
000895     EXIT.
000896
000897* =================================================================
000898* 1900-TERMINATE -- CLOSE FILES BEFORE STOP RUN
000899* =================================================================
000900 1900-TERMINATE.
000901     CLOSE TABLE-RULES-FILE.
000902     CLOSE PAIRS-PAY-FILE.
000903     CLOSE MAINT-LOG-FILE.
000904 1900-EXIT.
000910     EXIT.
000920
000930* =================================================================
000970     MOVE SPACE TO TM-FUNCTION-CODE.
000980     PERFORM 2010-GET-FUNCTION THRU 2010-EXIT
000990         UNTIL TM-VALID-FUNCTION.
000991     IF NOT TM-FUNCTION-INQUIRE
000992         AND NOT TM-FUNCTION-EXIT
000993         AND NOT TM-SIGNON-IS-PIT
000994         DISPLAY "ONLY A PIT SUPERVISOR MAY MAKE CHANGES."
000995         GO TO 2000-EXIT.
001000     EVALUATE TRUE
001010         WHEN TM-FUNCTION-ADD
001020             PERFORM 3000-ADD-TABLE THRU 3000-EXIT
001540     MOVE TM-WORK-MIN-BET     TO TB-MIN-BET.
001550     MOVE TM-WORK-MAX-BET     TO TB-MAX-BET.
001560     MOVE TM-WORK-SOFT-17     TO TB-SOFT-17-RULE.
001565     MOVE TM-WORK-PAIRS       TO TB-PAIRS-OFFERED.
001570     WRITE TB-RECORD.
001572     IF TM-TB-FILE-STATUS NOT = "00"
001574         DISPLAY "TABLE " TM-WORK-TABLE-ID " NOT ADDED -- "
001576             "WRITE FAILED, STATUS " TM-TB-FILE-STATUS
001578         GO TO 3000-EXIT.
001579     MOVE "TBLPARM " TO TM-LOG-FILE-ID.
001580     MOVE TM-WORK-TABLE-ID TO TM-LOG-KEY.
001581     MOVE "A" TO TM-LOG-ACTION.
001582     MOVE SPACES TO TM-BEFORE-IMAGE.
001583     MOVE TB-RECORD TO TM-AFTER-IMAGE.
001584     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
001585     DISPLAY "TABLE " TM-WORK-TABLE-ID " ADDED.".
001586     IF TM-WORK-PAIRS-OFFERED
001587         PERFORM 3600-MAINTAIN-PAYTABLE THRU 3600-EXIT.
001590 3000-EXIT.
001600     EXIT.
001610
001810     MOVE SPACE TO TM-WORK-SOFT-17.
001820     PERFORM 3550-GET-SOFT-17 THRU 3550-EXIT
001830         UNTIL TM-VALID-SOFT-17.
001832     MOVE SPACE TO TM-WORK-PAIRS.
001834     PERFORM 3560-GET-PAIRS-FLAG THRU 3560-EXIT
001836         UNTIL TM-VALID-PAIRS.
001840 3500-EXIT.
001850     EXIT.
001860
002230         DISPLAY "PLEASE ENTER H OR S.".
002240 3550-EXIT.
002250     EXIT.
002251
002252 3560-GET-PAIRS-FLAG.
002253     DISPLAY "PERFECT PAIRS SIDE BET OFFERED (Y/N)? ".
002254     ACCEPT TM-WORK-PAIRS.
002255     IF NOT TM-VALID-PAIRS
002256         DISPLAY "PLEASE ENTER Y OR N.".
002257 3560-EXIT.
002258     EXIT.
002259
002260* =================================================================
002261* 3600-MAINTAIN-PAYTABLE -- THE TABLE OFFERS PERFECT PAIRS, SO TAKE
002262* ITS PAYS AND SIDE-BET LIMITS AND ADD OR REWRITE ITS PAYTABLE
002263* RECORD.  A PERFECT PAIR MAY NOT PAY LESS THAN A COLORED PAIR, NOR
002264* A COLORED PAIR LESS THAN A MIXED ONE, AND A PERFECT PAIR ON THE
002265* MAXIMUM SIDE BET MUST FIT THE HAND-HISTORY PAYOUT FIELD.  A TABLE
002266* THAT STOPS OFFERING THE BET KEEPS ITS RECORD -- THE RULES FLAG
002267* ALONE TURNS IT OFF.
002268* =================================================================
002269 3600-MAINTAIN-PAYTABLE.
002270     MOVE TM-WORK-TABLE-ID TO PP-TABLE-ID.
002271     READ PAIRS-PAY-FILE
002272         INVALID KEY
002273             MOVE "N" TO TM-PAYS-FOUND-FLAG
002274         NOT INVALID KEY
002275             MOVE "Y" TO TM-PAYS-FOUND-FLAG.
002276     IF TM-PAYS-WERE-FOUND
002277         MOVE "C" TO TM-LOG-ACTION
002278         MOVE PP-RECORD TO TM-BEFORE-IMAGE
002279     ELSE
002280         MOVE "A" TO TM-LOG-ACTION
002281         MOVE SPACES TO TM-BEFORE-IMAGE.
002282     MOVE ZERO TO TM-WORK-MIXED-PAYS.
002283     PERFORM 3610-GET-MIXED-PAYS THRU 3610-EXIT
002284         UNTIL TM-WORK-MIXED-PAYS > ZERO.
002285     MOVE ZERO TO TM-WORK-COLORED-PAYS.
002286     PERFORM 3620-GET-COLORED-PAYS THRU 3620-EXIT
002287         UNTIL TM-WORK-COLORED-PAYS NOT < TM-WORK-MIXED-PAYS.
002288     MOVE ZERO TO TM-WORK-PERFECT-PAYS.
002289     PERFORM 3630-GET-PERFECT-PAYS THRU 3630-EXIT
002290         UNTIL TM-WORK-PERFECT-PAYS NOT < TM-WORK-COLORED-PAYS.
002291     MOVE ZERO TO TM-WORK-PAIRS-MIN.
002292     PERFORM 3640-GET-PAIRS-MIN THRU 3640-EXIT
002293         UNTIL TM-WORK-PAIRS-MIN > ZERO.
002294     MOVE ZERO TO TM-WORK-PAIRS-MAX.
002295     PERFORM 3650-GET-PAIRS-MAX THRU 3650-EXIT
002296         UNTIL TM-WORK-PAIRS-MAX NOT < TM-WORK-PAIRS-MIN
002297         AND TM-WORK-TOP-PAY NOT > 99999.99.
002298     MOVE TM-WORK-TABLE-ID     TO PP-TABLE-ID.
002299     MOVE TM-WORK-MIXED-PAYS   TO PP-MIXED-PAYS.
002300     MOVE TM-WORK-COLORED-PAYS TO PP-COLORED-PAYS.
002301     MOVE TM-WORK-PERFECT-PAYS TO PP-PERFECT-PAYS.
002302     MOVE TM-WORK-PAIRS-MIN    TO PP-MIN-BET.
002303     MOVE TM-WORK-PAIRS-MAX    TO PP-MAX-BET.
002304     IF TM-PAYS-WERE-FOUND
002305         REWRITE PP-RECORD
002306     ELSE
002307         WRITE PP-RECORD.
002308     IF TM-PP-FILE-STATUS NOT = "00"
002309         DISPLAY "PAYTABLE FOR TABLE " TM-WORK-TABLE-ID
002310             " NOT STORED -- STATUS " TM-PP-FILE-STATUS
002311         GO TO 3600-EXIT.
002312     MOVE "PAIRPAY " TO TM-LOG-FILE-ID.
002313     MOVE TM-WORK-TABLE-ID TO TM-LOG-KEY.
002314     MOVE PP-RECORD TO TM-AFTER-IMAGE.
002315     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
002316     DISPLAY "PAYTABLE FOR TABLE " TM-WORK-TABLE-ID " STORED.".
002317 3600-EXIT.
002318     EXIT.
002319
002320 3610-GET-MIXED-PAYS.
002321     DISPLAY "MIXED PAIR PAYS (TO 1)? ".
002322     ACCEPT TM-WORK-MIXED-PAYS.
002323     IF TM-WORK-MIXED-PAYS = ZERO
002324         DISPLAY "MIXED PAIR PAYS MUST BE GREATER THAN ZERO.".
002325 3610-EXIT.
002326     EXIT.
002327
002328 3620-GET-COLORED-PAYS.
002329     DISPLAY "COLORED PAIR PAYS (TO 1)? ".
002330     ACCEPT TM-WORK-COLORED-PAYS.
002331     IF TM-WORK-COLORED-PAYS < TM-WORK-MIXED-PAYS
002332         DISPLAY "COLORED PAIR MUST NOT PAY UNDER A MIXED PAIR.".
002333 3620-EXIT.
002334     EXIT.
002335
002336 3630-GET-PERFECT-PAYS.
002337     DISPLAY "PERFECT PAIR PAYS (TO 1)? ".
002338     ACCEPT TM-WORK-PERFECT-PAYS.
002339     IF TM-WORK-PERFECT-PAYS < TM-WORK-COLORED-PAYS
002340         DISPLAY "PERFECT PAIR MUST NOT PAY UNDER A COLORED "
002341             "PAIR.".
002342 3630-EXIT.
002343     EXIT.
002344
002345 3640-GET-PAIRS-MIN.
002346     DISPLAY "MINIMUM PAIRS SIDE BET? ".
002347     ACCEPT TM-WORK-PAIRS-MIN.
002348     IF TM-WORK-PAIRS-MIN = ZERO
002349         DISPLAY "MINIMUM SIDE BET MUST BE GREATER THAN ZERO.".
002350 3640-EXIT.
002351     EXIT.
002352
002353 3650-GET-PAIRS-MAX.
002354     DISPLAY "MAXIMUM PAIRS SIDE BET? ".
002355     ACCEPT TM-WORK-PAIRS-MAX.
002356     COMPUTE TM-WORK-TOP-PAY =
002357         TM-WORK-PAIRS-MAX * TM-WORK-PERFECT-PAYS.
002358     IF TM-WORK-PAIRS-MAX < TM-WORK-PAIRS-MIN
002359         DISPLAY "MAXIMUM SIDE BET MUST NOT BE UNDER THE "
002360             "MINIMUM.".
002361     IF TM-WORK-TOP-PAY > 99999.99
002362         DISPLAY "A PERFECT PAIR ON THE MAXIMUM WOULD PAY OVER "
002363             "99,999.99 -- ENTER A LOWER MAXIMUM.".
002364 3650-EXIT.
002365     EXIT.
002366
002367* =================================================================
002368* 4000-CHANGE-TABLE -- RE-ENTER EVERY RULE FIELD FOR AN EXISTING
002369* TABLE AND REWRITE ITS RECORD
002370* =================================================================
002371 4000-CHANGE-TABLE.
002372     PERFORM 2200-GET-TABLE-ID THRU 2200-EXIT.
002373     PERFORM 2100-READ-ONE-TABLE THRU 2100-EXIT.
002374     IF NOT TM-RECORD-WAS-FOUND
002375         DISPLAY "TABLE " TM-WORK-TABLE-ID
002376             " IS NOT ON FILE -- USE ADD."
002377         GO TO 4000-EXIT.
002378     MOVE TB-RECORD TO TM-BEFORE-IMAGE.
002379     MOVE "TBLPARM " TO TM-LOG-FILE-ID.
002380     MOVE TM-WORK-TABLE-ID TO TM-LOG-KEY.
002381     PERFORM 5100-DISPLAY-ONE-TABLE THRU 5100-EXIT.
002390     PERFORM 3500-ACCEPT-RULE-FIELDS THRU 3500-EXIT.
002400     MOVE TM-WORK-DECK-COUNT  TO TB-DECK-COUNT.
002410     MOVE TM-WORK-PENETRATION TO TB-PENETRATION-PCT.
002420     MOVE TM-WORK-MIN-BET     TO TB-MIN-BET.
002430     MOVE TM-WORK-MAX-BET     TO TB-MAX-BET.
002440     MOVE TM-WORK-SOFT-17     TO TB-SOFT-17-RULE.
002445     MOVE TM-WORK-PAIRS       TO TB-PAIRS-OFFERED.
002450     REWRITE TB-RECORD.
002452     IF TM-TB-FILE-STATUS NOT = "00"
002454         DISPLAY "TABLE " TM-WORK-TABLE-ID " NOT CHANGED -- "
002456             "REWRITE FAILED, STATUS " TM-TB-FILE-STATUS
002458         GO TO 4000-EXIT.
002459     MOVE "C" TO TM-LOG-ACTION.
002460     MOVE TB-RECORD TO TM-AFTER-IMAGE.
002461     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
002462     DISPLAY "TABLE " TM-WORK-TABLE-ID " CHANGED.".
002463     IF TM-WORK-PAIRS-OFFERED
002466         PERFORM 3600-MAINTAIN-PAYTABLE THRU 3600-EXIT.
002470 4000-EXIT.
002480     EXIT.
002490
002720         DISPLAY "  DEALER SOFT 17 ....... HIT"
002730     ELSE
002740         DISPLAY "  DEALER SOFT 17 ....... STAND".
002741     IF NOT TB-PAIRS-ARE-OFFERED
002742         DISPLAY "  PERFECT PAIRS ........ NOT OFFERED"
002743         GO TO 5100-EXIT.
002744     DISPLAY "  PERFECT PAIRS ........ OFFERED".
002745     MOVE TB-TABLE-ID TO PP-TABLE-ID.
002746     READ PAIRS-PAY-FILE
002747         INVALID KEY
002748             DISPLAY "  ** NO PAYTABLE ON FILE -- THE TABLE WILL "
002749                 "NOT DEAL THE SIDE BET **"
002750             GO TO 5100-EXIT.
002751     DISPLAY "  MIXED PAIR PAYS ...... " PP-MIXED-PAYS " TO 1".
002752     DISPLAY "  COLORED PAIR PAYS .... " PP-COLORED-PAYS " TO 1".
002753     DISPLAY "  PERFECT PAIR PAYS .... " PP-PERFECT-PAYS " TO 1".
002754     MOVE PP-MIN-BET TO TM-EDIT-AMOUNT.
002755     DISPLAY "  MINIMUM SIDE BET ..... " TM-EDIT-AMOUNT.
002756     MOVE PP-MAX-BET TO TM-EDIT-AMOUNT.
002757     DISPLAY "  MAXIMUM SIDE BET ..... " TM-EDIT-AMOUNT.
002758 5100-EXIT.
002760     EXIT.
002770
002780* =================================================================
002790* 8000-LOG-CHANGE -- WRITE THE BEFORE-IMAGE AND THE AFTER-IMAGE OF
002800* ONE CHANGE TO THE MAINTENANCE LOG.  THE CALLER HAS SET THE FILE,
002810* KEY, ACTION, BOTH IMAGES AND (FOR A CHANGE THE SHIFT MANAGER MUST
002820* SIGN OFF) THE REASON.
002830* =================================================================
002840 8000-LOG-CHANGE.
002850     MOVE FUNCTION CURRENT-DATE TO TM-LOG-DATETIME.
002860     MOVE SPACES TO MN-RECORD.
002870     MOVE TM-LOG-DATETIME(1:8) TO MN-STAMP-DATE.
002880     MOVE TM-LOG-DATETIME(9:6) TO MN-STAMP-TIME.
002890     MOVE TM-SIGNON-ID   TO MN-EMP-ID.
002900     MOVE "BLKJTBL "     TO MN-PROGRAM-ID.
002910     MOVE TM-LOG-FILE-ID TO MN-FILE-ID.
002920     MOVE TM-LOG-KEY     TO MN-RECORD-KEY.
002930     MOVE TM-LOG-ACTION  TO MN-ACTION.
002940     IF TM-LOG-REASON = SPACES
002950         MOVE "N" TO MN-SIGN-OFF-FLAG
002960     ELSE
002970         MOVE "Y" TO MN-SIGN-OFF-FLAG
002980         MOVE TM-LOG-REASON TO MN-SIGN-OFF-REASON.
002990     MOVE "B" TO MN-IMAGE-TYPE.
003000     MOVE TM-BEFORE-IMAGE TO MN-IMAGE.
003010     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
003020     MOVE "A" TO MN-IMAGE-TYPE.
003030     MOVE TM-AFTER-IMAGE TO MN-IMAGE.
003040     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
003050     MOVE SPACES TO TM-LOG-REASON.
003060 8000-EXIT.
003070     EXIT.
003080
003090* =================================================================
003100* 8010-WRITE-LOG-RECORD -- A CHANGE THAT CANNOT BE LOGGED ENDS THE
003110* SESSION.  THE MASTER ALREADY HOLDS IT, SO THE OPERATOR IS TOLD
003120* WHICH CHANGE WENT UNLOGGED.
003130* =================================================================
003140 8010-WRITE-LOG-RECORD.
003150     WRITE MN-RECORD.
003160     IF TM-MN-FILE-STATUS NOT = "00"
003170         DISPLAY "*** MAINTENANCE LOG WRITE FAILED -- STATUS "
003180             TM-MN-FILE-STATUS " ***"
003190         DISPLAY "*** " TM-LOG-FILE-ID " " TM-LOG-KEY
003200             " WAS CHANGED BUT NOT LOGGED -- SESSION ENDED ***"
003210         PERFORM 1900-TERMINATE THRU 1900-EXIT
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN.
003240 8010-EXIT.
003250     EXIT.
