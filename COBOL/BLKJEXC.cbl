000190*                  THE PODIUM RETIRES.  THE TABLE (BLKJACK)
000200*                  REFUSES AN EXCLUDED PATRON A SEAT AND THE CAGE
000210*                  (BLKJCSH) BLOCKS A BUY-IN OVER THE DAILY CAP.
000211* 10-15-26   ROP   CHANGE AUDIT.  THE OPERATOR NOW SIGNS ON AGAINST THE
000212*                  EMPLOYEE MASTER (EMPLMST); ANY ACTIVE EMPLOYEE MAY
000213*                  INQUIRE, ONLY A PIT SUPERVISOR MAY ADD OR CHANGE.
000214*                  EVERY ADD AND CHANGE WRITES THE RECORD'S BEFORE-
000215*                  AND AFTER-IMAGE TO THE MAINTENANCE LOG (MAINTLOG),
000216*                  AND ONE THAT EXCLUDES A PATRON OR MOVES THE
000217*                  EXCLUDED FLAG IS MARKED FOR THE SHIFT MANAGER'S
000218*                  SIGN-OFF.
000220* -----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000290         ACCESS MODE IS RANDOM
000300         RECORD KEY IS XC-PLAYER-ID
000310         FILE STATUS IS XM-XC-FILE-STATUS.
000311     SELECT EMPL-MAST-FILE ASSIGN TO EMPLMST
000312         ORGANIZATION IS INDEXED
000313         ACCESS MODE IS RANDOM
000314         RECORD KEY IS EM-EMP-ID
000315         FILE STATUS IS XM-EM-FILE-STATUS.
000316     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000317         ORGANIZATION IS SEQUENTIAL
000318         FILE STATUS IS XM-MN-FILE-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  EXCL-MAST-FILE
000360     LABEL RECORD IS STANDARD.
000370     COPY EXCREC.
000371
000372 FD  EMPL-MAST-FILE
000373     LABEL RECORD IS STANDARD.
000374     COPY EMPREC.
000375
000376 FD  MAINT-LOG-FILE
000377     LABEL RECORD IS STANDARD.
000378     COPY MNTREC.
000380
000390 WORKING-STORAGE SECTION.
000400* ---------------------------------------------------------- SWITCHES
000620 77  XM-WORK-BUYIN-CAP      PIC 9(07)V99 VALUE ZERO.
000630* ---------------------------------------------------- DISPLAY EDITS
000640 77  XM-EDIT-AMOUNT         PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
000641* ------------------------------------------- SIGN-ON AND CHANGE LOG
000642* THE SIGNED-ON EMPLOYEE STAMPS EVERY LOG RECORD.  ANY ACTIVE
000643* EMPLOYEE MAY INQUIRE; ONLY A PIT SUPERVISOR MAY MAKE A CHANGE.
000644* EACH CHANGE LOGS THE RECORD AS IT WAS AND AS IT NOW IS.
000645 77  XM-EM-FILE-STATUS      PIC X(02)  VALUE "00".
000646 77  XM-MN-FILE-STATUS      PIC X(02)  VALUE "00".
000647 77  XM-SIGNON-ID           PIC X(04)  VALUE SPACES.
000648 77  XM-SIGNON-ROLE         PIC X(01)  VALUE SPACE.
000649     88  XM-SIGNON-IS-PIT   VALUE "P".
000650 77  XM-SIGNON-OK-FLAG      PIC X(01)  VALUE "N".
000651     88  XM-SIGNED-ON       VALUE "Y".
000652 77  XM-LOG-FILE-ID         PIC X(08)  VALUE SPACES.
000653 77  XM-LOG-KEY             PIC X(16)  VALUE SPACES.
000654 77  XM-LOG-ACTION          PIC X(01)  VALUE SPACE.
000655 77  XM-LOG-REASON          PIC X(20)  VALUE SPACES.
000656 77  XM-BEFORE-IMAGE        PIC X(100) VALUE SPACES.
000657 77  XM-AFTER-IMAGE         PIC X(100) VALUE SPACES.
000658 77  XM-LOG-DATETIME        PIC X(21)  VALUE SPACES.
000659 77  XM-OLD-EXCLUDED        PIC X(01)  VALUE SPACE.
000660
000661 PROCEDURE DIVISION.
000670* =================================================================
000680* 0000-MAINLINE
000690* =================================================================
000810* FIRST TIME THE MAINTENANCE IS EVER RUN
000820* =================================================================
000830 1000-INITIALIZE.
000835     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
000840     OPEN I-O EXCL-MAST-FILE.
000850     IF XM-XC-FILE-STATUS = "35"
000860         OPEN OUTPUT EXCL-MAST-FILE
000910             XM-XC-FILE-STATUS
000920         MOVE 16 TO RETURN-CODE
000930         STOP RUN.
000935     PERFORM 1070-OPEN-MAINT-LOG THRU 1070-EXIT.
000940 1000-EXIT.
000950     EXIT.
000951
000952* =================================================================
000953* 1050-SIGN-ON -- NO MAINTENANCE WITHOUT AN ACTIVE EMPLOYEE SIGNED
000954* ON AGAINST THE EMPLOYEE MASTER.  STAFF THE FILE THROUGH BLKJEMP
000955* FIRST.
000956* =================================================================
000957 1050-SIGN-ON.
000958     OPEN INPUT EMPL-MAST-FILE.
000959     IF XM-EM-FILE-STATUS NOT = "00"
000960         DISPLAY "NO EMPLOYEE MASTER -- STATUS "
000961             XM-EM-FILE-STATUS
000962             " -- RUN BLKJEMP FIRST."
000963         MOVE 16 TO RETURN-CODE
000964         STOP RUN.
000965     MOVE "N" TO XM-SIGNON-OK-FLAG.
000966     PERFORM 1060-GET-SIGN-ON THRU 1060-EXIT
000967         UNTIL XM-SIGNED-ON.
000968     CLOSE EMPL-MAST-FILE.
000969 1050-EXIT.
000970     EXIT.
000971
000972 1060-GET-SIGN-ON.
000973     MOVE SPACES TO XM-SIGNON-ID.
000974     DISPLAY "ENTER YOUR EMPLOYEE ID: ".
000975     ACCEPT XM-SIGNON-ID.
000976     IF XM-SIGNON-ID = SPACES
000977         DISPLAY "EMPLOYEE ID IS REQUIRED."
000978         GO TO 1060-EXIT.
000979     MOVE XM-SIGNON-ID TO EM-EMP-ID.
000980     READ EMPL-MAST-FILE
000981         INVALID KEY
000982             DISPLAY "ID " XM-SIGNON-ID " IS NOT ON THE "
000983                 "EMPLOYEE MASTER."
000984             GO TO 1060-EXIT.
000985     IF NOT EM-IS-ACTIVE
000986         DISPLAY "EMPLOYEE " XM-SIGNON-ID " IS NOT ACTIVE."
000987         GO TO 1060-EXIT.
000988     MOVE EM-ROLE TO XM-SIGNON-ROLE.
000989     MOVE "Y" TO XM-SIGNON-OK-FLAG.
000990     IF XM-SIGNON-IS-PIT
000991         DISPLAY "EMPLOYEE " XM-SIGNON-ID " (" EM-NAME
000992             ") SIGNED ON."
000993     ELSE
000994         DISPLAY "EMPLOYEE " XM-SIGNON-ID " (" EM-NAME
000995             ") SIGNED ON -- INQUIRY ONLY.".
000996 1060-EXIT.
000997     EXIT.
000998
000999* =================================================================
001000* 1070-OPEN-MAINT-LOG -- THE COMMON MAINTENANCE LOG IS ONLY EVER
001001* EXTENDED.  THE FIRST PROGRAM EVER TO LOG A CHANGE CREATES IT.
001002* =================================================================
001003 1070-OPEN-MAINT-LOG.
001004     OPEN EXTEND MAINT-LOG-FILE.
001005     IF XM-MN-FILE-STATUS = "35"
001006         OPEN OUTPUT MAINT-LOG-FILE.
001007     IF XM-MN-FILE-STATUS NOT = "00"
001008         DISPLAY "CANNOT OPEN THE MAINTENANCE LOG -- STATUS "
001009             XM-MN-FILE-STATUS
001010         MOVE 16 TO RETURN-CODE
001011         STOP RUN.
001012 1070-EXIT.
001013     EXIT.
001014
001015* =================================================================
001016* 1900-TERMINATE -- CLOSE FILES BEFORE STOP RUN
001017* =================================================================
001018 1900-TERMINATE.
001019     CLOSE EXCL-MAST-FILE.
001020     CLOSE MAINT-LOG-FILE.
001021 1900-EXIT.
001030     EXIT.
001040
001050* =================================================================
001090     MOVE SPACE TO XM-FUNCTION-CODE.
001100     PERFORM 2010-GET-FUNCTION THRU 2010-EXIT
001110         UNTIL XM-VALID-FUNCTION.
001111     IF NOT XM-FUNCTION-INQUIRE
001112         AND NOT XM-FUNCTION-EXIT
001113         AND NOT XM-SIGNON-IS-PIT
001114         DISPLAY "ONLY A PIT SUPERVISOR MAY MAKE CHANGES."
001115         GO TO 2000-EXIT.
001120     EVALUATE TRUE
001130         WHEN XM-FUNCTION-ADD
001140             PERFORM 3000-ADD-RECORD THRU 3000-EXIT
001710         DISPLAY "PATRON " XM-WORK-PLAYER-ID " NOT ADDED -- "
001720             "WRITE FAILED, STATUS " XM-XC-FILE-STATUS
001730         GO TO 3000-EXIT.
001731     MOVE "EXCLMST " TO XM-LOG-FILE-ID.
001732     MOVE XM-WORK-PLAYER-ID TO XM-LOG-KEY.
001733     MOVE "A" TO XM-LOG-ACTION.
001734     MOVE SPACES TO XM-BEFORE-IMAGE.
001735     MOVE XC-RECORD TO XM-AFTER-IMAGE.
001736     IF XC-IS-EXCLUDED
001737         MOVE "PATRON EXCLUDED" TO XM-LOG-REASON.
001738     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
001740     DISPLAY "PATRON " XM-WORK-PLAYER-ID " ADDED.".
001750 3000-EXIT.
001760     EXIT.
002410         DISPLAY "PATRON " XM-WORK-PLAYER-ID
002420             " IS NOT ON FILE -- USE ADD."
002430         GO TO 4000-EXIT.
002432     MOVE XC-RECORD TO XM-BEFORE-IMAGE.
002434     MOVE XC-EXCLUDED-FLAG TO XM-OLD-EXCLUDED.
002436     MOVE "EXCLMST " TO XM-LOG-FILE-ID.
002438     MOVE XM-WORK-PLAYER-ID TO XM-LOG-KEY.
002440     PERFORM 5100-DISPLAY-ONE-RECORD THRU 5100-EXIT.
002450     PERFORM 3500-ACCEPT-FIELDS THRU 3500-EXIT.
002460     MOVE XM-WORK-EXCLUDED  TO XC-EXCLUDED-FLAG.
002530         DISPLAY "PATRON " XM-WORK-PLAYER-ID " NOT CHANGED -- "
002540             "REWRITE FAILED, STATUS " XM-XC-FILE-STATUS
002550         GO TO 4000-EXIT.
002551     MOVE "C" TO XM-LOG-ACTION.
002552     MOVE XC-RECORD TO XM-AFTER-IMAGE.
002553     IF XC-EXCLUDED-FLAG NOT = XM-OLD-EXCLUDED
002554         MOVE "EXCLUSION CHANGED" TO XM-LOG-REASON.
002555     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
002560     DISPLAY "PATRON " XM-WORK-PLAYER-ID " CHANGED.".
002570 4000-EXIT.
002580     EXIT.
002840     DISPLAY "  DAILY BUY-IN CAP ..... " XM-EDIT-AMOUNT.
002850 5100-EXIT.
002860     EXIT.
002870
002880* =================================================================
002890* 8000-LOG-CHANGE -- WRITE THE BEFORE-IMAGE AND THE AFTER-IMAGE OF
002900* ONE CHANGE TO THE MAINTENANCE LOG.  THE CALLER HAS SET THE FILE,
002910* KEY, ACTION, BOTH IMAGES AND (FOR A CHANGE THE SHIFT MANAGER MUST
002920* SIGN OFF) THE REASON.
002930* =================================================================
002940 8000-LOG-CHANGE.
002950     MOVE FUNCTION CURRENT-DATE TO XM-LOG-DATETIME.
002960     MOVE SPACES TO MN-RECORD.
002970     MOVE XM-LOG-DATETIME(1:8) TO MN-STAMP-DATE.
002980     MOVE XM-LOG-DATETIME(9:6) TO MN-STAMP-TIME.
002990     MOVE XM-SIGNON-ID   TO MN-EMP-ID.
003000     MOVE "BLKJEXC "     TO MN-PROGRAM-ID.
003010     MOVE XM-LOG-FILE-ID TO MN-FILE-ID.
003020     MOVE XM-LOG-KEY     TO MN-RECORD-KEY.
003030     MOVE XM-LOG-ACTION  TO MN-ACTION.
003040     IF XM-LOG-REASON = SPACES
003050         MOVE "N" TO MN-SIGN-OFF-FLAG
003060     ELSE
003070         MOVE "Y" TO MN-SIGN-OFF-FLAG
003080         MOVE XM-LOG-REASON TO MN-SIGN-OFF-REASON.
003090     MOVE "B" TO MN-IMAGE-TYPE.
003100     MOVE XM-BEFORE-IMAGE TO MN-IMAGE.
003110     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
003120     MOVE "A" TO MN-IMAGE-TYPE.
003130     MOVE XM-AFTER-IMAGE TO MN-IMAGE.
003140     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
003150     MOVE SPACES TO XM-LOG-REASON.
003160 8000-EXIT.
003170     EXIT.
003180
003190* =================================================================
003200* 8010-WRITE-LOG-RECORD -- A CHANGE THAT CANNOT BE LOGGED ENDS THE
003210* SESSION.  THE MASTER ALREADY HOLDS IT, SO THE OPERATOR IS TOLD
003220* WHICH CHANGE WENT UNLOGGED.
003230* =================================================================
003240 8010-WRITE-LOG-RECORD.
003250     WRITE MN-RECORD.
003260     IF XM-MN-FILE-STATUS NOT = "00"
003270         DISPLAY "*** MAINTENANCE LOG WRITE FAILED -- STATUS "
003280             XM-MN-FILE-STATUS " ***"
003290         DISPLAY "*** " XM-LOG-FILE-ID " " XM-LOG-KEY
003300             " WAS CHANGED BUT NOT LOGGED -- SESSION ENDED ***"
003310         PERFORM 1900-TERMINATE THRU 1900-EXIT
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN.
003340 8010-EXIT.
003350     EXIT.
