000204*                  HERE TOO.  ZERO (THE STUB DEFAULT) MEANS NO
000206*                  CREDIT PLAY; THE TABLE ISSUES MARKERS ONLY
000208*                  WITHIN THE LINE.
000209* 10-15-26   ROP   CHANGE AUDIT.  THE OPERATOR NOW SIGNS ON AGAINST THE
000210*                  EMPLOYEE MASTER (EMPLMST); ANY ACTIVE EMPLOYEE MAY
000211*                  INQUIRE, ONLY A PIT SUPERVISOR MAY ADD OR CHANGE.
000212*                  EVERY ADD AND CHANGE WRITES THE RECORD'S BEFORE-
000213*                  AND AFTER-IMAGE TO THE MAINTENANCE LOG (MAINTLOG),
000214*                  AND ONE THAT GRANTS OR MOVES A CREDIT LINE IS
000215*                  MARKED FOR THE SHIFT MANAGER'S SIGN-OFF.
000216* -----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS PT-PLAYER-ID
000300         FILE STATUS IS PM-PT-FILE-STATUS.
000301     SELECT EMPL-MAST-FILE ASSIGN TO EMPLMST
000302         ORGANIZATION IS INDEXED
000303         ACCESS MODE IS RANDOM
000304         RECORD KEY IS EM-EMP-ID
000305         FILE STATUS IS PM-EM-FILE-STATUS.
000306     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000307         ORGANIZATION IS SEQUENTIAL
000308         FILE STATUS IS PM-MN-FILE-STATUS.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  PATRON-MAST-FILE
000350     LABEL RECORD IS STANDARD.
000360     COPY PTRNREC.
000361
000362 FD  EMPL-MAST-FILE
000363     LABEL RECORD IS STANDARD.
000364     COPY EMPREC.
000365
000366 FD  MAINT-LOG-FILE
000367     LABEL RECORD IS STANDARD.
000368     COPY MNTREC.
000370
000380 WORKING-STORAGE SECTION.
000390* ---------------------------------------------------------- SWITCHES
000590 77  PM-CURRENT-DATETIME    PIC X(21)  VALUE SPACES.
000592* ---------------------------------------------------- DISPLAY EDITS
000594 77  PM-EDIT-AMOUNT         PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
000595* ------------------------------------------- SIGN-ON AND CHANGE LOG
000596* THE SIGNED-ON EMPLOYEE STAMPS EVERY LOG RECORD.  ANY ACTIVE
000597* EMPLOYEE MAY INQUIRE; ONLY A PIT SUPERVISOR MAY MAKE A CHANGE.
000598* EACH CHANGE LOGS THE RECORD AS IT WAS AND AS IT NOW IS.
000599 77  PM-EM-FILE-STATUS      PIC X(02)  VALUE "00".
000600 77  PM-MN-FILE-STATUS      PIC X(02)  VALUE "00".
000601 77  PM-SIGNON-ID           PIC X(04)  VALUE SPACES.
000602 77  PM-SIGNON-ROLE         PIC X(01)  VALUE SPACE.
000603     88  PM-SIGNON-IS-PIT   VALUE "P".
000604 77  PM-SIGNON-OK-FLAG      PIC X(01)  VALUE "N".
000605     88  PM-SIGNED-ON       VALUE "Y".
000606 77  PM-LOG-FILE-ID         PIC X(08)  VALUE SPACES.
000607 77  PM-LOG-KEY             PIC X(16)  VALUE SPACES.
000608 77  PM-LOG-ACTION          PIC X(01)  VALUE SPACE.
000609 77  PM-LOG-REASON          PIC X(20)  VALUE SPACES.
000610 77  PM-BEFORE-IMAGE        PIC X(100) VALUE SPACES.
000611 77  PM-AFTER-IMAGE         PIC X(100) VALUE SPACES.
000612 77  PM-LOG-DATETIME        PIC X(21)  VALUE SPACES.
000613 77  PM-OLD-CREDIT-LINE     PIC 9(07)V99 VALUE ZERO.
000614
000615 PROCEDURE DIVISION.
000620* =================================================================
000630* 0000-MAINLINE
000640* =================================================================
000760* TIME THE MAINTENANCE IS EVER RUN
000770* =================================================================
000780 1000-INITIALIZE.
000785     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
000790     OPEN I-O PATRON-MAST-FILE.
000800     IF PM-PT-FILE-STATUS = "35"
000810         OPEN OUTPUT PATRON-MAST-FILE
000860             PM-PT-FILE-STATUS
000870         MOVE 16 TO RETURN-CODE
000880         STOP RUN.
000885     PERFORM 1070-OPEN-MAINT-LOG THRU 1070-EXIT.
000890 1000-EXIT.
000900     EXIT.
000901
000902* =================================================================
000903* 1050-SIGN-ON -- NO MAINTENANCE WITHOUT AN ACTIVE EMPLOYEE SIGNED
000904* ON AGAINST THE EMPLOYEE MASTER.  STAFF THE FILE THROUGH BLKJEMP
000905* FIRST.
000906* =================================================================
000907 1050-SIGN-ON.
000908     OPEN INPUT EMPL-MAST-FILE.
000909     IF PM-EM-FILE-STATUS NOT = "00"
000910         DISPLAY "NO EMPLOYEE MASTER -- STATUS "
000911             PM-EM-FILE-STATUS
000912             " -- RUN BLKJEMP FIRST."
000913         MOVE 16 TO RETURN-CODE
000914         STOP RUN.
000915     MOVE "N" TO PM-SIGNON-OK-FLAG.
000916     PERFORM 1060-GET-SIGN-ON THRU 1060-EXIT
000917         UNTIL PM-SIGNED-ON.
000918     CLOSE EMPL-MAST-FILE.
000919 1050-EXIT.
000920     EXIT.
000921
000922 1060-GET-SIGN-ON.
000923     MOVE SPACES TO PM-SIGNON-ID.
000924     DISPLAY "ENTER YOUR EMPLOYEE ID: ".
000925     ACCEPT PM-SIGNON-ID.
000926     IF PM-SIGNON-ID = SPACES
000927         DISPLAY "EMPLOYEE ID IS REQUIRED."
000928         GO TO 1060-EXIT.
000929     MOVE PM-SIGNON-ID TO EM-EMP-ID.
000930     READ EMPL-MAST-FILE
000931         INVALID KEY
000932             DISPLAY "ID " PM-SIGNON-ID " IS NOT ON THE "
000933                 "EMPLOYEE MASTER."
000934             GO TO 1060-EXIT.
000935     IF NOT EM-IS-ACTIVE
000936         DISPLAY "EMPLOYEE " PM-SIGNON-ID " IS NOT ACTIVE."
000937         GO TO 1060-EXIT.
000938     MOVE EM-ROLE TO PM-SIGNON-ROLE.
000939     MOVE "Y" TO PM-SIGNON-OK-FLAG.
000940     IF PM-SIGNON-IS-PIT
000941         DISPLAY "EMPLOYEE " PM-SIGNON-ID " (" EM-NAME
000942             ") SIGNED ON."
000943     ELSE
000944         DISPLAY "EMPLOYEE " PM-SIGNON-ID " (" EM-NAME
000945             ") SIGNED ON -- INQUIRY ONLY.".
000946 1060-EXIT.
000947     EXIT.
000948
000949* =================================================================
000950* 1070-OPEN-MAINT-LOG -- THE COMMON MAINTENANCE LOG IS ONLY EVER
000951* EXTENDED.  THE FIRST PROGRAM EVER TO LOG A CHANGE CREATES IT.
000952* =================================================================
000953 1070-OPEN-MAINT-LOG.
000954     OPEN EXTEND MAINT-LOG-FILE.
000955     IF PM-MN-FILE-STATUS = "35"
000956         OPEN OUTPUT MAINT-LOG-FILE.
000957     IF PM-MN-FILE-STATUS NOT = "00"
000958         DISPLAY "CANNOT OPEN THE MAINTENANCE LOG -- STATUS "
000959             PM-MN-FILE-STATUS
000960         MOVE 16 TO RETURN-CODE
000961         STOP RUN.
000962 1070-EXIT.
000963     EXIT.
000964
000965* =================================================================
000966* 1900-TERMINATE -- CLOSE FILES BEFORE STOP RUN
000967* =================================================================
000968 1900-TERMINATE.
000969     CLOSE PATRON-MAST-FILE.
000970     CLOSE MAINT-LOG-FILE.
000971 1900-EXIT.
000980     EXIT.
000990
001000* =================================================================
001040     MOVE SPACE TO PM-FUNCTION-CODE.
001050     PERFORM 2010-GET-FUNCTION THRU 2010-EXIT
001060         UNTIL PM-VALID-FUNCTION.
001061     IF NOT PM-FUNCTION-INQUIRE
001062         AND NOT PM-FUNCTION-EXIT
001063         AND NOT PM-SIGNON-IS-PIT
001064         DISPLAY "ONLY A PIT SUPERVISOR MAY MAKE CHANGES."
001065         GO TO 2000-EXIT.
001070     EVALUATE TRUE
001080         WHEN PM-FUNCTION-ADD
001090             PERFORM 3000-ADD-PATRON THRU 3000-EXIT
001670         DISPLAY "PATRON " PM-WORK-PLAYER-ID " NOT ADDED -- "
001680             "WRITE FAILED, STATUS " PM-PT-FILE-STATUS
001690         GO TO 3000-EXIT.
001691     MOVE "PTRNMST " TO PM-LOG-FILE-ID.
001692     MOVE PM-WORK-PLAYER-ID TO PM-LOG-KEY.
001693     MOVE "A" TO PM-LOG-ACTION.
001694     MOVE SPACES TO PM-BEFORE-IMAGE.
001695     MOVE PT-RECORD TO PM-AFTER-IMAGE.
001696     IF PT-CREDIT-LINE > ZERO
001697         MOVE "CREDIT LINE GRANTED" TO PM-LOG-REASON.
001698     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
001700     DISPLAY "PATRON " PM-WORK-PLAYER-ID " ADDED.".
001710 3000-EXIT.
001720     EXIT.
002260         DISPLAY "PATRON " PM-WORK-PLAYER-ID
002270             " IS NOT ON FILE -- USE ADD."
002280         GO TO 4000-EXIT.
002282     MOVE PT-RECORD TO PM-BEFORE-IMAGE.
002284     MOVE PT-CREDIT-LINE TO PM-OLD-CREDIT-LINE.
002286     MOVE "PTRNMST " TO PM-LOG-FILE-ID.
002288     MOVE PM-WORK-PLAYER-ID TO PM-LOG-KEY.
002290     PERFORM 5100-DISPLAY-ONE-PATRON THRU 5100-EXIT.
002300     PERFORM 3500-ACCEPT-PATRON-FIELDS THRU 3500-EXIT.
002310     MOVE PM-WORK-NAME    TO PT-NAME.
002370         DISPLAY "PATRON " PM-WORK-PLAYER-ID " NOT CHANGED -- "
002380             "REWRITE FAILED, STATUS " PM-PT-FILE-STATUS
002390         GO TO 4000-EXIT.
002391     MOVE "C" TO PM-LOG-ACTION.
002392     MOVE PT-RECORD TO PM-AFTER-IMAGE.
002393     IF PT-CREDIT-LINE NOT = PM-OLD-CREDIT-LINE
002394         MOVE "CREDIT LINE CHANGED" TO PM-LOG-REASON.
002395     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
002400     DISPLAY "PATRON " PM-WORK-PLAYER-ID " CHANGED.".
002410 4000-EXIT.
002420     EXIT.
002664     DISPLAY "  CREDIT LINE .......... " PM-EDIT-AMOUNT.
002670 5100-EXIT.
002680     EXIT.
002690
002700* =================================================================
002710* 8000-LOG-CHANGE -- WRITE THE BEFORE-IMAGE AND THE AFTER-IMAGE OF
002720* ONE CHANGE TO THE MAINTENANCE LOG.  THE CALLER HAS SET THE FILE,
002730* KEY, ACTION, BOTH IMAGES AND (FOR A CHANGE THE SHIFT MANAGER MUST
002740* SIGN OFF) THE REASON.
002750* =================================================================
002760 8000-LOG-CHANGE.
002770     MOVE FUNCTION CURRENT-DATE TO PM-LOG-DATETIME.
002780     MOVE SPACES TO MN-RECORD.
002790     MOVE PM-LOG-DATETIME(1:8) TO MN-STAMP-DATE.
002800     MOVE PM-LOG-DATETIME(9:6) TO MN-STAMP-TIME.
002810     MOVE PM-SIGNON-ID   TO MN-EMP-ID.
002820     MOVE "BLKJPAT "     TO MN-PROGRAM-ID.
002830     MOVE PM-LOG-FILE-ID TO MN-FILE-ID.
002840     MOVE PM-LOG-KEY     TO MN-RECORD-KEY.
002850     MOVE PM-LOG-ACTION  TO MN-ACTION.
002860     IF PM-LOG-REASON = SPACES
002870         MOVE "N" TO MN-SIGN-OFF-FLAG
002880     ELSE
002890         MOVE "Y" TO MN-SIGN-OFF-FLAG
002900         MOVE PM-LOG-REASON TO MN-SIGN-OFF-REASON.
002910     MOVE "B" TO MN-IMAGE-TYPE.
002920     MOVE PM-BEFORE-IMAGE TO MN-IMAGE.
002930     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
002940     MOVE "A" TO MN-IMAGE-TYPE.
002950     MOVE PM-AFTER-IMAGE TO MN-IMAGE.
002960     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
002970     MOVE SPACES TO PM-LOG-REASON.
002980 8000-EXIT.
002990     EXIT.
003000
003010* =================================================================
003020* 8010-WRITE-LOG-RECORD -- A CHANGE THAT CANNOT BE LOGGED ENDS THE
003030* SESSION.  THE MASTER ALREADY HOLDS IT, SO THE OPERATOR IS TOLD
003040* WHICH CHANGE WENT UNLOGGED.
003050* =================================================================
003060 8010-WRITE-LOG-RECORD.
003070     WRITE MN-RECORD.
003080     IF PM-MN-FILE-STATUS NOT = "00"
003090         DISPLAY "*** MAINTENANCE LOG WRITE FAILED -- STATUS "
003100             PM-MN-FILE-STATUS " ***"
003110         DISPLAY "*** " PM-LOG-FILE-ID " " PM-LOG-KEY
003120             " WAS CHANGED BUT NOT LOGGED -- SESSION ENDED ***"
003130         PERFORM 1900-TERMINATE THRU 1900-EXIT
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN.
003160 8010-EXIT.
003170     EXIT.
