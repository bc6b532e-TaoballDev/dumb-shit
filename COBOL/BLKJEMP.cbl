000160*                  AND CASHIER SIGN-ONS (BLKJACK, BLKJCSH,
000170*                  BLKJTRY) VALIDATE AGAINST THIS FILE, SO STAFF
000180*                  THIS FILE BEFORE THE FIRST TABLE OPENS.
000181* 10-15-26   ROP   CHANGE AUDIT.  THE OPERATOR NOW SIGNS ON; ANY
000182*                  ACTIVE EMPLOYEE MAY INQUIRE, ONLY A PIT
000183*                  SUPERVISOR MAY ADD OR CHANGE.  WHEN THE MASTER IS
000184*                  CREATED THE FIRST EMPLOYEE ADDED MUST BE AN ACTIVE
000185*                  PIT SUPERVISOR, WHO IS THEN SIGNED ON.  EVERY ADD
000186*                  AND CHANGE WRITES THE RECORD'S BEFORE- AND
000187*                  AFTER-IMAGE TO THE MAINTENANCE LOG (MAINTLOG).
000190* -----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000260         ACCESS MODE IS RANDOM
000270         RECORD KEY IS EM-EMP-ID
000280         FILE STATUS IS EP-EM-FILE-STATUS.
000282     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000284         ORGANIZATION IS SEQUENTIAL
000286         FILE STATUS IS EP-MN-FILE-STATUS.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  EMPL-MAST-FILE
000330     LABEL RECORD IS STANDARD.
000340     COPY EMPREC.
000342
000344 FD  MAINT-LOG-FILE
000346     LABEL RECORD IS STANDARD.
000348     COPY MNTREC.
000350
000360 WORKING-STORAGE SECTION.
000370* ---------------------------------------------------------- SWITCHES
000460 77  EP-RECORD-FOUND-FLAG   PIC X(01)  VALUE "N".
000470     88  EP-RECORD-WAS-FOUND
000480                            VALUE "Y".
000481 77  EP-MASTER-CREATED-FLAG PIC X(01)  VALUE "N".
000482     88  EP-MASTER-CREATED  VALUE "Y".
000483* ------------------------------------------- SIGN-ON AND CHANGE LOG
000484* THE SIGNED-ON EMPLOYEE STAMPS EVERY LOG RECORD.  ANY ACTIVE
000485* EMPLOYEE MAY INQUIRE; ONLY A PIT SUPERVISOR MAY MAKE A CHANGE.
000486* EACH CHANGE LOGS THE RECORD AS IT WAS AND AS IT NOW IS.
000487 77  EP-MN-FILE-STATUS      PIC X(02)  VALUE "00".
000488 77  EP-SIGNON-ID           PIC X(04)  VALUE SPACES.
000489 77  EP-SIGNON-ROLE         PIC X(01)  VALUE SPACE.
000490     88  EP-SIGNON-IS-PIT   VALUE "P".
000491 77  EP-SIGNON-OK-FLAG      PIC X(01)  VALUE "N".
000492     88  EP-SIGNED-ON       VALUE "Y".
000493 77  EP-LOG-FILE-ID         PIC X(08)  VALUE SPACES.
000494 77  EP-LOG-KEY             PIC X(16)  VALUE SPACES.
000495 77  EP-LOG-ACTION          PIC X(01)  VALUE SPACE.
000496 77  EP-LOG-REASON          PIC X(20)  VALUE SPACES.
000497 77  EP-BEFORE-IMAGE        PIC X(100) VALUE SPACES.
000498 77  EP-AFTER-IMAGE         PIC X(100) VALUE SPACES.
000499 77  EP-LOG-DATETIME        PIC X(21)  VALUE SPACES.
000500* ------------------------------------------------------- WORK FIELDS
000501 77  EP-WORK-EMP-ID         PIC X(04)  VALUE SPACES.
000510 77  EP-WORK-NAME           PIC X(25)  VALUE SPACES.
000520 77  EP-WORK-ROLE           PIC X(01)  VALUE SPACE.
000530     88  EP-VALID-ROLE      VALUE "D" "C" "P".
000690
000700* =================================================================
000710* 1000-INITIALIZE -- OPEN THE EMPLOYEE MASTER, CREATING IT THE
000720* FIRST TIME THE MAINTENANCE IS EVER RUN, OPEN THE MAINTENANCE LOG
000725* AND SIGN THE OPERATOR ON
000730* =================================================================
000740 1000-INITIALIZE.
000750     OPEN I-O EMPL-MAST-FILE.
000760     IF EP-EM-FILE-STATUS = "35"
000765         MOVE "Y" TO EP-MASTER-CREATED-FLAG
000770         OPEN OUTPUT EMPL-MAST-FILE
000780         CLOSE EMPL-MAST-FILE
000790         OPEN I-O EMPL-MAST-FILE.
000820             EP-EM-FILE-STATUS
000830         MOVE 16 TO RETURN-CODE
000840         STOP RUN.
000843     PERFORM 1070-OPEN-MAINT-LOG THRU 1070-EXIT.
000846     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
000850 1000-EXIT.
000860     EXIT.
000870
000942* =================================================================
000943* 1050-SIGN-ON -- NO MAINTENANCE WITHOUT AN ACTIVE EMPLOYEE SIGNED
000944* ON.  A MASTER CREATED ON THIS RUN IS EMPTY, SO ITS FIRST EMPLOYEE
000945* IS ADDED BEFORE ANYONE SIGNS ON -- AND MUST BE AN ACTIVE PIT
000946* SUPERVISOR, WHO IS THEN SIGNED ON AND STAMPS THE LOG.
000947* =================================================================
000948 1050-SIGN-ON.
000949     MOVE "N" TO EP-SIGNON-OK-FLAG.
000950     IF EP-MASTER-CREATED
000951         DISPLAY "NEW EMPLOYEE MASTER -- ADD THE FIRST PIT "
000952             "SUPERVISOR."
000953         PERFORM 3000-ADD-EMPLOYEE THRU 3000-EXIT
000954             UNTIL EP-SIGNED-ON
000955     ELSE
000956         PERFORM 1060-GET-SIGN-ON THRU 1060-EXIT
000957             UNTIL EP-SIGNED-ON.
000958 1050-EXIT.
000959     EXIT.
000960
000961 1060-GET-SIGN-ON.
000962     MOVE SPACES TO EP-SIGNON-ID.
000963     DISPLAY "ENTER YOUR EMPLOYEE ID: ".
000964     ACCEPT EP-SIGNON-ID.
000965     IF EP-SIGNON-ID = SPACES
000966         DISPLAY "EMPLOYEE ID IS REQUIRED."
000967         GO TO 1060-EXIT.
000968     MOVE EP-SIGNON-ID TO EM-EMP-ID.
000969     READ EMPL-MAST-FILE
000970         INVALID KEY
000971             DISPLAY "ID " EP-SIGNON-ID " IS NOT ON THE "
000972                 "EMPLOYEE MASTER."
000973             GO TO 1060-EXIT.
000974     IF NOT EM-IS-ACTIVE
000975         DISPLAY "EMPLOYEE " EP-SIGNON-ID " IS NOT ACTIVE."
000976         GO TO 1060-EXIT.
000977     MOVE EM-ROLE TO EP-SIGNON-ROLE.
000978     MOVE "Y" TO EP-SIGNON-OK-FLAG.
000979     IF EP-SIGNON-IS-PIT
000980         DISPLAY "EMPLOYEE " EP-SIGNON-ID " (" EM-NAME
000981             ") SIGNED ON."
000982     ELSE
000983         DISPLAY "EMPLOYEE " EP-SIGNON-ID " (" EM-NAME
000984             ") SIGNED ON -- INQUIRY ONLY.".
000985 1060-EXIT.
000986     EXIT.
000987
000988* =================================================================
000989* 1070-OPEN-MAINT-LOG -- THE COMMON MAINTENANCE LOG IS ONLY EVER
000990* EXTENDED.  THE FIRST PROGRAM EVER TO LOG A CHANGE CREATES IT.
000991* =================================================================
000992 1070-OPEN-MAINT-LOG.
000993     OPEN EXTEND MAINT-LOG-FILE.
000994     IF EP-MN-FILE-STATUS = "35"
000995         OPEN OUTPUT MAINT-LOG-FILE.
000996     IF EP-MN-FILE-STATUS NOT = "00"
000997         DISPLAY "CANNOT OPEN THE MAINTENANCE LOG -- STATUS "
000998             EP-MN-FILE-STATUS
000999         MOVE 16 TO RETURN-CODE
001000         STOP RUN.
001001 1070-EXIT.
001002     EXIT.
001003
001005* =================================================================
001006* 1900-TERMINATE -- CLOSE FILES BEFORE STOP RUN
001007* =================================================================
001008 1900-TERMINATE.
001009     CLOSE EMPL-MAST-FILE.
001010     CLOSE MAINT-LOG-FILE.
001011 1900-EXIT.
001012     EXIT.
001013
001014* =================================================================
001015* 2000-PROCESS-ONE-REQUEST -- PROMPT FOR ONE FUNCTION AND ROUTE IT
001016* =================================================================
001017 2000-PROCESS-ONE-REQUEST.
001018     MOVE SPACE TO EP-FUNCTION-CODE.
001019     PERFORM 2010-GET-FUNCTION THRU 2010-EXIT
001020         UNTIL EP-VALID-FUNCTION.
001021     IF NOT EP-FUNCTION-INQUIRE
001022         AND NOT EP-FUNCTION-EXIT
001023         AND NOT EP-SIGNON-IS-PIT
001024         DISPLAY "ONLY A PIT SUPERVISOR MAY MAKE CHANGES."
001025         GO TO 2000-EXIT.
001030     EVALUATE TRUE
001040         WHEN EP-FUNCTION-ADD
001050             PERFORM 3000-ADD-EMPLOYEE THRU 3000-EXIT
001510             " IS ALREADY ON FILE -- USE CHANGE."
001520         GO TO 3000-EXIT.
001530     PERFORM 3500-ACCEPT-EMP-FIELDS THRU 3500-EXIT.
001531     IF EP-MASTER-CREATED
001532         AND NOT EP-SIGNED-ON
001533         AND (EP-WORK-ROLE NOT = "P" OR EP-WORK-ACTIVE NOT = "Y")
001534         DISPLAY "THE FIRST EMPLOYEE MUST BE AN ACTIVE PIT "
001535             "SUPERVISOR."
001536         GO TO 3000-EXIT.
001537     MOVE "EMPLMST " TO EP-LOG-FILE-ID.
001538     MOVE EP-WORK-EMP-ID TO EP-LOG-KEY.
001540     MOVE EP-WORK-EMP-ID  TO EM-EMP-ID.
001550     MOVE EP-WORK-NAME    TO EM-NAME.
001560     MOVE EP-WORK-ROLE    TO EM-ROLE.
001600         DISPLAY "EMPLOYEE " EP-WORK-EMP-ID " NOT ADDED -- "
001610             "WRITE FAILED, STATUS " EP-EM-FILE-STATUS
001620         GO TO 3000-EXIT.
001621     IF NOT EP-SIGNED-ON
001622         MOVE EP-WORK-EMP-ID TO EP-SIGNON-ID
001623         MOVE EP-WORK-ROLE TO EP-SIGNON-ROLE
001624         MOVE "Y" TO EP-SIGNON-OK-FLAG.
001625     MOVE "A" TO EP-LOG-ACTION.
001626     MOVE SPACES TO EP-BEFORE-IMAGE.
001627     MOVE EM-RECORD TO EP-AFTER-IMAGE.
001628     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
001629     DISPLAY "EMPLOYEE " EP-WORK-EMP-ID " ADDED.".
001630     IF EP-MASTER-CREATED
001631         AND EP-SIGNON-ID = EP-WORK-EMP-ID
001632         DISPLAY "EMPLOYEE " EP-SIGNON-ID " SIGNED ON.".
001640 3000-EXIT.
001650     EXIT.
001660
002110* =================================================================
002120 4000-CHANGE-EMPLOYEE.
002130     PERFORM 2200-GET-EMP-ID THRU 2200-EXIT.
002133     MOVE "EMPLMST " TO EP-LOG-FILE-ID.
002136     MOVE EP-WORK-EMP-ID TO EP-LOG-KEY.
002140     PERFORM 2100-READ-ONE-EMPLOYEE THRU 2100-EXIT.
002150     IF NOT EP-RECORD-WAS-FOUND
002160         DISPLAY "EMPLOYEE " EP-WORK-EMP-ID
002170             " IS NOT ON FILE -- USE ADD."
002180         GO TO 4000-EXIT.
002185     MOVE EM-RECORD TO EP-BEFORE-IMAGE.
002190     PERFORM 5100-DISPLAY-ONE-EMPLOYEE THRU 5100-EXIT.
002200     PERFORM 3500-ACCEPT-EMP-FIELDS THRU 3500-EXIT.
002210     MOVE EP-WORK-NAME   TO EM-NAME.
002260         DISPLAY "EMPLOYEE " EP-WORK-EMP-ID " NOT CHANGED -- "
002270             "REWRITE FAILED, STATUS " EP-EM-FILE-STATUS
002280         GO TO 4000-EXIT.
002282     MOVE "C" TO EP-LOG-ACTION.
002284     MOVE EM-RECORD TO EP-AFTER-IMAGE.
002286     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
002290     DISPLAY "EMPLOYEE " EP-WORK-EMP-ID " CHANGED.".
002300 4000-EXIT.
002310     EXIT.
002600         DISPLAY "  STATUS ............... INACTIVE".
002610 5100-EXIT.
002620     EXIT.
002630
002640* =================================================================
002650* 8000-LOG-CHANGE -- WRITE THE BEFORE-IMAGE AND THE AFTER-IMAGE OF
002660* ONE CHANGE TO THE MAINTENANCE LOG.  THE CALLER HAS SET THE FILE,
002670* KEY, ACTION, BOTH IMAGES AND (FOR A CHANGE THE SHIFT MANAGER MUST
002680* SIGN OFF) THE REASON.
002690* =================================================================
002700 8000-LOG-CHANGE.
002710     MOVE FUNCTION CURRENT-DATE TO EP-LOG-DATETIME.
002720     MOVE SPACES TO MN-RECORD.
002730     MOVE EP-LOG-DATETIME(1:8) TO MN-STAMP-DATE.
002740     MOVE EP-LOG-DATETIME(9:6) TO MN-STAMP-TIME.
002750     MOVE EP-SIGNON-ID   TO MN-EMP-ID.
002760     MOVE "BLKJEMP "     TO MN-PROGRAM-ID.
002770     MOVE EP-LOG-FILE-ID TO MN-FILE-ID.
002780     MOVE EP-LOG-KEY     TO MN-RECORD-KEY.
002790     MOVE EP-LOG-ACTION  TO MN-ACTION.
002800     IF EP-LOG-REASON = SPACES
002810         MOVE "N" TO MN-SIGN-OFF-FLAG
002820     ELSE
002830         MOVE "Y" TO MN-SIGN-OFF-FLAG
002840         MOVE EP-LOG-REASON TO MN-SIGN-OFF-REASON.
002850     MOVE "B" TO MN-IMAGE-TYPE.
002860     MOVE EP-BEFORE-IMAGE TO MN-IMAGE.
002870     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
002880     MOVE "A" TO MN-IMAGE-TYPE.
002890     MOVE EP-AFTER-IMAGE TO MN-IMAGE.
002900     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
002910     MOVE SPACES TO EP-LOG-REASON.
002920 8000-EXIT.
002930     EXIT.
002940
002950* =================================================================
002960* 8010-WRITE-LOG-RECORD -- A CHANGE THAT CANNOT BE LOGGED ENDS THE
002970* SESSION.  THE MASTER ALREADY HOLDS IT, SO THE OPERATOR IS TOLD
002980* WHICH CHANGE WENT UNLOGGED.
002990* =================================================================
003000 8010-WRITE-LOG-RECORD.
003010     WRITE MN-RECORD.
003020     IF EP-MN-FILE-STATUS NOT = "00"
003030         DISPLAY "*** MAINTENANCE LOG WRITE FAILED -- STATUS "
003040             EP-MN-FILE-STATUS " ***"
003050         DISPLAY "*** " EP-LOG-FILE-ID " " EP-LOG-KEY
003060             " WAS CHANGED BUT NOT LOGGED -- SESSION ENDED ***"
003070         PERFORM 1900-TERMINATE THRU 1900-EXIT
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN.
003100 8010-EXIT.
003110     EXIT.
