000170*                  CHECK WILL LET IT RUN AGAIN.  RESETTING A
000180*                  COMPLETED STEP IS HOW A SUPERVISED RERUN IS
000190*                  AUTHORIZED, SO THE FUNCTION ASKS TWICE.
000193* 10-15-26   ROP   BLKJCTR (CURRENCY MONITOR) ADDED TO THE STEPS
000196*                  THE SUPERVISOR MAY INQUIRE ON AND RESET.
000197* 10-15-26   ROP   CHANGE AUDIT.  THE SUPERVISOR NOW SIGNS ON AGAINST
000198*                  THE EMPLOYEE MASTER (EMPLMST); ANY ACTIVE EMPLOYEE
000199*                  MAY INQUIRE, ONLY A PIT SUPERVISOR MAY RESET.
000200*                  EVERY RESET WRITES THE DELETED RECORD TO THE
000201*                  MAINTENANCE LOG (MAINTLOG), FLAGGED FOR THE SHIFT
000202*                  MANAGER'S SIGN-OFF ON THE NIGHTLY CHANGE REPORT.
000203* 10-15-26   ROP   BLKJSTA (STATISTICS POSTING) AND BLKJGLX (GL
000204*                  EXTRACT) ADDED TO THE STEPS THE SUPERVISOR MAY
000205*                  INQUIRE ON AND RESET.
000206* 10-15-26   ROP   BLKJSCV (SESSION-CONTROL CHECK) ADDED TO THE
000207*                  STEPS THE SUPERVISOR MAY INQUIRE ON AND RESET.
000208* -----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS RU-KEY
000290         FILE STATUS IS RM-RU-FILE-STATUS.
000291     SELECT EMPL-MAST-FILE ASSIGN TO EMPLMST
000292         ORGANIZATION IS INDEXED
000293         ACCESS MODE IS RANDOM
000294         RECORD KEY IS EM-EMP-ID
000295         FILE STATUS IS RM-EM-FILE-STATUS.
000296     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000297         ORGANIZATION IS SEQUENTIAL
000298         FILE STATUS IS RM-MN-FILE-STATUS.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  RUN-CTRL-FILE
000340     LABEL RECORD IS STANDARD.
000350     COPY RUNREC.
000351
000352 FD  EMPL-MAST-FILE
000353     LABEL RECORD IS STANDARD.
000354     COPY EMPREC.
000355
000356 FD  MAINT-LOG-FILE
000357     LABEL RECORD IS STANDARD.
000358     COPY MNTREC.
000360
000370 WORKING-STORAGE SECTION.
000380* ---------------------------------------------------------- SWITCHES
000560     88  RM-VALID-STEP      VALUE "BLKJRPT " "BLKJPLR "
000570                                  "BLKJDLR " "BLKJSHO "
000580                                  "BLKJCMP " "BLKJRCN "
000590                                  "BLKJEOD " "BLKJCTR "
000591                                  "BLKJSTA " "BLKJGLX "
000592                                  "BLKJSCV ".
000593* ------------------------------------------- SIGN-ON AND CHANGE LOG
000594* THE SIGNED-ON EMPLOYEE STAMPS EVERY LOG RECORD.  ANY ACTIVE
000595* EMPLOYEE MAY INQUIRE; ONLY A PIT SUPERVISOR MAY MAKE A CHANGE.
000596* EACH CHANGE LOGS THE RECORD AS IT WAS AND AS IT NOW IS.
000597 77  RM-EM-FILE-STATUS      PIC X(02)  VALUE "00".
000598 77  RM-MN-FILE-STATUS      PIC X(02)  VALUE "00".
000599 77  RM-SIGNON-ID           PIC X(04)  VALUE SPACES.
000600 77  RM-SIGNON-ROLE         PIC X(01)  VALUE SPACE.
000601     88  RM-SIGNON-IS-PIT   VALUE "P".
000602 77  RM-SIGNON-OK-FLAG      PIC X(01)  VALUE "N".
000603     88  RM-SIGNED-ON       VALUE "Y".
000604 77  RM-LOG-FILE-ID         PIC X(08)  VALUE SPACES.
000605 77  RM-LOG-KEY             PIC X(16)  VALUE SPACES.
000606 77  RM-LOG-ACTION          PIC X(01)  VALUE SPACE.
000607 77  RM-LOG-REASON          PIC X(20)  VALUE SPACES.
000608 77  RM-BEFORE-IMAGE        PIC X(100) VALUE SPACES.
000609 77  RM-AFTER-IMAGE         PIC X(100) VALUE SPACES.
000610 77  RM-LOG-DATETIME        PIC X(21)  VALUE SPACES.
000611
000612 PROCEDURE DIVISION.
000620* =================================================================
000630* 0000-MAINLINE
000640* =================================================================
000760* MAINTAIN UNTIL THE FIRST NIGHTLY STEP HAS CREATED IT.
000770* =================================================================
000780 1000-INITIALIZE.
000785     PERFORM 1050-SIGN-ON THRU 1050-EXIT.
000790     OPEN I-O RUN-CTRL-FILE.
000800     IF RM-RU-FILE-STATUS NOT = "00"
000810         DISPLAY "CANNOT OPEN RUNCTRL -- STATUS "
000820             RM-RU-FILE-STATUS
000830         MOVE 16 TO RETURN-CODE
000840         STOP RUN.
000845     PERFORM 1070-OPEN-MAINT-LOG THRU 1070-EXIT.
000850 1000-EXIT.
000860     EXIT.
000861
000862* =================================================================
000863* 1050-SIGN-ON -- NO MAINTENANCE WITHOUT AN ACTIVE EMPLOYEE SIGNED
000864* ON AGAINST THE EMPLOYEE MASTER.  STAFF THE FILE THROUGH BLKJEMP
000865* FIRST.
000866* =================================================================
000867 1050-SIGN-ON.
000868     OPEN INPUT EMPL-MAST-FILE.
000869     IF RM-EM-FILE-STATUS NOT = "00"
000870         DISPLAY "NO EMPLOYEE MASTER -- STATUS "
000871             RM-EM-FILE-STATUS
000872             " -- RUN BLKJEMP FIRST."
000873         MOVE 16 TO RETURN-CODE
000874         STOP RUN.
000875     MOVE "N" TO RM-SIGNON-OK-FLAG.
000876     PERFORM 1060-GET-SIGN-ON THRU 1060-EXIT
000877         UNTIL RM-SIGNED-ON.
000878     CLOSE EMPL-MAST-FILE.
000879 1050-EXIT.
000880     EXIT.
000881
000882 1060-GET-SIGN-ON.
000883     MOVE SPACES TO RM-SIGNON-ID.
000884     DISPLAY "ENTER YOUR EMPLOYEE ID: ".
000885     ACCEPT RM-SIGNON-ID.
000886     IF RM-SIGNON-ID = SPACES
000887         DISPLAY "EMPLOYEE ID IS REQUIRED."
000888         GO TO 1060-EXIT.
000889     MOVE RM-SIGNON-ID TO EM-EMP-ID.
000890     READ EMPL-MAST-FILE
000891         INVALID KEY
000892             DISPLAY "ID " RM-SIGNON-ID " IS NOT ON THE "
000893                 "EMPLOYEE MASTER."
000894             GO TO 1060-EXIT.
000895     IF NOT EM-IS-ACTIVE
000896         DISPLAY "EMPLOYEE " RM-SIGNON-ID " IS NOT ACTIVE."
000897         GO TO 1060-EXIT.
000898     MOVE EM-ROLE TO RM-SIGNON-ROLE.
000899     MOVE "Y" TO RM-SIGNON-OK-FLAG.
000900     IF RM-SIGNON-IS-PIT
000901         DISPLAY "EMPLOYEE " RM-SIGNON-ID " (" EM-NAME
000902             ") SIGNED ON."
000903     ELSE
000904         DISPLAY "EMPLOYEE " RM-SIGNON-ID " (" EM-NAME
000905             ") SIGNED ON -- INQUIRY ONLY.".
000906 1060-EXIT.
000907     EXIT.
000908
000909* =================================================================
000910* 1070-OPEN-MAINT-LOG -- THE COMMON MAINTENANCE LOG IS ONLY EVER
000911* EXTENDED.  THE FIRST PROGRAM EVER TO LOG A CHANGE CREATES IT.
000912* =================================================================
000913 1070-OPEN-MAINT-LOG.
000914     OPEN EXTEND MAINT-LOG-FILE.
000915     IF RM-MN-FILE-STATUS = "35"
000916         OPEN OUTPUT MAINT-LOG-FILE.
000917     IF RM-MN-FILE-STATUS NOT = "00"
000918         DISPLAY "CANNOT OPEN THE MAINTENANCE LOG -- STATUS "
000919             RM-MN-FILE-STATUS
000920         MOVE 16 TO RETURN-CODE
000921         STOP RUN.
000922 1070-EXIT.
000923     EXIT.
000924
000925* =================================================================
000926* 1900-TERMINATE -- CLOSE FILES BEFORE STOP RUN
000927* =================================================================
000928 1900-TERMINATE.
000929     CLOSE RUN-CTRL-FILE.
000930     CLOSE MAINT-LOG-FILE.
000931 1900-EXIT.
000940     EXIT.
000950
000960* =================================================================
001000     MOVE SPACE TO RM-FUNCTION-CODE.
001010     PERFORM 2010-GET-FUNCTION THRU 2010-EXIT
001020         UNTIL RM-VALID-FUNCTION.
001021     IF NOT RM-FUNCTION-INQUIRE
001022         AND NOT RM-FUNCTION-EXIT
001023         AND NOT RM-SIGNON-IS-PIT
001024         DISPLAY "ONLY A PIT SUPERVISOR MAY MAKE CHANGES."
001025         GO TO 2000-EXIT.
001030     EVALUATE TRUE
001040         WHEN RM-FUNCTION-INQUIRE
001050             PERFORM 3000-INQUIRE-ONE-STEP THRU 3000-EXIT
001440
001450 2120-GET-STEP.
001460     DISPLAY "ENTER JOB STEP (BLKJRPT, BLKJPLR, BLKJDLR, "
001470         "BLKJSHO, BLKJCMP, BLKJCTR, BLKJRCN, BLKJSCV, "
001475         "BLKJEOD, BLKJSTA, BLKJGLX): ".
001480     ACCEPT RM-WORK-STEP.
001490     IF NOT RM-VALID-STEP
001500         DISPLAY "THAT IS NOT A NIGHTLY JOB STEP.".
002020     IF NOT RM-CONFIRMED
002030         DISPLAY "RESET ABANDONED."
002040         GO TO 4000-EXIT.
002045     MOVE RU-RECORD TO RM-BEFORE-IMAGE.
002050     DELETE RUN-CTRL-FILE.
002060     IF RM-RU-FILE-STATUS NOT = "00"
002070         DISPLAY "STEP NOT RESET -- DELETE FAILED, STATUS "
002080             RM-RU-FILE-STATUS
002090         GO TO 4000-EXIT.
002091     MOVE "RUNCTRL " TO RM-LOG-FILE-ID.
002092     MOVE RU-KEY TO RM-LOG-KEY.
002093     MOVE "D" TO RM-LOG-ACTION.
002094     MOVE "RUN-CONTROL RESET" TO RM-LOG-REASON.
002095     MOVE SPACES TO RM-AFTER-IMAGE.
002096     PERFORM 8000-LOG-CHANGE THRU 8000-EXIT.
002100     DISPLAY "STEP " RM-WORK-STEP " RESET FOR "
002110         RM-WORK-DATE " -- THE DATE MAY RUN AGAIN.".
002120 4000-EXIT.
002200         DISPLAY "PLEASE ENTER Y OR N.".
002210 4010-EXIT.
002220     EXIT.
002230
002240* =================================================================
002250* 8000-LOG-CHANGE -- WRITE THE BEFORE-IMAGE AND THE AFTER-IMAGE OF
002260* ONE CHANGE TO THE MAINTENANCE LOG.  THE CALLER HAS SET THE FILE,
002270* KEY, ACTION, BOTH IMAGES AND (FOR A CHANGE THE SHIFT MANAGER MUST
002280* SIGN OFF) THE REASON.
002290* =================================================================
002300 8000-LOG-CHANGE.
002310     MOVE FUNCTION CURRENT-DATE TO RM-LOG-DATETIME.
002320     MOVE SPACES TO MN-RECORD.
002330     MOVE RM-LOG-DATETIME(1:8) TO MN-STAMP-DATE.
002340     MOVE RM-LOG-DATETIME(9:6) TO MN-STAMP-TIME.
002350     MOVE RM-SIGNON-ID   TO MN-EMP-ID.
002360     MOVE "BLKJRUN "     TO MN-PROGRAM-ID.
002370     MOVE RM-LOG-FILE-ID TO MN-FILE-ID.
002380     MOVE RM-LOG-KEY     TO MN-RECORD-KEY.
002390     MOVE RM-LOG-ACTION  TO MN-ACTION.
002400     IF RM-LOG-REASON = SPACES
002410         MOVE "N" TO MN-SIGN-OFF-FLAG
002420     ELSE
002430         MOVE "Y" TO MN-SIGN-OFF-FLAG
002440         MOVE RM-LOG-REASON TO MN-SIGN-OFF-REASON.
002450     MOVE "B" TO MN-IMAGE-TYPE.
002460     MOVE RM-BEFORE-IMAGE TO MN-IMAGE.
002470     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
002480     MOVE "A" TO MN-IMAGE-TYPE.
002490     MOVE RM-AFTER-IMAGE TO MN-IMAGE.
002500     PERFORM 8010-WRITE-LOG-RECORD THRU 8010-EXIT.
002510     MOVE SPACES TO RM-LOG-REASON.
002520 8000-EXIT.
002530     EXIT.
002540
002550* =================================================================
002560* 8010-WRITE-LOG-RECORD -- A CHANGE THAT CANNOT BE LOGGED ENDS THE
002570* SESSION.  THE MASTER ALREADY HOLDS IT, SO THE OPERATOR IS TOLD
002580* WHICH CHANGE WENT UNLOGGED.
002590* =================================================================
002600 8010-WRITE-LOG-RECORD.
002610     WRITE MN-RECORD.
002620     IF RM-MN-FILE-STATUS NOT = "00"
002630         DISPLAY "*** MAINTENANCE LOG WRITE FAILED -- STATUS "
002640             RM-MN-FILE-STATUS " ***"
002650         DISPLAY "*** " RM-LOG-FILE-ID " " RM-LOG-KEY
002660             " WAS CHANGED BUT NOT LOGGED -- SESSION ENDED ***"
002670         PERFORM 1900-TERMINATE THRU 1900-EXIT
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN.
002700 8010-EXIT.
002710     EXIT.
