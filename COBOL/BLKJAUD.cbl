000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLKJAUD.
000030 AUTHOR. R. OKONKWO, PIT SYSTEMS GROUP.
000040 INSTALLATION. TABLE GAMES DATA PROCESSING.
000050 DATE-WRITTEN. 10-15-2026.
000060 DATE-COMPILED.
000070*
000080* -----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL BATCH JOB.  NIGHTLY MASTER-FILE CHANGE
000130*                  REPORT.  PASSES THE MAINTENANCE LOG (MAINTLOG)
000140*                  FOR ONE DATE AND LISTS EVERY ADD, CHANGE AND
000150*                  RESET MADE THAT DAY THROUGH BLKJPAT, BLKJTBL,
000160*                  BLKJEXC, BLKJEMP AND BLKJRUN, GROUPED BY FILE,
000170*                  WITH THE RECORD AS IT WAS AND AS IT NOW IS, THE
000180*                  EMPLOYEE WHO MADE IT, THE TIME AND THE PROGRAM.
000190*                  A CREDIT-LINE CHANGE, AN EXCLUSION-FLAG CHANGE
000200*                  OR A RUN-CONTROL RESET IS HIGHLIGHTED WITH A
000210*                  SIGNATURE LINE FOR THE SHIFT MANAGER.
000211* 10-15-26   ROP   THE LISTING NOW ALSO CARRIES GL ACCOUNT MAPPING
000212*                  CHANGES MADE THROUGH BLKJGLM AND IN-PLAY FLAGS
000213*                  CLEARED ON THE PLAYER LEDGER THROUGH BLKJINP; A
000214*                  CLEARED IN-PLAY FLAG IS HIGHLIGHTED FOR THE
000215*                  SHIFT MANAGER'S SIGNATURE.  COMMENTS ONLY.
000220* -----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT MAINT-LOG-FILE ASSIGN TO MAINTLOG
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS AU-MN-FILE-STATUS.
000300     SELECT AUD-REPT-FILE ASSIGN TO AUDRPT
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS AU-RPT-FILE-STATUS.
000330     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  MAINT-LOG-FILE
000380     LABEL RECORD IS STANDARD.
000390     COPY MNTREC.
000400
000410* ----------------------------------------------------------------
000420* AUD-REPT-FILE -- THE NIGHTLY CHANGE LISTING.  EACH CHANGE PRINTS
000430* ONE STAMP LINE (TIME, EMPLOYEE, PROGRAM, ACTION, KEY) FOLLOWED
000440* BY ITS BEFORE- AND AFTER-IMAGE LINES.  RPT-IMAGE-LINE AND
000450* RPT-HEADING REDEFINE THE SAME STORAGE.
000460* ----------------------------------------------------------------
000470 FD  AUD-REPT-FILE
000480     LABEL RECORD IS STANDARD.
000490 01  RPT-RECORD.
000500     05  RPT-STAMP-TIME         PIC 9(06).
000510     05  FILLER                 PIC X(02) VALUE SPACES.
000520     05  RPT-EMP-ID             PIC X(04).
000530     05  FILLER                 PIC X(02) VALUE SPACES.
000540     05  RPT-PROGRAM-ID         PIC X(08).
000550     05  FILLER                 PIC X(02) VALUE SPACES.
000560     05  RPT-ACTION             PIC X(06).
000570     05  FILLER                 PIC X(02) VALUE SPACES.
000580     05  RPT-RECORD-KEY         PIC X(16).
000590     05  FILLER                 PIC X(62) VALUE SPACES.
000600 01  RPT-IMAGE-LINE REDEFINES RPT-RECORD.
000610     05  RIL-LABEL              PIC X(10).
000620     05  RIL-IMAGE              PIC X(100).
000630 01  RPT-HEADING REDEFINES RPT-RECORD.
000640     05  RH-TEXT                PIC X(110).
000650
000660* ----------------------------------------------------------------
000670* SORT-WORK-FILE -- ONE RELEASED RECORD PER LOGGED IMAGE FOR THE
000680* DATE, SORTED INTO FILE, RECORD-KEY AND TIME-OF-DAY SEQUENCE.
000690* THE LOG POSITION BREAKS A TIE, SO EACH BEFORE-IMAGE STAYS JUST
000700* AHEAD OF ITS AFTER-IMAGE.
000710* ----------------------------------------------------------------
000720 SD  SORT-WORK-FILE.
000730 01  SW-RECORD.
000740     05  SW-FILE-ID             PIC X(08).
000750     05  SW-RECORD-KEY          PIC X(16).
000760     05  SW-STAMP-TIME          PIC 9(06).
000770     05  SW-LOG-SEQ             PIC 9(07).
000780     05  SW-EMP-ID              PIC X(04).
000790     05  SW-PROGRAM-ID          PIC X(08).
000800     05  SW-ACTION              PIC X(01).
000810         88  SW-ACTION-ADD      VALUE "A".
000820         88  SW-ACTION-CHANGE   VALUE "C".
000830         88  SW-ACTION-DELETE   VALUE "D".
000840     05  SW-IMAGE-TYPE          PIC X(01).
000850         88  SW-BEFORE-IMAGE    VALUE "B".
000860         88  SW-AFTER-IMAGE     VALUE "A".
000870     05  SW-SIGN-OFF-FLAG       PIC X(01).
000880         88  SW-NEEDS-SIGN-OFF  VALUE "Y".
000890     05  SW-SIGN-OFF-REASON     PIC X(20).
000900     05  SW-IMAGE               PIC X(100).
000910
000920 WORKING-STORAGE SECTION.
000930* ---------------------------------------------------------- SWITCHES
000940 77  AU-MN-FILE-STATUS      PIC X(02)  VALUE "00".
000950 77  AU-RPT-FILE-STATUS     PIC X(02)  VALUE "00".
000960 77  AU-EOF-FLAG            PIC X(01)  VALUE "N".
000970     88  AU-AT-EOF          VALUE "Y".
000980 77  AU-SORT-EOF-FLAG       PIC X(01)  VALUE "N".
000990     88  AU-SORT-AT-EOF     VALUE "Y".
001000 77  AU-IO-FILE-NAME        PIC X(08)  VALUE SPACES.
001010 77  AU-IO-OPERATION        PIC X(08)  VALUE SPACES.
001020 77  AU-IO-STATUS           PIC X(02)  VALUE "00".
001030* ------------------------------------------------------ REPORT DATE
001040 77  AU-RUN-DATE            PIC 9(08)  VALUE ZERO.
001050 77  AU-RUN-DATE-IN         PIC X(08)  VALUE SPACES.
001060* ------------------------------------------------------ BREAK TOTALS
001070 77  AU-BRK-FILE-ID         PIC X(08)  VALUE SPACES.
001080 77  AU-FILE-CHANGES        PIC 9(05)  VALUE ZERO.
001090* ------------------------------------------------------ CONTROL COUNTS
001100 77  AU-LOG-SEQ             PIC 9(07)  VALUE ZERO.
001110 77  AU-IMAGE-COUNT         PIC 9(07)  VALUE ZERO.
001120 77  AU-CHANGE-COUNT        PIC 9(05)  VALUE ZERO.
001130 77  AU-SIGN-OFF-COUNT      PIC 9(05)  VALUE ZERO.
001140
001150 PROCEDURE DIVISION.
001160* =================================================================
001170* 0000-MAINLINE
001180* =================================================================
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     SORT SORT-WORK-FILE
001220         ON ASCENDING KEY SW-FILE-ID
001230                          SW-RECORD-KEY
001240                          SW-STAMP-TIME
001250                          SW-LOG-SEQ
001260         INPUT PROCEDURE IS 2000-RELEASE-CHANGES THRU 2000-EXIT
001270         OUTPUT PROCEDURE IS 3000-LIST-CHANGES THRU 3000-EXIT.
001280     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
001290     PERFORM 1900-TERMINATE THRU 1900-EXIT.
001300     STOP RUN.
001310
001320* =================================================================
001330* 1000-INITIALIZE -- GET THE DATE BEING REPORTED AND OPEN THE LOG
001340* AND THE LISTING.  A MISSING LOG IS ALLOWED (NO MAINTENANCE HAS
001350* EVER BEEN LOGGED) -- THE LISTING COMES OUT EMPTY.
001360* =================================================================
001370 1000-INITIALIZE.
001380     PERFORM 1100-GET-RUN-DATE THRU 1100-EXIT
001390         UNTIL AU-RUN-DATE > ZERO.
001400     OPEN INPUT MAINT-LOG-FILE.
001410     IF AU-MN-FILE-STATUS NOT = "00"
001420         AND AU-MN-FILE-STATUS NOT = "35"
001430         DISPLAY "CANNOT OPEN MAINTLOG -- STATUS "
001440             AU-MN-FILE-STATUS
001450         MOVE 16 TO RETURN-CODE
001460         STOP RUN.
001470     OPEN OUTPUT AUD-REPT-FILE.
001480     IF AU-RPT-FILE-STATUS NOT = "00"
001490         DISPLAY "CANNOT OPEN AUDRPT -- STATUS "
001500             AU-RPT-FILE-STATUS
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN.
001530     PERFORM 3900-PRINT-HEADING THRU 3900-EXIT.
001540 1000-EXIT.
001550     EXIT.
001560
001570 1100-GET-RUN-DATE.
001580     DISPLAY "ENTER DATE OF CHANGES TO REPORT (YYYYMMDD): ".
001590     ACCEPT AU-RUN-DATE-IN.
001600     IF AU-RUN-DATE-IN IS NUMERIC
001610         MOVE AU-RUN-DATE-IN TO AU-RUN-DATE
001620     ELSE
001630         DISPLAY "A NUMERIC YYYYMMDD DATE IS REQUIRED.".
001640 1100-EXIT.
001650     EXIT.
001660
001670* =================================================================
001680* 1900-TERMINATE -- CLOSE FILES BEFORE RETURNING TO THE OPERATING
001690* SYSTEM
001700* =================================================================
001710 1900-TERMINATE.
001720     IF AU-MN-FILE-STATUS NOT = "35"
001730         CLOSE MAINT-LOG-FILE.
001740     CLOSE AUD-REPT-FILE.
001750 1900-EXIT.
001760     EXIT.
001770
001780* =================================================================
001790* 2000-RELEASE-CHANGES -- SORT INPUT PROCEDURE.  PASS THE LOG ONCE
001800* AND RELEASE EVERY IMAGE STAMPED ON THE REPORT DATE.  A MISSING
001810* LOG (STATUS 35 ON THE OPEN) MEANS NOTHING HAS BEEN MAINTAINED
001820* -- SKIP THE PASS.
001830* =================================================================
001840 2000-RELEASE-CHANGES.
001850     IF AU-MN-FILE-STATUS = "35"
001860         DISPLAY "NO MAINTENANCE LOG -- NO CHANGES TO REPORT"
001870         GO TO 2000-EXIT.
001880     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT.
001890     PERFORM 2200-RELEASE-ONE-IMAGE THRU 2200-EXIT
001900         UNTIL AU-AT-EOF.
001910 2000-EXIT.
001920     EXIT.
001930
001940 2100-READ-LOG-RECORD.
001950     READ MAINT-LOG-FILE
001960         AT END
001970             MOVE "Y" TO AU-EOF-FLAG.
001980     IF AU-MN-FILE-STATUS NOT = "00"
001990         AND AU-MN-FILE-STATUS NOT = "10"
002000         MOVE "MAINTLOG" TO AU-IO-FILE-NAME
002010         MOVE "READ"     TO AU-IO-OPERATION
002020         MOVE AU-MN-FILE-STATUS TO AU-IO-STATUS
002030         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
002040     IF NOT AU-AT-EOF
002050         ADD 1 TO AU-LOG-SEQ.
002060 2100-EXIT.
002070     EXIT.
002080
002090 2200-RELEASE-ONE-IMAGE.
002100     IF MN-STAMP-DATE NOT = AU-RUN-DATE
002110         GO TO 2200-READ-NEXT.
002120     ADD 1 TO AU-IMAGE-COUNT.
002130     MOVE MN-FILE-ID         TO SW-FILE-ID.
002140     MOVE MN-RECORD-KEY      TO SW-RECORD-KEY.
002150     MOVE MN-STAMP-TIME      TO SW-STAMP-TIME.
002160     MOVE AU-LOG-SEQ         TO SW-LOG-SEQ.
002170     MOVE MN-EMP-ID          TO SW-EMP-ID.
002180     MOVE MN-PROGRAM-ID      TO SW-PROGRAM-ID.
002190     MOVE MN-ACTION          TO SW-ACTION.
002200     MOVE MN-IMAGE-TYPE      TO SW-IMAGE-TYPE.
002210     MOVE MN-SIGN-OFF-FLAG   TO SW-SIGN-OFF-FLAG.
002220     MOVE MN-SIGN-OFF-REASON TO SW-SIGN-OFF-REASON.
002230     MOVE MN-IMAGE           TO SW-IMAGE.
002240     RELEASE SW-RECORD.
002250 2200-READ-NEXT.
002260     PERFORM 2100-READ-LOG-RECORD THRU 2100-EXIT.
002270 2200-EXIT.
002280     EXIT.
002290
002300* =================================================================
002310* 3000-LIST-CHANGES -- SORT OUTPUT PROCEDURE.  EACH FILE'S CHANGES
002320* COME BACK AS ONE RUN, RECORD BY RECORD IN TIME ORDER.
002330* =================================================================
002340 3000-LIST-CHANGES.
002350     PERFORM 3050-RETURN-ONE-IMAGE THRU 3050-EXIT.
002360     PERFORM 3100-BREAK-ONE-FILE THRU 3100-EXIT
002370         UNTIL AU-SORT-AT-EOF.
002380 3000-EXIT.
002390     EXIT.
002400
002410 3050-RETURN-ONE-IMAGE.
002420     RETURN SORT-WORK-FILE
002430         AT END
002440             MOVE "Y" TO AU-SORT-EOF-FLAG.
002450 3050-EXIT.
002460     EXIT.
002470
002480* =================================================================
002490* 3100-BREAK-ONE-FILE -- A SUB-HEADING FOR THE FILE, ITS CHANGES,
002500* THEN THE FILE'S CHANGE COUNT
002510* =================================================================
002520 3100-BREAK-ONE-FILE.
002530     MOVE SW-FILE-ID TO AU-BRK-FILE-ID.
002540     MOVE ZERO TO AU-FILE-CHANGES.
002550     MOVE SPACES TO RPT-HEADING.
002560     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002570     MOVE SPACES TO RPT-HEADING.
002580     STRING "FILE " DELIMITED BY SIZE
002590         AU-BRK-FILE-ID DELIMITED BY SIZE
002600         INTO RH-TEXT.
002610     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002620     MOVE SPACES TO RPT-HEADING.
002630     MOVE "TIME    EMPL  PROGRAM   ACTION  RECORD KEY"
002640         TO RH-TEXT.
002650     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002660     PERFORM 3200-LIST-ONE-IMAGE THRU 3200-EXIT
002670         UNTIL AU-SORT-AT-EOF
002680         OR SW-FILE-ID NOT = AU-BRK-FILE-ID.
002690     MOVE SPACES TO RPT-HEADING.
002700     STRING "CHANGES TO " DELIMITED BY SIZE
002710         AU-BRK-FILE-ID DELIMITED BY SIZE
002720         ": " DELIMITED BY SIZE
002730         AU-FILE-CHANGES DELIMITED BY SIZE
002740         INTO RH-TEXT.
002750     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002760 3100-EXIT.
002770     EXIT.
002780
002790* =================================================================
002800* 3200-LIST-ONE-IMAGE -- A BEFORE-IMAGE OPENS A CHANGE WITH ITS
002810* STAMP LINE; THE AFTER-IMAGE CLOSES IT, WITH THE SIGN-OFF BLOCK
002820* WHEN THE CHANGE NEEDS THE SHIFT MANAGER.  AN ADD HAS NO
002830* BEFORE-IMAGE AND A RESET NO AFTER-IMAGE.
002840* =================================================================
002850 3200-LIST-ONE-IMAGE.
002860     IF SW-BEFORE-IMAGE
002870         PERFORM 3300-LIST-CHANGE-STAMP THRU 3300-EXIT.
002880     MOVE SPACES TO RPT-IMAGE-LINE.
002890     IF SW-BEFORE-IMAGE
002900         MOVE "  BEFORE: " TO RIL-LABEL
002910     ELSE
002920         MOVE "  AFTER:  " TO RIL-LABEL.
002930     IF SW-IMAGE = SPACES
002940         MOVE "(NONE)" TO RIL-IMAGE
002950     ELSE
002960         MOVE SW-IMAGE TO RIL-IMAGE.
002970     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002980     IF SW-AFTER-IMAGE
002990         AND SW-NEEDS-SIGN-OFF
003000         PERFORM 3400-LIST-SIGN-OFF THRU 3400-EXIT.
003010     PERFORM 3050-RETURN-ONE-IMAGE THRU 3050-EXIT.
003020 3200-EXIT.
003030     EXIT.
003040
003050 3300-LIST-CHANGE-STAMP.
003060     ADD 1 TO AU-FILE-CHANGES.
003070     ADD 1 TO AU-CHANGE-COUNT.
003080     MOVE SPACES TO RPT-RECORD.
003090     MOVE SW-STAMP-TIME TO RPT-STAMP-TIME.
003100     MOVE SW-EMP-ID     TO RPT-EMP-ID.
003110     MOVE SW-PROGRAM-ID TO RPT-PROGRAM-ID.
003120     EVALUATE TRUE
003130         WHEN SW-ACTION-ADD
003140             MOVE "ADD"    TO RPT-ACTION
003150         WHEN SW-ACTION-CHANGE
003160             MOVE "CHANGE" TO RPT-ACTION
003170         WHEN SW-ACTION-DELETE
003180             MOVE "RESET"  TO RPT-ACTION
003190     END-EVALUATE.
003200     MOVE SW-RECORD-KEY TO RPT-RECORD-KEY.
003210     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003220 3300-EXIT.
003230     EXIT.
003240
003250* =================================================================
003260* 3400-LIST-SIGN-OFF -- A CREDIT LINE, AN EXCLUSION FLAG, A
003270* RUN-CONTROL RESET OR A CLEARED IN-PLAY FLAG IS NOT SETTLED UNTIL
003280* THE SHIFT MANAGER SIGNS FOR IT ON THIS LISTING
003290* =================================================================
003300 3400-LIST-SIGN-OFF.
003310     ADD 1 TO AU-SIGN-OFF-COUNT.
003320     MOVE SPACES TO RPT-HEADING.
003330     STRING "  *** SHIFT MANAGER SIGN-OFF: " DELIMITED BY SIZE
003340         SW-SIGN-OFF-REASON DELIMITED BY SIZE
003350         " ***" DELIMITED BY SIZE
003360         INTO RH-TEXT.
003370     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003380     MOVE SPACES TO RPT-HEADING.
003390     MOVE "  SIGNED ____________________________   DATE ________"
003400         TO RH-TEXT.
003410     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003420 3400-EXIT.
003430     EXIT.
003440
003450 3900-PRINT-HEADING.
003460     MOVE SPACES TO RPT-HEADING.
003470     STRING "MASTER-FILE CHANGE REPORT -- CHANGES MADE ON "
003480         DELIMITED BY SIZE
003490         AU-RUN-DATE DELIMITED BY SIZE
003500         INTO RH-TEXT.
003510     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003520 3900-EXIT.
003530     EXIT.
003540
003550* =================================================================
003560* 4000-PRINT-SUMMARY -- CONTROL COUNTS FOR THE SHIFT MANAGER
003570* =================================================================
003580 4000-PRINT-SUMMARY.
003590     MOVE SPACES TO RPT-HEADING.
003600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003610     MOVE SPACES TO RPT-HEADING.
003620     STRING "LOG IMAGES: " DELIMITED BY SIZE
003630         AU-IMAGE-COUNT DELIMITED BY SIZE
003640         "   CHANGES: " DELIMITED BY SIZE
003650         AU-CHANGE-COUNT DELIMITED BY SIZE
003660         "   FOR SHIFT MANAGER SIGN-OFF: " DELIMITED BY SIZE
003670         AU-SIGN-OFF-COUNT DELIMITED BY SIZE
003680         INTO RH-TEXT.
003690     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
003700     DISPLAY "CHANGE REPORT -- CHANGES: " AU-CHANGE-COUNT
003710         " FOR SIGN-OFF: " AU-SIGN-OFF-COUNT.
003720 4000-EXIT.
003730     EXIT.
003740
003750* =================================================================
003760* 8000-WRITE-REPORT-LINE -- ONE CHECKED LISTING WRITE
003770* =================================================================
003780 8000-WRITE-REPORT-LINE.
003790     WRITE RPT-RECORD.
003800     IF AU-RPT-FILE-STATUS NOT = "00"
003810         MOVE "AUDRPT  " TO AU-IO-FILE-NAME
003820         MOVE "WRITE"    TO AU-IO-OPERATION
003830         MOVE AU-RPT-FILE-STATUS TO AU-IO-STATUS
003840         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003850 8000-EXIT.
003860     EXIT.
003870
003880* =================================================================
003890* 9000-IO-ABORT -- A HARD READ OR WRITE STATUS IS AN I-O FAULT.
003900* A SHORT LOG PASS WOULD HIDE CHANGES FROM THE SHIFT MANAGER, SO
003910* THE JOB ENDS WITH CONDITION CODE 16.
003920* =================================================================
003930 9000-IO-ABORT.
003940     DISPLAY "*** I-O ERROR -- FILE " AU-IO-FILE-NAME
003950         " OPERATION " AU-IO-OPERATION
003960         " STATUS " AU-IO-STATUS " -- CHANGE REPORT VOID ***".
003970     PERFORM 1900-TERMINATE THRU 1900-EXIT.
003980     MOVE 16 TO RETURN-CODE.
003990     STOP RUN.
004000 9000-EXIT.
004010     EXIT.
