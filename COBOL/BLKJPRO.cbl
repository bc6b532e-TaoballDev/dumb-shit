000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BLKJPRO.
000030 AUTHOR. R. OKONKWO, PIT SYSTEMS GROUP.
000040 INSTALLATION. TABLE GAMES DATA PROCESSING.
000050 DATE-WRITTEN. 10-15-2026.
000060 DATE-COMPILED.
000070*
000080* -----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL BATCH JOB.  NIGHTLY MATCH-PLAY PROMOTION
000130*                  REPORT.  FOR ONE GAMING DATE, LISTS FROM THE
000140*                  COUPON MASTER (CPNMST) THE COUPONS ISSUED THAT
000150*                  DAY, THE COUPONS REDEEMED AT THE TABLES THAT DAY
000160*                  WITH THE PROMOTIONAL MONEY EACH ACTUALLY PAID,
000170*                  THE ISSUED COUPONS NOW PAST THEIR EXPIRY, AND
000180*                  THE ISSUED COUPONS STILL OUTSTANDING.  EACH
000190*                  SECTION CLOSES WITH A COUNT AND FACE-VALUE
000200*                  TOTAL, AND THE REDEEMED SECTION WITH THE
000210*                  PROMOTIONAL COST PAID OUT OF THE TRAYS.
000211* 10-15-26   ROP   A COUPON MASTER THAT HAS NEVER BEEN CREATED (NO
000212*                  COUPON EVER ISSUED) REPORTS EVERY SECTION EMPTY
000213*                  INSTEAD OF ENDING THE JOB WITH AN I-O ERROR.
000220* -----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT COUPON-MAST-FILE ASSIGN TO CPNMST
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS CU-COUPON-NO
000310         FILE STATUS IS MP-CU-FILE-STATUS.
000320     SELECT PROMO-REPT-FILE ASSIGN TO PROMRPT
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS MP-RPT-FILE-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  COUPON-MAST-FILE
000390     LABEL RECORD IS STANDARD.
000400     COPY CPNREC.
000410
000420* ----------------------------------------------------------------
000430* PROMO-REPT-FILE -- ONE PRINT LINE PER COUPON, PLUS HEADINGS AND
000440* SECTION TOTALS.  RPT-HEADING REDEFINES THE SAME STORAGE SO A
000450* HEADING CAN BE MOVED IN AS PLAIN TEXT.
000460* ----------------------------------------------------------------
000470 FD  PROMO-REPT-FILE
000480     LABEL RECORD IS STANDARD.
000490 01  RPT-RECORD.
000500     05  RPT-COUPON-NO          PIC X(08).
000510     05  FILLER                 PIC X(02) VALUE SPACES.
000520     05  RPT-PLAYER-ID          PIC X(06).
000530     05  FILLER                 PIC X(02) VALUE SPACES.
000540     05  RPT-ISSUE-DATE         PIC 9(08).
000550     05  FILLER                 PIC X(02) VALUE SPACES.
000560     05  RPT-EXPIRY-DATE        PIC 9(08).
000570     05  FILLER                 PIC X(02) VALUE SPACES.
000580     05  RPT-FACE-VALUE         PIC ZZ,ZZZ,ZZ9.99.
000590     05  FILLER                 PIC X(02) VALUE SPACES.
000600     05  RPT-REDEEM-TIME        PIC X(06).
000610     05  FILLER                 PIC X(02) VALUE SPACES.
000620     05  RPT-TABLE-ID           PIC X(04).
000630     05  FILLER                 PIC X(02) VALUE SPACES.
000640     05  RPT-HAND-SEQ           PIC X(06).
000650     05  FILLER                 PIC X(02) VALUE SPACES.
000660     05  RPT-PROMO-PAID         PIC ZZ,ZZZ,ZZ9.99.
000670 01  RPT-HEADING REDEFINES RPT-RECORD.
000680     05  RH-TEXT                PIC X(88).
000690
000700 WORKING-STORAGE SECTION.
000710* ---------------------------------------------------------- SWITCHES
000720 77  MP-CU-FILE-STATUS      PIC X(02)  VALUE "00".
000730 77  MP-RPT-FILE-STATUS     PIC X(02)  VALUE "00".
000740 77  MP-EOF-FLAG            PIC X(01)  VALUE "N".
000750     88  MP-AT-EOF          VALUE "Y".
000755 77  MP-CU-OPEN-FLAG        PIC X(01)  VALUE "N".
000756     88  MP-CU-IS-OPEN      VALUE "Y".
000760 77  MP-IO-FILE-NAME        PIC X(08)  VALUE SPACES.
000770 77  MP-IO-OPERATION        PIC X(05)  VALUE SPACES.
000780 77  MP-IO-STATUS           PIC X(02)  VALUE "00".
000790* ------------------------------------------------------ REPORT CONTROL
000800 77  MP-REPORT-DATE         PIC 9(08)  VALUE ZERO.
000810 77  MP-REPORT-DATE-IN      PIC X(08)  VALUE SPACES.
000820* THE FOUR SECTIONS ARE PRINTED ONE PASS OF THE COUPON MASTER
000830* EACH, IN THIS ORDER.
000840 77  MP-SECTION             PIC 9(01)  VALUE ZERO.
000850     88  MP-SECTION-ISSUED  VALUE 1.
000860     88  MP-SECTION-REDEEMED
000870                            VALUE 2.
000880     88  MP-SECTION-EXPIRED VALUE 3.
000890     88  MP-SECTION-OUTSTANDING
000900                            VALUE 4.
000910 77  MP-SELECT-FLAG         PIC X(01)  VALUE "N".
000920     88  MP-COUPON-SELECTED VALUE "Y".
000930* ----------------------------------------------------- CONTROL TOTALS
000940 77  MP-SECTION-COUNT       PIC 9(07)  VALUE ZERO.
000950 77  MP-SECTION-FACE        PIC 9(09)V99 VALUE ZERO.
000960 77  MP-SECTION-PAID        PIC 9(09)V99 VALUE ZERO.
000970 77  MP-EDIT-COUNT          PIC Z,ZZZ,ZZ9 VALUE ZERO.
000980 77  MP-EDIT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
000990
001000 PROCEDURE DIVISION.
001010* =================================================================
001020* 0000-MAINLINE
001030* =================================================================
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001060     PERFORM 2000-PRINT-ONE-SECTION THRU 2000-EXIT
001070         VARYING MP-SECTION FROM 1 BY 1
001080         UNTIL MP-SECTION > 4.
001090     PERFORM 1900-TERMINATE THRU 1900-EXIT.
001100     STOP RUN.
001110
001120* =================================================================
001130* 1000-INITIALIZE -- GET THE GAMING DATE BEING REPORTED, OPEN THE
001140* REPORT AND PRINT ITS HEADING
001150* =================================================================
001160 1000-INITIALIZE.
001170     PERFORM 1100-GET-REPORT-DATE THRU 1100-EXIT
001180         UNTIL MP-REPORT-DATE > ZERO.
001190     OPEN OUTPUT PROMO-REPT-FILE.
001200     IF MP-RPT-FILE-STATUS NOT = "00"
001210         DISPLAY "CANNOT OPEN PROMRPT -- STATUS "
001220             MP-RPT-FILE-STATUS
001230         MOVE 16 TO RETURN-CODE
001240         STOP RUN.
001250     MOVE SPACES TO RPT-HEADING.
001260     STRING "MATCH-PLAY PROMOTION REPORT FOR GAMING DATE "
001270         DELIMITED BY SIZE
001280         MP-REPORT-DATE DELIMITED BY SIZE
001290         INTO RH-TEXT.
001300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
001310 1000-EXIT.
001320     EXIT.
001330
001340 1100-GET-REPORT-DATE.
001350     DISPLAY "ENTER GAMING DATE TO REPORT (YYYYMMDD): ".
001360     ACCEPT MP-REPORT-DATE-IN.
001370     IF MP-REPORT-DATE-IN IS NUMERIC
001380         MOVE MP-REPORT-DATE-IN TO MP-REPORT-DATE
001390     ELSE
001400         DISPLAY "A NUMERIC YYYYMMDD DATE IS REQUIRED.".
001410 1100-EXIT.
001420     EXIT.
001430
001440* =================================================================
001450* 1900-TERMINATE -- CLOSE THE REPORT BEFORE RETURNING TO THE
001460* OPERATING SYSTEM.  THE COUPON MASTER IS OPENED AND CLOSED BY
001470* EACH SECTION'S PASS.
001480* =================================================================
001490 1900-TERMINATE.
001500     CLOSE PROMO-REPT-FILE.
001510 1900-EXIT.
001520     EXIT.
001530
001540* =================================================================
001550* 2000-PRINT-ONE-SECTION -- ONE PASS OF THE COUPON MASTER FOR THE
001560* SECTION IN MP-SECTION: ITS HEADING, ONE LINE PER COUPON THAT
001570* BELONGS IN IT, AND ITS TOTALS.  NO COUPON MASTER (STATUS 35 ON
001575* THE OPEN -- NO COUPON HAS EVER BEEN ISSUED) PRINTS THE SECTION
001576* WITH ZERO TOTALS.
001580* =================================================================
001590 2000-PRINT-ONE-SECTION.
001600     MOVE ZERO TO MP-SECTION-COUNT
001610         MP-SECTION-FACE
001620         MP-SECTION-PAID.
001630     PERFORM 3000-PRINT-SECTION-HEADING THRU 3000-EXIT.
001640     OPEN INPUT COUPON-MAST-FILE.
001645     IF MP-CU-FILE-STATUS = "35"
001646         GO TO 2000-PRINT-TOTAL.
001650     IF MP-CU-FILE-STATUS NOT = "00"
001660         MOVE "CPNMST  " TO MP-IO-FILE-NAME
001670         MOVE "OPEN "    TO MP-IO-OPERATION
001680         MOVE MP-CU-FILE-STATUS TO MP-IO-STATUS
001690         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
001695     MOVE "Y" TO MP-CU-OPEN-FLAG.
001700     MOVE "N" TO MP-EOF-FLAG.
001710     PERFORM 2100-READ-COUPON THRU 2100-EXIT.
001720     PERFORM 2200-LIST-ONE-COUPON THRU 2200-EXIT
001730         UNTIL MP-AT-EOF.
001740     CLOSE COUPON-MAST-FILE.
001745     MOVE "N" TO MP-CU-OPEN-FLAG.
001748 2000-PRINT-TOTAL.
001750     PERFORM 3200-PRINT-SECTION-TOTAL THRU 3200-EXIT.
001760 2000-EXIT.
001770     EXIT.
001780
001790 2100-READ-COUPON.
001800     READ COUPON-MAST-FILE
001810         AT END
001820             MOVE "Y" TO MP-EOF-FLAG.
001830     IF MP-CU-FILE-STATUS NOT = "00"
001840         AND MP-CU-FILE-STATUS NOT = "10"
001850         MOVE "CPNMST  " TO MP-IO-FILE-NAME
001860         MOVE "READ "    TO MP-IO-OPERATION
001870         MOVE MP-CU-FILE-STATUS TO MP-IO-STATUS
001880         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
001890 2100-EXIT.
001900     EXIT.
001910
001920* =================================================================
001930* 2200-LIST-ONE-COUPON -- ISSUED IS ANY COUPON ISSUED ON THE DATE,
001940* WHATEVER BECAME OF IT SINCE.  REDEEMED IS A COUPON PLAYED ON THE
001950* DATE.  EXPIRED AND OUTSTANDING ARE COUPONS STILL IN ISSUED
001960* STATUS AT THE DATE, SPLIT ON THE EXPIRY DATE; A COUPON ISSUED
001970* AFTER THE DATE IS NOT YET IN EITHER.
001980* =================================================================
001990 2200-LIST-ONE-COUPON.
002000     MOVE "N" TO MP-SELECT-FLAG.
002010     EVALUATE TRUE
002020         WHEN MP-SECTION-ISSUED
002030             IF CU-ISSUE-DATE = MP-REPORT-DATE
002040                 MOVE "Y" TO MP-SELECT-FLAG
002050             END-IF
002060         WHEN MP-SECTION-REDEEMED
002070             IF CU-STATUS-REDEEMED
002080                 AND CU-REDEEM-DATE = MP-REPORT-DATE
002090                 MOVE "Y" TO MP-SELECT-FLAG
002100             END-IF
002110         WHEN MP-SECTION-EXPIRED
002120             IF CU-STATUS-ISSUED
002130                 AND CU-ISSUE-DATE NOT > MP-REPORT-DATE
002140                 AND CU-EXPIRY-DATE < MP-REPORT-DATE
002150                 MOVE "Y" TO MP-SELECT-FLAG
002160             END-IF
002170         WHEN MP-SECTION-OUTSTANDING
002180             IF CU-STATUS-ISSUED
002190                 AND CU-ISSUE-DATE NOT > MP-REPORT-DATE
002200                 AND CU-EXPIRY-DATE NOT < MP-REPORT-DATE
002210                 MOVE "Y" TO MP-SELECT-FLAG
002220             END-IF
002230     END-EVALUATE.
002240     IF NOT MP-COUPON-SELECTED
002250         GO TO 2200-READ-NEXT.
002260     ADD 1 TO MP-SECTION-COUNT.
002270     ADD CU-FACE-VALUE TO MP-SECTION-FACE.
002280     MOVE SPACES TO RPT-RECORD.
002290     MOVE CU-COUPON-NO   TO RPT-COUPON-NO.
002300     MOVE CU-PLAYER-ID   TO RPT-PLAYER-ID.
002310     MOVE CU-ISSUE-DATE  TO RPT-ISSUE-DATE.
002320     MOVE CU-EXPIRY-DATE TO RPT-EXPIRY-DATE.
002330     MOVE CU-FACE-VALUE  TO RPT-FACE-VALUE.
002340     IF MP-SECTION-REDEEMED
002350         ADD CU-PROMO-PAID TO MP-SECTION-PAID
002360         MOVE CU-REDEEM-TIME TO RPT-REDEEM-TIME
002370         MOVE CU-TABLE-ID    TO RPT-TABLE-ID
002380         MOVE CU-HAND-SEQ    TO RPT-HAND-SEQ
002390         MOVE CU-PROMO-PAID  TO RPT-PROMO-PAID.
002400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002410 2200-READ-NEXT.
002420     PERFORM 2100-READ-COUPON THRU 2100-EXIT.
002430 2200-EXIT.
002440     EXIT.
002450
002460* =================================================================
002470* 3000-PRINT-SECTION-HEADING -- TITLE AND COLUMN HEADINGS.  THE
002480* TIME, TABLE, HAND AND PAID COLUMNS ARE ONLY FILLED IN THE
002490* REDEEMED SECTION.
002500* =================================================================
002510 3000-PRINT-SECTION-HEADING.
002520     MOVE SPACES TO RPT-HEADING.
002530     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002540     MOVE SPACES TO RPT-HEADING.
002550     EVALUATE TRUE
002560         WHEN MP-SECTION-ISSUED
002570             MOVE "COUPONS ISSUED ON THE DATE" TO RH-TEXT
002580         WHEN MP-SECTION-REDEEMED
002590             MOVE "COUPONS REDEEMED ON THE DATE" TO RH-TEXT
002600         WHEN MP-SECTION-EXPIRED
002610             MOVE "COUPONS EXPIRED UNPLAYED" TO RH-TEXT
002620         WHEN MP-SECTION-OUTSTANDING
002630             MOVE "COUPONS OUTSTANDING" TO RH-TEXT
002640     END-EVALUATE.
002650     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002660     MOVE SPACES TO RPT-HEADING.
002670     MOVE "COUPON    PLAYER  ISSUED    EXPIRES   "
002680         TO RH-TEXT(1:38).
002690     MOVE "     FACE VALUE  TIME    TBL   HAND  "
002700         TO RH-TEXT(39:37).
002710     MOVE "   PROMO PAID" TO RH-TEXT(76:13).
002720     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002730 3000-EXIT.
002740     EXIT.
002750
002760* =================================================================
002770* 3200-PRINT-SECTION-TOTAL -- COUPON COUNT AND FACE VALUE FOR THE
002780* SECTION, AND FOR THE REDEEMED SECTION THE PROMOTIONAL COST
002790* ACTUALLY PAID (A COUPON ON A LOSING OR PUSHED HAND PAYS NOTHING)
002800* =================================================================
002810 3200-PRINT-SECTION-TOTAL.
002820     MOVE MP-SECTION-COUNT TO MP-EDIT-COUNT.
002830     MOVE MP-SECTION-FACE TO MP-EDIT-AMOUNT.
002840     MOVE SPACES TO RPT-HEADING.
002850     STRING "  COUPONS: " DELIMITED BY SIZE
002860         MP-EDIT-COUNT DELIMITED BY SIZE
002870         "   FACE VALUE: " DELIMITED BY SIZE
002880         MP-EDIT-AMOUNT DELIMITED BY SIZE
002890         INTO RH-TEXT.
002900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002910     IF NOT MP-SECTION-REDEEMED
002920         GO TO 3200-EXIT.
002930     MOVE MP-SECTION-PAID TO MP-EDIT-AMOUNT.
002940     MOVE SPACES TO RPT-HEADING.
002950     STRING "  PROMOTIONAL COST PAID: " DELIMITED BY SIZE
002960         MP-EDIT-AMOUNT DELIMITED BY SIZE
002970         INTO RH-TEXT.
002980     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002990     DISPLAY "PROMOTION REPORT -- COUPONS REDEEMED: "
003000         MP-EDIT-COUNT " PROMOTIONAL COST PAID: " MP-EDIT-AMOUNT.
003010 3200-EXIT.
003020     EXIT.
003030
003040* =================================================================
003050* 8000-WRITE-REPORT-LINE -- ONE CHECKED REPORT WRITE.  EVERY LINE
003060* GOES OUT THROUGH HERE SO A FULL PRINT FILE CANNOT PASS
003070* UNNOTICED.
003080* =================================================================
003090 8000-WRITE-REPORT-LINE.
003100     WRITE RPT-RECORD.
003110     IF MP-RPT-FILE-STATUS NOT = "00"
003120         MOVE "PROMRPT " TO MP-IO-FILE-NAME
003130         MOVE "WRITE"    TO MP-IO-OPERATION
003140         MOVE MP-RPT-FILE-STATUS TO MP-IO-STATUS
003150         PERFORM 9000-IO-ABORT THRU 9000-EXIT.
003160 8000-EXIT.
003170     EXIT.
003180
003190* =================================================================
003200* 9000-IO-ABORT -- A HARD FILE STATUS IS AN I-O FAULT, NOT END OF
003210* FILE.  A SHORT LISTING WOULD UNDERSTATE THE PROMOTIONAL COST, SO
003220* THE JOB ENDS WITH CONDITION CODE 16 INSTEAD.
003230* =================================================================
003240 9000-IO-ABORT.
003250     DISPLAY "*** I-O ERROR -- FILE " MP-IO-FILE-NAME
003260         " OPERATION " MP-IO-OPERATION
003270         " STATUS " MP-IO-STATUS
003280         " -- PROMOTION REPORT VOID ***".
003290     IF MP-CU-IS-OPEN
003295         CLOSE COUPON-MAST-FILE.
003300     CLOSE PROMO-REPT-FILE.
003310     MOVE 16 TO RETURN-CODE.
003320     STOP RUN.
003330 9000-EXIT.
003340     EXIT.
