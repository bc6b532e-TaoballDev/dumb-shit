000165*                  COMPLETE AT SUCCESSFUL END SO BLKJPLR CAN
000166*                  START.  A STEP THAT ABENDED MID-RUN IS RESET
000167*                  BY THE SUPERVISOR THROUGH BLKJRUN.
000168* 10-15-26   ROP   PERFECT PAIRS SIDE-BET MONEY IS FOLDED INTO THE
000169*                  TABLE AND GRAND TOTALS LIKE INSURANCE, SO HOLD
000170*                  STILL TIES TO THE TRAY, AND ALSO PRINTS ON ITS
000171*                  OWN SIDE-BET HOLD LINE UNDER THE GRAND TOTAL --
000172*                  BETS TAKEN, WON, LOST, WAGERED, NET WIN, HOLD%.
000173* 10-15-26   ROP   MATCH-PLAY PROMOTIONAL PAYOUTS COME OUT OF THE NET
000174*                  WIN LIKE ANY OTHER PAYOUT, SINCE THE DEALER PAYS
000175*                  THEM FROM THE TRAY.  THE COUPON FACE AMOUNT IS NOT
000176*                  CASH AND STAYS OUT OF THE WAGERED COLUMN.  A PROM
000177*                  LINE UNDER THE SIDE-BET LINE SHOWS COUPONS PLAYED,
000178*                  WON AND LOST, FACE AMOUNT AND PROMOTIONAL COST.
000179* -----------------------------------------------------------------
000180
000181 ENVIRONMENT DIVISION.
000182 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200     SELECT HAND-HIST-FILE ASSIGN TO HANDHIST
000210         ORGANIZATION IS SEQUENTIAL
000870 77  RB-GRAND-TIES         PIC 9(07)  VALUE ZERO.
000880 77  RB-GRAND-WAGERED      PIC 9(10)V99  VALUE ZERO.
000890 77  RB-GRAND-PAYOUT       PIC S9(10)V99 VALUE ZERO.
000891* ------------------------------------------------- SIDE-BET TOTALS
000892* PERFECT PAIRS MONEY IS ALREADY IN THE TABLE AND GRAND TOTALS ABOVE
000893* LIKE ANY OTHER WAGER; THESE CARRY IT AGAIN ON ITS OWN FOR THE
000894* SIDE-BET HOLD LINE.
000895 77  RB-PAIRS-BETS         PIC 9(07)  VALUE ZERO.
000896 77  RB-PAIRS-WINS         PIC 9(07)  VALUE ZERO.
000897 77  RB-PAIRS-LOSSES       PIC 9(07)  VALUE ZERO.
000898 77  RB-PAIRS-WAGERED      PIC 9(10)V99  VALUE ZERO.
000899 77  RB-PAIRS-PAYOUT       PIC S9(10)V99 VALUE ZERO.
000900* MATCH-PLAY COUPONS.  THE PROMOTIONAL COST PAID IS IN THE PAYOUT
000901* TOTALS ABOVE (IT CAME OUT OF THE TRAY); THE FACE AMOUNT PUT IN
000902* ACTION IS NOT CASH AND IS CARRIED ONLY HERE.
000903 77  RB-PROMO-COUPONS      PIC 9(07)  VALUE ZERO.
000904 77  RB-PROMO-WINS         PIC 9(07)  VALUE ZERO.
000905 77  RB-PROMO-LOSSES       PIC 9(07)  VALUE ZERO.
000906 77  RB-PROMO-AMOUNT       PIC 9(10)V99  VALUE ZERO.
000907 77  RB-PROMO-PAID         PIC 9(10)V99  VALUE ZERO.
000908* --------------------------------------------------- REPORT WORK AREA
000910 77  RB-HOLD-PCT            PIC S999V99    VALUE ZERO.
000920
000930 PROCEDURE DIVISION.
001592     ADD HH-INSURANCE-BET    TO RB-GRAND-WAGERED.
001593     ADD HH-INSURANCE-PAYOUT TO RB-TOTAL-PAYOUT(RB-WORK-IX).
001594     ADD HH-INSURANCE-PAYOUT TO RB-GRAND-PAYOUT.
001596     ADD HH-PAIRS-BET        TO RB-TOTAL-WAGERED(RB-WORK-IX).
001598     ADD HH-PAIRS-BET        TO RB-GRAND-WAGERED.
001600     ADD HH-PAIRS-PAYOUT     TO RB-TOTAL-PAYOUT(RB-WORK-IX).
001602     ADD HH-PAIRS-PAYOUT     TO RB-GRAND-PAYOUT.
001604     IF HH-PAIRS-BET > ZERO
001606         PERFORM 2300-TALLY-PAIRS-BET THRU 2300-EXIT.
001608     ADD HH-PROMO-PAYOUT     TO RB-TOTAL-PAYOUT(RB-WORK-IX).
001610     ADD HH-PROMO-PAYOUT     TO RB-GRAND-PAYOUT.
001612     IF HH-COUPON-NO NOT = SPACES
001614         PERFORM 2400-TALLY-COUPON THRU 2400-EXIT.
001616     PERFORM 2100-READ-HAND THRU 2100-EXIT.
001618 2200-EXIT.
001620     EXIT.
001630
001640* =================================================================
001940         MOVE "Y" TO RB-FOUND-FLAG.
001950 2220-EXIT.
001960     EXIT.
001961
001962* =================================================================
001963* 2300-TALLY-PAIRS-BET -- ONE PERFECT PAIRS SIDE BET RODE THIS HAND.
001964* A POSITIVE NET PAYOUT IS A PAIR THAT HIT; ANYTHING ELSE LOST.
001965* =================================================================
001966 2300-TALLY-PAIRS-BET.
001967     ADD 1 TO RB-PAIRS-BETS.
001968     ADD HH-PAIRS-BET    TO RB-PAIRS-WAGERED.
001969     ADD HH-PAIRS-PAYOUT TO RB-PAIRS-PAYOUT.
001970     IF HH-PAIRS-PAYOUT > ZERO
001971         ADD 1 TO RB-PAIRS-WINS
001972     ELSE
001973         ADD 1 TO RB-PAIRS-LOSSES.
001974 2300-EXIT.
001975     EXIT.
001976
001977* =================================================================
001978* 2400-TALLY-COUPON -- ONE MATCH-PLAY COUPON RODE THIS HAND.  A
001979* COUPON THAT PAID WON; ONE THAT PAID NOTHING LOST OR PUSHED.
001980* =================================================================
001981 2400-TALLY-COUPON.
001982     ADD 1 TO RB-PROMO-COUPONS.
001983     ADD HH-PROMO-AMOUNT TO RB-PROMO-AMOUNT.
001984     ADD HH-PROMO-PAYOUT TO RB-PROMO-PAID.
001985     IF HH-PROMO-PAYOUT > ZERO
001986         ADD 1 TO RB-PROMO-WINS
001987     ELSE
001988         ADD 1 TO RB-PROMO-LOSSES.
001989 2400-EXIT.
001990     EXIT.
001991
001992* =================================================================
001993* 3000-PRINT-REPORT -- HEADING, ONE LINE PER TABLE, THEN THE
002000* ACROSS-ALL-TABLES GRAND TOTAL
002010* =================================================================
002020 3000-PRINT-REPORT.
002050         VARYING RB-WORK-IX FROM 1 BY 1
002060         UNTIL RB-WORK-IX > RB-TABLE-COUNT.
002070     PERFORM 3300-PRINT-GRAND-TOTAL THRU 3300-EXIT.
002075     PERFORM 3400-PRINT-PAIRS-HOLD THRU 3400-EXIT.
002077     PERFORM 3500-PRINT-PROMO-COST THRU 3500-EXIT.
002080 3000-EXIT.
002090     EXIT.
002100
002640     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002650 3300-EXIT.
002660     EXIT.
002661
002662* =================================================================
002663* 3400-PRINT-PAIRS-HOLD -- THE PERFECT PAIRS SIDE BET ON ITS OWN
002664* LINE, IN THE SAME COLUMNS: BETS TAKEN UNDER HANDS, PAIRS THAT HIT
002665* UNDER PWINS, BETS LOST UNDER DWINS.  ITS MONEY IS ALREADY INSIDE
002666* THE TABLE AND GRAND TOTALS ABOVE.  A SIDE BET CAN LOSE MANY TIMES
002667* ITS HANDLE ON A SLOW DAY, SO A HOLD PAST THE COLUMN PRINTS AS THE
002668* -999.99 FLOOR RATHER THAN A TRUNCATED FIGURE.
002669* =================================================================
002670 3400-PRINT-PAIRS-HOLD.
002671     MOVE SPACES TO RPT-HEADING.
002672     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002673     MOVE SPACES TO RPT-HEADING.
002674     MOVE "SIDE-BET HOLD (INCLUDED IN THE FIGURES ABOVE)"
002675         TO RH-TEXT.
002676     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002677     MOVE SPACES TO RPT-RECORD.
002678     MOVE "PAIR"                 TO RPT-TABLE-ID.
002679     MOVE RB-PAIRS-BETS          TO RPT-HANDS.
002680     MOVE RB-PAIRS-WINS          TO RPT-PLAYER-WINS.
002681     MOVE RB-PAIRS-LOSSES        TO RPT-DEALER-WINS.
002682     MOVE RB-PAIRS-WAGERED       TO RPT-WAGERED.
002683     COMPUTE RPT-NET-WIN ROUNDED =
002684         ZERO - RB-PAIRS-PAYOUT.
002685     IF RB-PAIRS-WAGERED = ZERO
002686         MOVE ZERO TO RB-HOLD-PCT
002687     ELSE
002688         COMPUTE RB-HOLD-PCT ROUNDED =
002689             (ZERO - RB-PAIRS-PAYOUT)
002690             / RB-PAIRS-WAGERED * 100
002691             ON SIZE ERROR
002692                 MOVE -999.99 TO RB-HOLD-PCT.
002693     MOVE RB-HOLD-PCT TO RPT-HOLD-PCT.
002694     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002695 3400-EXIT.
002696     EXIT.
002697
002698* =================================================================
002699* 3500-PRINT-PROMO-COST -- MATCH-PLAY COUPONS ON THEIR OWN LINE, IN
002700* THE SAME COLUMNS: COUPONS PLAYED UNDER HANDS, COUPONS THAT WON
002701* UNDER PWINS, COUPONS LOST OR PUSHED UNDER DWINS, THE FACE AMOUNT
002702* PUT IN ACTION UNDER WAGERED AND THE PROMOTIONAL COST PAID AS A
002703* NEGATIVE NET WIN.  THE COST IS ALREADY INSIDE THE NET WIN ABOVE;
002704* THE FACE AMOUNT IS NOT CASH AND IS NOT IN THE WAGERED ABOVE.
002705* =================================================================
002706 3500-PRINT-PROMO-COST.
002707     MOVE SPACES TO RPT-HEADING.
002708     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002709     MOVE SPACES TO RPT-HEADING.
002710     MOVE "MATCH-PLAY COST (IN THE FIGURES ABOVE, FACE VALUE NOT)"
002711         TO RH-TEXT.
002712     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002713     MOVE SPACES TO RPT-RECORD.
002714     MOVE "PROM"                 TO RPT-TABLE-ID.
002715     MOVE RB-PROMO-COUPONS       TO RPT-HANDS.
002716     MOVE RB-PROMO-WINS          TO RPT-PLAYER-WINS.
002717     MOVE RB-PROMO-LOSSES        TO RPT-DEALER-WINS.
002718     MOVE RB-PROMO-AMOUNT        TO RPT-WAGERED.
002719     COMPUTE RPT-NET-WIN ROUNDED =
002720         ZERO - RB-PROMO-PAID.
002721     IF RB-PROMO-AMOUNT = ZERO
002722         MOVE ZERO TO RB-HOLD-PCT
002723     ELSE
002724         COMPUTE RB-HOLD-PCT ROUNDED =
002725             (ZERO - RB-PROMO-PAID)
002726             / RB-PROMO-AMOUNT * 100.
002727     MOVE RB-HOLD-PCT TO RPT-HOLD-PCT.
002728     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
002729 3500-EXIT.
002730     EXIT.
002731
002732* =================================================================
002733* 8000-WRITE-REPORT-LINE -- ONE CHECKED REPORT WRITE.  EVERY LINE
002734* GOES OUT THROUGH HERE SO A FULL PRINT FILE CANNOT PASS
002735* UNNOTICED.
002736* =================================================================
002737 8000-WRITE-REPORT-LINE.
002740     WRITE RPT-RECORD.
002750     IF RB-RPT-FILE-STATUS NOT = "00"
002760         MOVE "HOLDREPT" TO RB-IO-FILE-NAME
