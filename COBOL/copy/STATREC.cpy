000010* -----------------------------------------------------------------
000020* STATREC -- ONE DAILY STATISTICS RECORD PER TABLE PER GAMING
000030* DATE, KEYED BY DATE PLUS TABLE.  POSTED BY BLKJSTA AFTER THE
000040* GAMING-DAY CLOSE (BLKJEOD) CUTS THE DAY TO ITS ARCHIVE: HANDS,
000050* HANDLE, HOLD, INSURANCE MONEY AND THE COMPLIANCE ALERT COUNT
000060* FROM THAT ONE ARCHIVE, AND THE TRAY WIN FROM THE DAY'S TRAY
000065* JOURNAL.  ONCE A DAY IS POSTED THE PERIOD REPORTS (BLKJPER,
000070* BLKJGGR) READ THIS MASTER INSTEAD OF RESCANNING THE
000080* LIFE-TO-DATE CONCATENATION OF DAILY ARCHIVES.
000090* -----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 09-02-26   ROP   ORIGINAL RECORD.
000112* 10-15-26   ROP   ADDED THE PERFECT PAIRS SIDE-BET HANDLE AND HOLD,
000114*                  ALREADY INCLUDED IN ST-HANDLE AND ST-HOLD.  GREW
000116*                  THE RECORD; FILLER STAYS TEN BYTES.
000118* 10-15-26   ROP   ADDED THE MATCH-PLAY PROMOTIONAL AMOUNT PUT IN
000120*                  ACTION AND THE PROMOTIONAL MONEY PAID OUT.  THE
000122*                  PAYOUT IS ALREADY TAKEN OUT OF ST-HOLD; THE FACE
000124*                  AMOUNT IS NOT CASH AND IS NOT IN ST-HANDLE.  GREW
000126*                  THE RECORD; FILLER STAYS TEN BYTES.
000127* 10-15-26   ROP   ADDED THE TRAY WIN -- CLOSER MINUS OPENER PLUS
000128*                  CREDITS MINUS FILLS, FROM THE TRAY JOURNAL, THE
000129*                  SAME FIGURE BLKJTRC PROVES -- AND WHETHER BOTH
000130*                  COUNTS WERE TAKEN, FOR THE MONTHLY GAMING-TAX
000131*                  RETURN (BLKJGGR).  GREW THE RECORD; FILLER
000132*                  STAYS TEN BYTES.
000133* -----------------------------------------------------------------
000134 01  ST-RECORD.
000140     05  ST-KEY.
000150         10  ST-GAME-DATE       PIC 9(08).
000160         10  ST-TABLE-ID        PIC X(04).
000190     05  ST-HOLD                PIC S9(09)V99.
000200     05  ST-INSURANCE-WAGERED   PIC 9(09)V99.
000210     05  ST-ALERT-COUNT         PIC 9(05).
000213     05  ST-PAIRS-WAGERED       PIC 9(09)V99.
000216     05  ST-PAIRS-HOLD          PIC S9(09)V99.
000217     05  ST-PROMO-AMOUNT        PIC 9(09)V99.
000218     05  ST-PROMO-PAID          PIC 9(09)V99.
000228     05  ST-TRAY-WIN            PIC S9(09)V99.
000238     05  ST-TRAY-COUNTED        PIC X(01).
000248         88  ST-TRAY-WAS-COUNTED
000258                                VALUE "Y".
000268     05  FILLER                 PIC X(10).
