000010* -----------------------------------------------------------------
000020* MTLREC -- ONE MULTIPLE-TRANSACTION-LOG RECORD PER CAGE CASH
000030* MOVEMENT AT OR ABOVE THE LOGGING FLOOR ON THE CTRPARM FILE.
000040* WRITTEN BY THE NIGHTLY CURRENCY MONITOR (BLKJCTR) FROM THE
000050* CAGE JOURNAL (CAGEJRNL) FOR ONE GAMING DATE, IN JOURNAL ORDER.
000060* CASH IN IS A DEPOSIT (D); CASH OUT IS A WITHDRAWAL (W) OR A
000070* COMP REDEMPTION PAID IN CASH (P).  COMPLIANCE KEEPS THE FILE
000080* WITH THE MORNING PACKAGE.
000090* -----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10-15-26   ROP   ORIGINAL RECORD.
000120* -----------------------------------------------------------------
000130 01  ML-RECORD.
000140     05  ML-GAME-DATE           PIC 9(08).
000150     05  ML-TRAN-TIME           PIC 9(06).
000160     05  ML-PLAYER-ID           PIC X(06).
000170     05  ML-DIRECTION           PIC X(01).
000180         88  ML-CASH-IN         VALUE "I".
000190         88  ML-CASH-OUT        VALUE "O".
000200     05  ML-TRAN-TYPE           PIC X(01).
000210     05  ML-AMOUNT              PIC 9(07)V99.
000220     05  ML-CASHIER-ID          PIC X(04).
000230     05  FILLER                 PIC X(10).
