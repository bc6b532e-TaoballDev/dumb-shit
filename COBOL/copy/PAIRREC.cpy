000010* -----------------------------------------------------------------
000020* PAIRREC -- ONE PERFECT PAIRS PAYTABLE RECORD PER TABLE, KEYED BY
000030* TABLE ID.  MAINTAINED BY THE PIT MANAGER THROUGH BLKJTBL
000040* ALONGSIDE THE TABLE'S RULES RECORD AND READ BY BLKJACK AT
000050* START-UP WHEN THE RULES RECORD SAYS THE TABLE OFFERS THE SIDE
000060* BET.  THE PAYS ARE "TO ONE" ODDS ON THE SEAT'S FIRST TWO CARDS:
000070* A MIXED PAIR (SAME RANK, RED AND BLACK), A COLORED PAIR (SAME
000080* RANK AND COLOR, DIFFERENT SUITS) AND A PERFECT PAIR (SAME RANK
000090* AND SUIT).  THE SIDE-BET LIMITS ARE SEPARATE FROM THE TABLE'S
000100* MAIN-BET LIMITS.
000110* -----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10-15-26   ROP   ORIGINAL RECORD.
000140* -----------------------------------------------------------------
000150 01  PP-RECORD.
000160     05  PP-TABLE-ID            PIC X(04).
000170     05  PP-MIXED-PAYS          PIC 9(03).
000180     05  PP-COLORED-PAYS        PIC 9(03).
000190     05  PP-PERFECT-PAYS        PIC 9(03).
000200     05  PP-MIN-BET             PIC 9(05)V99.
000210     05  PP-MAX-BET             PIC 9(05)V99.
000220     05  FILLER                 PIC X(10).
