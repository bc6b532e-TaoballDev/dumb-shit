000010* -----------------------------------------------------------------
000020* CTRREC -- THE ONE-RECORD CURRENCY-REPORTING PARAMETER FILE
000030* (CTRPARM).  CARRIES THE CURRENCY TRANSACTION REPORT THRESHOLD --
000040* A PATRON WHOSE CASH-IN OR CASH-OUT FOR A GAMING DAY GOES OVER
000050* IT IS A CTR CANDIDATE -- AND THE MULTIPLE-TRANSACTION-LOG
000060* FLOOR, THE SINGLE MOVEMENT AT OR ABOVE WHICH A CAGE LINE IS
000070* LOGGED.  READ BY THE NIGHTLY CURRENCY MONITOR (BLKJCTR).  A
000080* ZERO FIELD LEAVES THAT JOB'S BUILT-IN FIGURE IN FORCE.
000090* -----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10-15-26   ROP   ORIGINAL RECORD.
000120* -----------------------------------------------------------------
000130 01  CR-RECORD.
000140     05  CR-CTR-THRESHOLD       PIC 9(09)V99.
000150     05  CR-MTL-FLOOR           PIC 9(09)V99.
000160     05  FILLER                 PIC X(10).
