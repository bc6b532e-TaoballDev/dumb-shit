000010* -----------------------------------------------------------------
000020* DRPREC -- THE ONE-RECORD DRAWER-RECONCILIATION PARAMETER FILE
000030* (DRWPARM).  CARRIES THE TOLERANCE A CASHIER'S CLOSING COUNT MAY
000040* STRAY FROM THE EXPECTED DRAWER, OVER OR SHORT, BEFORE THE
000050* NIGHTLY DRAWER RECONCILIATION (BLKJDRC) CALLS IT AN EXCEPTION.
000060* A MISSING FILE LEAVES THE JOB'S BUILT-IN TOLERANCE IN FORCE.
000070* -----------------------------------------------------------------
000080* DATE       INIT  DESCRIPTION
000090* 10-15-26   ROP   ORIGINAL RECORD.
000100* -----------------------------------------------------------------
000110 01  DP-RECORD.
000120     05  DP-TOLERANCE           PIC 9(05)V99.
000130     05  FILLER                 PIC X(13).
