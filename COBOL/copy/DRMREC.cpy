000010* -----------------------------------------------------------------
000020* DRMREC -- THE ONE-RECORD DORMANCY PARAMETER FILE (DORMPARM).
000030* CARRIES THE NUMBER OF MONTHS A LEDGER ACCOUNT MAY GO WITHOUT
000040* TABLE OR CAGE ACTIVITY BEFORE THE DORMANCY JOB (BLKJDRM) TREATS
000050* ITS BALANCE AS UNCLAIMED.  SET BY COMPLIANCE TO THE STATE'S
000060* DORMANCY PERIOD.  A MISSING FILE LEAVES THE JOB'S BUILT-IN
000070* PERIOD IN FORCE.
000080* -----------------------------------------------------------------
000090* DATE       INIT  DESCRIPTION
000100* 10-15-26   ROP   ORIGINAL RECORD.
000110* -----------------------------------------------------------------
000120 01  DM-RECORD.
000130     05  DM-DORMANCY-MONTHS     PIC 9(03).
000140     05  FILLER                 PIC X(17).
