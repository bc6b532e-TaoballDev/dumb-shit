000010* -----------------------------------------------------------------
000020* MNTREC -- ONE MAINTENANCE-LOG RECORD PER IMAGE OF A MASTER-FILE
000030* CHANGE.  EVERY ADD, CHANGE OR RESET MADE THROUGH THE MASTER
000040* MAINTENANCE PROGRAMS (BLKJPAT, BLKJTBL, BLKJEXC, BLKJEMP,
000050* BLKJRUN, BLKJGLM AND BLKJINP) WRITES A BEFORE-IMAGE (B) AND AN
000060* AFTER-IMAGE (A) OF THE RECORD, STAMPED WITH THE SIGNED-ON
000070* EMPLOYEE, THE DATE, THE TIME AND THE PROGRAM.  AN ADD HAS A
000080* BLANK BEFORE-IMAGE; A RESET (A DELETE) HAS A BLANK AFTER-IMAGE.
000090* A CHANGE THE SHIFT MANAGER MUST SIGN OFF -- A CREDIT LINE, AN
000100* EXCLUSION FLAG, A RUN-CONTROL RESET OR A CLEARED IN-PLAY FLAG --
000105* CARRIES THE SIGN-OFF FLAG AND THE REASON ON BOTH IMAGES.  THE
000110* LOG IS ONLY EVER EXTENDED; THE NIGHTLY CHANGE REPORT (BLKJAUD)
000120* LISTS IT BY FILE.
000130* -----------------------------------------------------------------
000140* DATE       INIT  DESCRIPTION
000150* 10-15-26   ROP   ORIGINAL RECORD.
000155* 10-15-26   ROP   BLKJGLM (GL ACCOUNT MAPPING) LOGS ITS CHANGES.
000156*                  COMMENTS ONLY.
000157* 10-15-26   ROP   BLKJINP (IN-PLAY FLAG) LOGS ITS CHANGES.
000158*                  COMMENTS ONLY.
000160* -----------------------------------------------------------------
000170 01  MN-RECORD.
000180     05  MN-STAMP-DATE          PIC 9(08).
000190     05  MN-STAMP-TIME          PIC 9(06).
000200     05  MN-EMP-ID              PIC X(04).
000210     05  MN-PROGRAM-ID          PIC X(08).
000220     05  MN-FILE-ID             PIC X(08).
000230     05  MN-RECORD-KEY          PIC X(16).
000240     05  MN-ACTION              PIC X(01).
000250         88  MN-ACTION-ADD      VALUE "A".
000260         88  MN-ACTION-CHANGE   VALUE "C".
000270         88  MN-ACTION-DELETE   VALUE "D".
000280     05  MN-IMAGE-TYPE          PIC X(01).
000290         88  MN-BEFORE-IMAGE    VALUE "B".
000300         88  MN-AFTER-IMAGE     VALUE "A".
000310     05  MN-SIGN-OFF-FLAG       PIC X(01).
000320         88  MN-NEEDS-SIGN-OFF  VALUE "Y".
000330     05  MN-SIGN-OFF-REASON     PIC X(20).
000340     05  MN-IMAGE               PIC X(100).
000350     05  FILLER                 PIC X(10).
