000010* -----------------------------------------------------------------
000020* RUNREC -- ONE RUN-CONTROL RECORD PER GAMING DATE AND NIGHTLY
000030* JOB STEP, KEYED BY THE PAIR.  EACH NIGHTLY BATCH (BLKJRPT,
000040* BLKJPLR, BLKJDLR, BLKJSHO, BLKJCMP, BLKJCTR, BLKJRCN, BLKJSCV,
000045* BLKJEOD, BLKJSTA, BLKJGLX)
000050* CHECKS THE FILE AT START -- REFUSING TO RUN WHEN ITS PREDECESSOR
000060* HAS NOT COMPLETED FOR THE DATE OR IT ALREADY HAS -- AND STAMPS
000070* ITS RECORD COMPLETE AT SUCCESSFUL END, SO THE JOBSTREAM CANNOT RUN
000080* OUT OF ORDER OR TWICE.  THE SUPERVISOR RESETS A STEP THAT
000090* ABENDED MID-RUN THROUGH BLKJRUN.
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 09-02-26   ROP   ORIGINAL RECORD.
000123* 10-15-26   ROP   BLKJCTR ADDED TO THE CHAIN AFTER BLKJCMP.
000126*                  COMMENTS ONLY -- RECORD LENGTH UNCHANGED.
000127* 10-15-26   ROP   BLKJSTA AND BLKJGLX ADDED TO THE CHAIN AFTER
000128*                  BLKJEOD.  COMMENTS ONLY.
000131* 10-15-26   ROP   BLKJSCV ADDED TO THE CHAIN BETWEEN BLKJRCN AND
000134*                  BLKJEOD.  COMMENTS ONLY.
000137* -----------------------------------------------------------------
000140 01  RU-RECORD.
000150     05  RU-KEY.
000160         10  RU-GAME-DATE       PIC 9(08).
