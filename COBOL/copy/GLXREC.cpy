000010* -----------------------------------------------------------------
000020* GLXREC -- ONE GENERAL-LEDGER JOURNAL-ENTRY LINE IN THE NIGHTLY
000030* GL INTERFACE EXTRACT (GLEXTR), WRITTEN BY BLKJGLX FOR ONE
000040* GAMING DATE AND PICKED UP BY ACCOUNTING'S LEDGER LOAD.  THE
000050* FILE IS ONLY EVER WRITTEN WHOLE AND IN BALANCE -- THE DEBIT
000060* LINES AND THE CREDIT LINES FOR THE DATE NET TO ZERO.  THE
000070* REFERENCE CARRIES THE TABLE ID ON A TABLE-WIN LINE.
000080* -----------------------------------------------------------------
000090* DATE       INIT  DESCRIPTION
000100* 10-15-26   ROP   ORIGINAL RECORD.
000110* -----------------------------------------------------------------
000120 01  GX-RECORD.
000130     05  GX-GAME-DATE           PIC 9(08).
000140     05  GX-LINE-NO             PIC 9(04).
000150     05  GX-ACCOUNT             PIC X(10).
000160     05  GX-DR-CR               PIC X(01).
000170         88  GX-IS-DEBIT        VALUE "D".
000180         88  GX-IS-CREDIT       VALUE "C".
000190     05  GX-AMOUNT              PIC 9(09)V99.
000200     05  GX-MOVE-CODE           PIC X(04).
000210     05  GX-REFERENCE           PIC X(04).
000220     05  GX-DESCRIPTION         PIC X(25).
000230     05  FILLER                 PIC X(10).
