000010* -----------------------------------------------------------------
000020* GLMREC -- ONE GENERAL-LEDGER ACCOUNT-MAPPING RECORD PER MOVEMENT
000030* TYPE THE NIGHTLY GL EXTRACT (BLKJGLX) POSTS, KEYED BY THE
000040* FOUR-CHARACTER MOVEMENT CODE.  EACH MOVEMENT POSTS AS ONE
000050* DEBIT AND ONE EQUAL CREDIT; ACCOUNTING NAMES BOTH ACCOUNTS
000060* HERE THROUGH BLKJGLM, SO A CHART-OF-ACCOUNTS CHANGE NEEDS NO
000070* PROGRAM CHANGE.  THE USUAL MAPPING IS --
000080*   TWIN  TABLE WIN        DR TABLE INVENTORY   CR GAMING REVENUE
000090*   DEPO  CAGE DEPOSIT     DR CAGE CASH         CR PATRON DEPOSITS
000100*   WDRL  CAGE WITHDRAWAL  DR PATRON DEPOSITS   CR CAGE CASH
000110*   MKIS  MARKER ISSUED    DR MARKERS RECEIV.   CR PATRON DEPOSITS
000120*   MKRP  MARKER REPAID    DR CAGE CASH         CR MARKERS RECEIV.
000130*   MKWO  MARKER WRITE-DN  DR BAD-DEBT EXPENSE  CR MARKERS RECEIV.
000140*   COMP  COMP REDEEMED    DR PROMO EXPENSE     CR PATRON DEPOSITS
000150*   FILL  TRAY FILL        DR TABLE INVENTORY   CR CAGE CHIP BANK
000160*   CRED  TRAY CREDIT      DR CAGE CHIP BANK    CR TABLE INVENTORY
000165*   ESCH  ESCHEATED FUNDS  DR PATRON DEPOSITS   CR UNCLAIMED PROP.
000170* A TABLE THAT LOST FOR THE DAY POSTS ITS WIN WITH THE SIDES
000180* REVERSED.
000190* -----------------------------------------------------------------
000200* DATE       INIT  DESCRIPTION
000210* 10-15-26   ROP   ORIGINAL RECORD.
000212* 10-15-26   ROP   ESCH -- BALANCES ESCHEATED AS UNCLAIMED FUNDS
000214*                  (BLKJDRM).  88 LEVEL ONLY -- RECORD LENGTH
000216*                  UNCHANGED.
000220* -----------------------------------------------------------------
000230 01  GM-RECORD.
000240     05  GM-MOVE-CODE           PIC X(04).
000250         88  GM-VALID-MOVE-CODE VALUE "TWIN" "DEPO" "WDRL"
000260                                      "MKIS" "MKRP" "MKWO"
000270                                      "COMP" "FILL" "CRED"
000275                                      "ESCH".
000280     05  GM-DESCRIPTION         PIC X(25).
000290     05  GM-DEBIT-ACCOUNT       PIC X(10).
000300     05  GM-CREDIT-ACCOUNT      PIC X(10).
000310     05  FILLER                 PIC X(10).
