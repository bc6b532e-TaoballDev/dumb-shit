000119*                  REPLAY LEAVES IT OUT; THE DAILY COMPLIANCE
000121*                  REPORT (BLKJREF) LISTS EVERY ONE.  88 LEVEL
000122*                  ONLY -- RECORD LENGTH UNCHANGED.
000123* 10-15-26   ROP   ADDED THE ESCHEAT TYPE (U) -- A DORMANT
000124*                  ACCOUNT'S UNCLAIMED BALANCE REMITTED TO THE
000125*                  STATE BY BLKJDRM.  AN ORDINARY DEBIT, SO THE
000126*                  RECONCILIATION REPLAY BALANCES -- NOT DRAWER
000128*                  CASH.  88 LEVEL ONLY -- RECORD LENGTH
000130*                  UNCHANGED.
000132* -----------------------------------------------------------------
000134 01  CJ-RECORD.
000136     05  CJ-PLAYER-ID           PIC X(06).
000140     05  CJ-TRAN-TYPE           PIC X(01).
000150         88  CJ-TRAN-DEPOSIT    VALUE "D".
000160         88  CJ-TRAN-WITHDRAWAL VALUE "W".
000181         88  CJ-TRAN-COMP-REDEEM
000182                                VALUE "P".
000183         88  CJ-TRAN-REFUSED    VALUE "E".
000185         88  CJ-TRAN-ESCHEAT    VALUE "U".
000187     05  CJ-TRAN-SIGN           PIC X(01).
000190         88  CJ-TRAN-IS-CREDIT  VALUE "C".
000200         88  CJ-TRAN-IS-DEBIT   VALUE "B".
000202         88  CJ-TRAN-IS-NEUTRAL VALUE "N".
