000010* -----------------------------------------------------------------
000020* ESCREC -- ONE UNCLAIMED-FUNDS REMITTANCE RECORD PER DORMANT
000030* LEDGER ACCOUNT ESCHEATED BY BLKJDRM.  THE REMITTANCE FILE
000040* (ESCHEXT) GOES TO THE STATE WITH THE PAYMENT: THE PATRON'S
000050* NAME AND LAST KNOWN ADDRESS FROM THE PATRON MASTER, THE AMOUNT
000060* REMITTED, THE DATE OF THE LAST TABLE OR CAGE ACTIVITY AND THE
000070* DATE OF THE REMITTANCE.
000080* -----------------------------------------------------------------
000090* DATE       INIT  DESCRIPTION
000100* 10-15-26   ROP   ORIGINAL RECORD.
000110* -----------------------------------------------------------------
000120 01  ES-RECORD.
000130     05  ES-PLAYER-ID           PIC X(06).
000140     05  ES-NAME                PIC X(25).
000150     05  ES-ADDRESS             PIC X(25).
000160     05  ES-AMOUNT              PIC 9(07)V99.
000170     05  ES-LAST-ACTIVITY-DATE  PIC 9(08).
000180     05  ES-REMIT-DATE          PIC 9(08).
000190     05  FILLER                 PIC X(10).
