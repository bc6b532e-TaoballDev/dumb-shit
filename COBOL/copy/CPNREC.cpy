000010* -----------------------------------------------------------------
000020* CPNREC -- ONE MATCH-PLAY COUPON RECORD PER COUPON MARKETING
000030* MAILS, KEYED BY THE NUMBER PRINTED ON THE COUPON.  ISSUED AND
000040* VOIDED THROUGH BLKJCPN, REDEEMED AT THE TABLE (BLKJACK) WHEN THE
000050* PATRON IT WAS ISSUED TO PLAYS IT WITH A CASH BET, AND LISTED
000060* NIGHTLY BY THE PROMOTION REPORT (BLKJPRO).  AN ISSUED COUPON
000070* PAST ITS EXPIRY DATE IS EXPIRED; NO JOB REWRITES ITS STATUS.
000080* THE TABLE STAMPS THE HAND SEQUENCE THE COUPON RODE AND THE
000090* PROMOTIONAL MONEY IT ACTUALLY PAID (ZERO ON A LOSS OR PUSH).
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL RECORD.
000130* -----------------------------------------------------------------
000140 01  CU-RECORD.
000150     05  CU-COUPON-NO           PIC X(08).
000160     05  CU-PLAYER-ID           PIC X(06).
000170     05  CU-FACE-VALUE          PIC 9(05)V99.
000180     05  CU-ISSUE-DATE          PIC 9(08).
000190     05  CU-EXPIRY-DATE         PIC 9(08).
000200     05  CU-STATUS              PIC X(01).
000210         88  CU-STATUS-ISSUED   VALUE "I".
000220         88  CU-STATUS-REDEEMED VALUE "R".
000230         88  CU-STATUS-VOID     VALUE "V".
000240     05  CU-REDEEM-DATE         PIC 9(08).
000250     05  CU-REDEEM-TIME         PIC 9(06).
000260     05  CU-TABLE-ID            PIC X(04).
000270     05  CU-HAND-SEQ            PIC 9(06).
000280     05  CU-PROMO-PAID          PIC 9(05)V99.
000290     05  FILLER                 PIC X(10).
