000010* -----------------------------------------------------------------
000020* DRWREC -- ONE CAGE-DRAWER RECORD PER CASHIER SHIFT, KEYED BY THE
000030* CASHIER ID, THE GAMING DATE THE SHIFT SIGNED ON AND THE SHIFT
000040* NUMBER.  WRITTEN BY THE CAGE (BLKJCSH) WITH THE OPENING BANK AT
000050* SIGN-ON AND REWRITTEN WITH THE CLOSING COUNT AT SIGN-OFF.  THE
000060* OPEN AND CLOSE STAMPS BOUND THE SHIFT, SO THE NIGHTLY DRAWER
000070* RECONCILIATION (BLKJDRC) CAN TIE EACH OF THE CASHIER'S CAGE
000080* JOURNAL LINES TO THE RIGHT DRAWER.  A DRAWER STILL OPEN AT
000090* NIGHT (A CAGE SESSION THAT WAS SHUT DOWN) HAS NO CLOSING COUNT
000100* AND IS AN EXCEPTION UNTIL IT IS COUNTED BY HAND.
000110* -----------------------------------------------------------------
000120* DATE       INIT  DESCRIPTION
000130* 10-15-26   ROP   ORIGINAL RECORD.
000140* -----------------------------------------------------------------
000150 01  DW-RECORD.
000160     05  DW-KEY.
000170         10  DW-CASHIER-ID      PIC X(04).
000180         10  DW-GAME-DATE       PIC 9(08).
000190         10  DW-SHIFT-NO        PIC 9(01).
000200     05  DW-OPEN-BANK           PIC 9(07)V99.
000210     05  DW-OPEN-TIME           PIC 9(06).
000220     05  DW-CLOSE-COUNT         PIC 9(07)V99.
000230     05  DW-CLOSE-DATE          PIC 9(08).
000240     05  DW-CLOSE-TIME          PIC 9(06).
000250     05  DW-STATUS              PIC X(01).
000260         88  DW-DRAWER-OPEN     VALUE "O".
000270         88  DW-DRAWER-CLOSED   VALUE "C".
000280     05  FILLER                 PIC X(10).
