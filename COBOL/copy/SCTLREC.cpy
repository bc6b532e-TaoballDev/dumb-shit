000010* -----------------------------------------------------------------
000020* SCTLREC -- ONE SESSION-CONTROL RECORD PER TABLE SESSION, KEYED BY
000030* THE TABLE AND THE DATE AND TIME THE SESSION OPENED.  A SESSION IS
000040* ONE RUN OF THE TABLE (BLKJACK) FROM DEALER SIGN-ON TO CLOSE; A
000050* RESTART AFTER AN ABEND OPENS A NEW ONE.  THE TABLE REWRITES THE
000060* RECORD AT EVERY CHECKPOINT (STATUS O) AND ONE LAST TIME AT CLOSE
000070* (STATUS C), SO IT ALWAYS HOLDS THE CONTROL TOTALS OF EVERY HAND
000080* THE SESSION HAS WRITTEN TO THE HAND HISTORY (HANDHIST) AND THE
000090* ACTION JOURNAL (HANDEVNT).  THE NIGHTLY COMPLETENESS CHECK
000100* (BLKJSCV) PROVES THOSE FILES AGAINST IT.  A SESSION THAT NEVER
000110* DEALT A HAND CARRIES ZERO SEQUENCES.  THE DEALER IS THE ONE ON
000115* THE BOX WHEN THE RECORD WAS LAST WRITTEN.
000120* -----------------------------------------------------------------
000130* DATE       INIT  DESCRIPTION
000140* 10-15-26   ROP   ORIGINAL RECORD.
000150* -----------------------------------------------------------------
000160 01  SC-RECORD.
000170     05  SC-KEY.
000180         10  SC-TABLE-ID        PIC X(04).
000190         10  SC-OPEN-DATE       PIC 9(08).
000200         10  SC-OPEN-TIME       PIC 9(06).
000210     05  SC-STATUS              PIC X(01).
000220         88  SC-SESSION-OPEN    VALUE "O".
000230         88  SC-SESSION-CLOSED  VALUE "C".
000240     05  SC-DEALER-ID           PIC X(04).
000250     05  SC-FIRST-HAND-SEQ      PIC 9(06).
000260     05  SC-LAST-HAND-SEQ       PIC 9(06).
000270     05  SC-HAND-COUNT          PIC 9(06).
000280     05  SC-TOTAL-BETS          PIC 9(09)V99.
000290     05  SC-TOTAL-PAYOUTS       PIC S9(09)V99.
000300     05  SC-INSURANCE-BETS      PIC 9(09)V99.
000310     05  SC-INSURANCE-PAYOUTS   PIC S9(09)V99.
000320     05  SC-EVENT-COUNT         PIC 9(07).
000330     05  SC-STAMP-DATE          PIC 9(08).
000340     05  SC-STAMP-TIME          PIC 9(06).
000350     05  FILLER                 PIC X(10).
