000070* -----------------------------------------------------------------
000080* DATE       INIT  DESCRIPTION
000090* 08-23-26   ROP   ORIGINAL RECORD.
000092* 10-15-26   ROP   ADDED THE PERFECT PAIRS FLAG -- WHETHER THE TABLE
000094*                  DEALS THE SIDE BET.  THE PAYS THEMSELVES ARE ON
000096*                  THE PAIRS PAYTABLE (PAIRREC).  CARVED FROM
000098*                  FILLER -- RECORD LENGTH UNCHANGED.
000100* -----------------------------------------------------------------
000110 01  TB-RECORD.
000120     05  TB-TABLE-ID            PIC X(04).
000190                                VALUE "H".
000200         88  TB-DEALER-STANDS-SOFT-17
000210                                VALUE "S".
000220     05  TB-PAIRS-OFFERED       PIC X(01).
000230         88  TB-PAIRS-ARE-OFFERED
000240                                VALUE "Y".
000250     05  FILLER                 PIC X(09).
