000010* -----------------------------------------------------------------
000020* GGRREC -- ONE RECORD OF THE MONTHLY GAMING-TAX FILING EXTRACT
000030* (GGREXT), WRITTEN BY BLKJGGR IN THE FIXED LAYOUT THE GAMING
000040* COMMISSION ACCEPTS FOR ELECTRONIC FILING.  ONE HEADER (H), ONE
000050* DETAIL (D) PER TABLE PER GAMING DAY CARRYING THE TRAY-BASED
000060* GROSS REVENUE AND THE HAND-HISTORY HOLD, AND ONE TRAILER (T)
000070* WITH THE DETAIL COUNT, THE DEDUCTIONS AND THE TAX DUE.  EVERY
000080* RECORD CARRIES THE LICENSEE AND THE TAX PERIOD (YYYYMM).
000090* SIGNED AMOUNTS CARRY A LEADING SEPARATE SIGN.
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL RECORD.
000130* -----------------------------------------------------------------
000140 01  GG-RECORD.
000150     05  GG-REC-TYPE            PIC X(01).
000160         88  GG-TYPE-HEADER     VALUE "H".
000170         88  GG-TYPE-DETAIL     VALUE "D".
000180         88  GG-TYPE-TRAILER    VALUE "T".
000190     05  GG-LICENSEE-NO         PIC X(10).
000200     05  GG-TAX-PERIOD          PIC 9(06).
000210     05  GG-BODY                PIC X(83).
000220     05  GG-HEADER-BODY REDEFINES GG-BODY.
000230         10  GG-LICENSEE-NAME   PIC X(25).
000240         10  GG-CREATE-DATE     PIC 9(08).
000250         10  GG-GAME-CODE       PIC X(04).
000260         10  FILLER             PIC X(46).
000270     05  GG-DETAIL-BODY REDEFINES GG-BODY.
000280         10  GG-GAME-DATE       PIC 9(08).
000290         10  GG-TABLE-ID        PIC X(04).
000300         10  GG-GROSS-REVENUE   PIC S9(11)V99
000310                                SIGN IS LEADING SEPARATE.
000320         10  GG-BOOK-HOLD       PIC S9(11)V99
000330                                SIGN IS LEADING SEPARATE.
000340         10  FILLER             PIC X(43).
000350     05  GG-TRAILER-BODY REDEFINES GG-BODY.
000360         10  GG-DETAIL-COUNT    PIC 9(06).
000370         10  GG-TOTAL-GROSS     PIC S9(11)V99
000380                                SIGN IS LEADING SEPARATE.
000390         10  GG-TOTAL-WRITE-DOWNS
000400                                PIC 9(11)V99.
000410         10  GG-TOTAL-PROMO     PIC 9(11)V99.
000420         10  GG-TAXABLE         PIC S9(11)V99
000430                                SIGN IS LEADING SEPARATE.
000440         10  GG-TAX-DUE         PIC 9(11)V99.
000450         10  FILLER             PIC X(10).
