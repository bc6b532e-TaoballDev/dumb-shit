000010* -----------------------------------------------------------------
000020* TAXREC -- THE GAMING-TAX PARAMETER FILE (TAXPARM), SET BY THE
000030* CONTROLLER TO THE STATE'S CURRENT SCHEDULE AND READ BY THE
000040* MONTHLY RETURN (BLKJGGR).  ONE LICENSEE RECORD (TYPE L) NAMES
000050* THE LICENSEE AS THE COMMISSION KNOWS IT; ONE RATE-BAND RECORD
000060* (TYPE B) PER BAND, IN ASCENDING ORDER OF FLOOR, GIVES THE RATE
000070* ON THE PART OF THE MONTH'S TAXABLE REVENUE ABOVE THAT FLOOR AND
000080* UP TO THE NEXT BAND'S.  THE FIRST BAND'S FLOOR IS ZERO.  THE
000090* RATE CARRIES FIVE DECIMALS -- 0.08000 IS EIGHT PERCENT.
000100* -----------------------------------------------------------------
000110* DATE       INIT  DESCRIPTION
000120* 10-15-26   ROP   ORIGINAL RECORD.
000130* -----------------------------------------------------------------
000140 01  TX-RECORD.
000150     05  TX-REC-TYPE            PIC X(01).
000160         88  TX-TYPE-LICENSEE   VALUE "L".
000170         88  TX-TYPE-BAND       VALUE "B".
000180     05  TX-DETAIL              PIC X(39).
000190     05  TX-LICENSEE-DATA REDEFINES TX-DETAIL.
000200         10  TX-LICENSEE-NO     PIC X(10).
000210         10  TX-LICENSEE-NAME   PIC X(25).
000220         10  FILLER             PIC X(04).
000230     05  TX-BAND-DATA REDEFINES TX-DETAIL.
000240         10  TX-BAND-FLOOR      PIC 9(11)V99.
000250         10  TX-BAND-RATE       PIC 9V9(05).
000260         10  FILLER             PIC X(20).
