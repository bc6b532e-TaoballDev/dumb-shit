000060* -----------------------------------------------------------------
000070* DATE       INIT  DESCRIPTION
000080* 08-09-26   ROP   ORIGINAL RECORD.
000082* 10-15-26   ROP   ADDED THE ACCOUNT STATUS.  AN ACCOUNT WHOSE
000084*                  UNCLAIMED BALANCE THE DORMANCY JOB (BLKJDRM)
000086*                  HAS REMITTED TO THE STATE IS MARKED ESCHEATED;
000088*                  THE TABLE WILL NOT SEAT IT AND THE CAGE WILL
000089*                  NOT POST TO IT UNTIL THE CAGE REACTIVATES IT.
000090*                  CARVED FROM FILLER -- RECORD LENGTH UNCHANGED.
000091* 10-15-26   ROP   ADDED THE IN-PLAY FLAG AND THE TABLE THAT HOLDS
000092*                  IT.  THE TABLE (BLKJACK) SETS THEM WHEN IT
000093*                  SEATS THE PLAYER AND CLEARS THEM WHEN THE SEAT
000094*                  IS VACATED OR THE TABLE CLOSES; A FLAG LEFT BY
000095*                  A TABLE THAT ABENDED IS CLEARED BY A PIT
000096*                  SUPERVISOR THROUGH BLKJINP.  CARVED FROM
000097*                  FILLER -- RECORD LENGTH UNCHANGED.
000098* -----------------------------------------------------------------
000100 01  BK-RECORD.
000110     05  BK-PLAYER-ID           PIC X(06).
000120     05  BK-SEAT-NO             PIC 9(02).
000130     05  BK-BALANCE             PIC S9(07)V99 COMP-3.
000140     05  BK-LAST-HAND-SEQ       PIC 9(06).
000142     05  BK-ACCOUNT-STATUS      PIC X(01).
000144         88  BK-ACCOUNT-ESCHEATED
000146                                VALUE "E".
000147     05  BK-IN-PLAY-FLAG        PIC X(01).
000148         88  BK-IS-IN-PLAY      VALUE "Y".
000149     05  BK-IN-PLAY-TABLE       PIC X(04).
000150     05  FILLER                 PIC X(04).
