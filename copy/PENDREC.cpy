000010*------------------------------------------------------*
000020* PENDREC - PENDING BALANCE CHANGE ON THE PENDCHG      *
000030*   KSDS.  A BALANCE CHANGE WHOSE SIGNED OR COMP DELTA *
000040*   EXCEEDS THE DUAL-CONTROL THRESHOLD (DCTLREC.CPY)   *
000050*   IS NOT APPLIED BY TABMAINT OR VARBATCH - IT IS     *
000060*   WRITTEN HERE INSTEAD, WITH THE VALUES SEEN ON FILE *
000070*   AT THE TIME, AND WAITS FOR A SECOND OPERATOR ON    *
000080*   BALAPPR.  ONLY AN APPROVAL REWRITES THE MASTER AND *
000090*   WRITES THE AUDTREC RECORD; A DECLINE JUST CLOSES   *
000100*   THE ITEM.  DECIDED ITEMS STAY ON FILE AS THE       *
000110*   RECORD OF WHO DECIDED WHAT.                        *
000120*                                                       *
000130*   THE KEY LEADS WITH THE REQUEST DATE AND TIME SO A  *
000140*   BROWSE RETURNS THE OLDEST ITEM FIRST.  PEND-SEQ    *
000150*   SEPARATES TWO REQUESTS FOR THE SAME VARIABLES KEY  *
000160*   STAMPED IN THE SAME HUNDREDTH OF A SECOND (A BATCH *
000170*   RUN CAN DO THAT).                                  *
000180*                                                       *
000190*   PEND-STATUS:                                       *
000200*     'P' - PENDING, NOT YET DECIDED                   *
000210*     'A' - APPROVED AND APPLIED TO THE MASTER         *
000220*     'D' - DECLINED, MASTER NOT TOUCHED               *
000230*                                                       *
000240*   PEND-FUNCTION SAYS WHAT IS BEING HELD:             *
000250*     'B' - A BALANCE CHANGE TO AN EXISTING KEY        *
000280*     'A' - A NEW KEY WHOSE OPENING BALANCES ARE OVER  *
000290*         THE THRESHOLD.  THE OLD VALUES ARE ZERO AND  *
000300*         PEND-OPEN-CODES CARRIES THE OPENING CODE     *
000310*         PAIRS; THE KEY IS NOT ON THE MASTER UNTIL    *
000320*         THE ITEM IS APPROVED.                        *
000330*------------------------------------------------------*
000340 01  PENDING-RECORD.
000350     05 PEND-KEY.
000360        10 PEND-REQ-DATE      PIC 9(08).
000370        10 PEND-REQ-TIME      PIC 9(08).
000380        10 PEND-VAR-KEY       PIC X(08).
000390        10 PEND-SEQ           PIC 9(02).
000400     05 PEND-STATUS           PIC X(01).
000410        88 PEND-OPEN          VALUE 'P'.
000420        88 PEND-APPROVED      VALUE 'A'.
000430        88 PEND-DECLINED      VALUE 'D'.
000440     05 PEND-JOB-NAME         PIC X(08).
000450     05 PEND-REQ-USER         PIC X(08).
000460     05 PEND-OLD-SIGNED-NUM   PIC S9(08).
000470     05 PEND-NEW-SIGNED-NUM   PIC S9(08).
000480     05 PEND-OLD-COMP-NUM     PIC S9(08).
000490     05 PEND-NEW-COMP-NUM     PIC S9(08).
000500     05 PEND-DECIDE-USER      PIC X(08).
000510     05 PEND-DECIDE-DATE      PIC 9(08).
000520     05 PEND-DECIDE-TIME      PIC 9(08).
000530     05 PEND-FUNCTION         PIC X(01).
000540        88 PEND-ADD           VALUE 'A'.
000550     05 PEND-OPEN-CODES.
000560        10 PEND-OPEN-PAIR     OCCURS 5 TIMES.
000570           15 PEND-OPEN-IN    PIC X(02).
000580           15 PEND-OPEN-IN2   PIC X(02).
