000010*------------------------------------------------------*
000020* REVDREC - REVERSAL-DETAIL RECORD (DD REVDTL), THE    *
000030*   MACHINE-READABLE TWIN OF THE REVJRNL JOURNAL.      *
000040*   VARREVRS WRITES ONE 'D' RECORD PER KEY IT ACTUALLY *
000050*   RESTORED, IN MASTER KEY ORDER - KEY, AMOUNT BEFORE *
000060*   THE REVERSAL, THE POSTING'S ADJUSTMENT NEGATED,    *
000070*   AND THE AMOUNT RESTORED, OF VARIABLES-COMP-3-      *
000080*   NUMERIC - AND SEALS THE FILE WITH ONE 'T' RECORD   *
000090*   CARRYING THE DETAIL COUNT AND THE SUM OF THE       *
000100*   NEGATED ADJUSTMENTS.  A KEY THE REVERSAL REFUSED   *
000110*   MOVED NOTHING AND HAS NO RECORD.                   *
000120*   RDET-POSTING IS THE NAME OF THE POSTING REVERSED   *
000130*   (PCTLREC.CPY KEY) AND RDET-CODE ITS PDET-CODE, SO  *
000140*   GLFEED MAPS THE REVERSAL TO THE SAME GL ACCOUNT.   *
000150*   EVERY RECORD CARRIES THE REVERSAL RUN'S DATE AND   *
000160*   TIME, THE SAME AS STAMPED ON POSTCTL.              *
000170*------------------------------------------------------*
000180 01  REVERSAL-DETAIL-RECORD.
000190     05 RDET-POSTING.
000200        10 RDET-EFF-DATE      PIC 9(08).
000210        10 RDET-KEY-FROM      PIC 9(08).
000220        10 RDET-SEQ           PIC 9(02).
000230     05 RDET-REC-TYPE         PIC X(01).
000240        88 RDET-DETAIL        VALUE 'D'.
000250        88 RDET-TRAILER       VALUE 'T'.
000260     05 RDET-DETAIL-DATA.
000270        10 RDET-KEY           PIC X(08).
000280        10 RDET-OLD-AMOUNT    PIC S9(08)V9(02).
000290        10 RDET-ADJUSTMENT    PIC S9(08)V9(02).
000300        10 RDET-NEW-AMOUNT    PIC S9(08)V9(02).
000310        10 RDET-CODE          PIC X(02).
000320     05 RDET-TRAILER-DATA REDEFINES RDET-DETAIL-DATA.
000330        10 RDET-TRL-COUNT     PIC 9(09).
000340        10 RDET-TRL-TOTAL     PIC S9(11)V9(02).
000350        10 FILLER             PIC X(18).
000360     05 RDET-REV-DATE         PIC 9(08).
000370     05 RDET-REV-TIME         PIC 9(08).
000380     05 FILLER                PIC X(05).
