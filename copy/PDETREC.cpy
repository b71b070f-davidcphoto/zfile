000010*------------------------------------------------------*
000020* PDETREC - POSTING-DETAIL RECORD (DD POSTDTL), THE    *
000030*   MACHINE-READABLE TWIN OF THE POSTJRNL JOURNAL.     *
000040*   VARPOST WRITES ONE 'D' RECORD PER IN-SCOPE KEY, IN *
000050*   MASTER KEY ORDER - KEY, OLD AMOUNT, ADJUSTMENT AND *
000060*   NEW AMOUNT OF VARIABLES-COMP-3-NUMERIC - AND SEALS *
000070*   THE FILE WITH ONE 'T' RECORD CARRYING THE DETAIL   *
000080*   COUNT AND THE SUM OF THE POSTED ADJUSTMENTS.       *
000090*   EVERY RECORD CARRIES THE POSTING NAME (PCTLREC.CPY *
000100*   KEY) SO VARREVRS CAN PROVE IT WAS HANDED THE FILE  *
000110*   FOR THE POSTING IT WAS ASKED TO REVERSE.           *
000120*   PDET-CODE IS THE KEY'S FIRST VARIABLES-GROUP-      *
000130*   OCCURS-IN CODE AT POSTING TIME, WHICH GLFEED MAPS  *
000140*   TO THE GENERAL-LEDGER ACCOUNT (GLMPREC.CPY).       *
000150*                                                       *
000160*   PDET-STATUS:                                       *
000170*     'P' - POSTED                                     *
000180*     'R' - REJECTED ON OVERFLOW, MASTER NOT CHANGED   *
000190*           (ADJUSTMENT ZERO, NEW = OLD)               *
000200*------------------------------------------------------*
000210 01  POST-DETAIL-RECORD.
000220     05 PDET-POSTING.
000230        10 PDET-EFF-DATE      PIC 9(08).
000240        10 PDET-KEY-FROM      PIC 9(08).
000250        10 PDET-SEQ           PIC 9(02).
000260     05 PDET-REC-TYPE         PIC X(01).
000270        88 PDET-DETAIL        VALUE 'D'.
000280        88 PDET-TRAILER       VALUE 'T'.
000290     05 PDET-DETAIL-DATA.
000300        10 PDET-KEY           PIC X(08).
000310        10 PDET-STATUS        PIC X(01).
000320           88 PDET-POSTED     VALUE 'P'.
000330           88 PDET-REJECTED   VALUE 'R'.
000340        10 PDET-OLD-AMOUNT    PIC S9(08)V9(02).
000350        10 PDET-ADJUSTMENT    PIC S9(08)V9(02).
000360        10 PDET-NEW-AMOUNT    PIC S9(08)V9(02).
000370     05 PDET-TRAILER-DATA REDEFINES PDET-DETAIL-DATA.
000380        10 PDET-TRL-COUNT     PIC 9(09).
000390        10 PDET-TRL-TOTAL     PIC S9(11)V9(02).
000400        10 FILLER             PIC X(17).
000410     05 PDET-CODE             PIC X(02).
000420     05 FILLER                PIC X(20).
