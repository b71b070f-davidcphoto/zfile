000010*------------------------------------------------------*
000020* PCTLREC - POSTING-PERIOD CONTROL RECORD ON THE       *
000030*   POSTCTL KSDS.  VARPOST WRITES ONE AT THE END OF    *
000040*   EVERY CLEAN POSTING RUN - EFFECTIVE DATE, KEY      *
000050*   RANGE, RATE AND CONTROL TOTALS - AND REFUSES TO    *
000060*   START A RUN WHOSE KEY RANGE OVERLAPS A RUN ALREADY *
000070*   POSTED FOR THE SAME EFFECTIVE DATE, SO A RESUBMIT  *
000080*   CANNOT POST THE SAME PERIOD TWICE.  VARREVRS       *
000090*   STAMPS THE REVERSAL ONTO THE SAME RECORD.          *
000100*                                                       *
000110*   A POSTING IS NAMED BY ITS EFFECTIVE DATE AND KEY-  *
000120*   FROM.  PCTL-SEQ SEPARATES A PERIOD POSTED, FULLY   *
000130*   REVERSED AND POSTED AGAIN - ONLY A FULL REVERSAL   *
000140*   RELEASES THE PERIOD FOR ANOTHER RUN.               *
000150*                                                       *
000160*   PCTL-STATUS:                                       *
000170*     'P' - POSTED                                     *
000180*     'R' - REVERSED IN FULL, PERIOD OPEN AGAIN        *
000190*     'X' - REVERSED IN PART (SOME KEYS REFUSED), STILL *
000200*           BLOCKS THE PERIOD                           *
000210*------------------------------------------------------*
000220 01  POST-CONTROL-RECORD.
000230     05 PCTL-KEY.
000240        10 PCTL-EFF-DATE      PIC 9(08).
000250        10 PCTL-KEY-FROM      PIC 9(08).
000260        10 PCTL-SEQ           PIC 9(02).
000270     05 PCTL-KEY-TO           PIC 9(08).
000280     05 PCTL-RATE             PIC 9(03)V9(05).
000290     05 PCTL-STATUS           PIC X(01).
000300        88 PCTL-POSTED        VALUE 'P'.
000310        88 PCTL-REVERSED      VALUE 'R'.
000320        88 PCTL-PART-REVERSED VALUE 'X'.
000330     05 PCTL-POST-DATE        PIC 9(08).
000340     05 PCTL-POST-TIME        PIC 9(08).
000350     05 PCTL-RECORDS-READ     PIC 9(09).
000360     05 PCTL-RECORDS-POSTED   PIC 9(09).
000370     05 PCTL-RECORDS-REJECT   PIC 9(09).
000380     05 PCTL-TOTAL-POSTED     PIC S9(11)V9(02).
000390     05 PCTL-REV-DATE         PIC 9(08).
000400     05 PCTL-REV-TIME         PIC 9(08).
000410     05 PCTL-RECORDS-REVERSED PIC 9(09).
000420     05 PCTL-RECORDS-REFUSED  PIC 9(09).
000430     05 PCTL-TOTAL-REVERSED   PIC S9(11)V9(02).
000440     05 FILLER                PIC X(22).
