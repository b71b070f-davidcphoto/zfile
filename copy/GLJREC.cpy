000010*------------------------------------------------------*
000020* GLJREC - GENERAL-LEDGER JOURNAL RECORD (DD GLJRNL),   *
000030*   WRITTEN BY GLFEED FOR FINANCE'S LEDGER LOAD.  ONE  *
000040*   'H' HEADER, ONE 'D' LINE PER GL ACCOUNT AND SIDE   *
000050*   (DEBIT OR CREDIT) WITH THE SUMMED AMOUNT AND THE   *
000060*   NUMBER OF ITEMS BEHIND IT, AND ONE 'T' CONTROL     *
000070*   TRAILER WITH THE LINE COUNT AND TOTAL DEBITS AND   *
000080*   CREDITS.  THE TRAILER IS WRITTEN ONLY WHEN THE     *
000090*   JOURNAL BALANCES - A FILE WITHOUT ONE IS NOT TO BE *
000100*   LOADED.  AMOUNTS ARE UNSIGNED; GLJD-DR-CR GIVES    *
000110*   THE SIDE.                                          *
000120*------------------------------------------------------*
000130 01  GL-JOURNAL-RECORD.
000140     05 GLJ-REC-TYPE          PIC X(01).
000150        88 GLJ-HEADER         VALUE 'H'.
000160        88 GLJ-DETAIL         VALUE 'D'.
000170        88 GLJ-TRAILER        VALUE 'T'.
000180     05 GLJ-JOURNAL-DATE      PIC 9(08).
000190     05 GLJ-SOURCE            PIC X(08).
000200     05 GLJ-DATA              PIC X(63).
000210     05 GLJ-HEADER-DATA REDEFINES GLJ-DATA.
000220        10 GLJH-RUN-DATE      PIC 9(08).
000230        10 GLJH-RUN-TIME      PIC 9(08).
000240        10 GLJH-AUDIT-FROM    PIC 9(08).
000250        10 GLJH-AUDIT-TO      PIC 9(08).
000260        10 FILLER             PIC X(31).
000270     05 GLJ-DETAIL-DATA REDEFINES GLJ-DATA.
000280        10 GLJD-ACCOUNT       PIC X(10).
000290        10 GLJD-DR-CR         PIC X(01).
000300           88 GLJD-DEBIT      VALUE 'D'.
000310           88 GLJD-CREDIT     VALUE 'C'.
000320        10 GLJD-AMOUNT        PIC 9(11)V9(02).
000330        10 GLJD-ITEM-COUNT    PIC 9(07).
000340        10 FILLER             PIC X(32).
000350     05 GLJ-TRAILER-DATA REDEFINES GLJ-DATA.
000360        10 GLJT-LINE-COUNT    PIC 9(07).
000370        10 GLJT-TOTAL-DEBITS  PIC 9(13)V9(02).
000380        10 GLJT-TOTAL-CREDITS PIC 9(13)V9(02).
000390        10 FILLER             PIC X(26).
