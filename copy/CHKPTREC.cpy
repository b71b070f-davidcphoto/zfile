000080*   NUMBER OF THE LAST TRANSACTION OR CSV ROW DONE     *
000090*   (VARBATCH AND VARIMPRT, WHOSE INPUTS ARE NOT) -    *
000100*   EIGHT ZONED DIGITS EITHER WAY.                     *
000101*   CHKPT-RECORDS-HELD IS VARBATCH'S RUNNING COUNT OF  *
000102*   BALANCE CHANGES HELD FOR DUAL-CONTROL APPROVAL     *
000103*   (PENDREC.CPY); THE OTHER RUNS DO NOT SET IT.       *
000110*------------------------------------------------------*
000070 01  CHECKPOINT-RECORD.
000080     05 CHKPT-LAST-KEY        PIC X(08).
000090     05 CHKPT-RECORDS-READ    PIC 9(09).
000100     05 CHKPT-RECORDS-VALID   PIC 9(09).
000110     05 CHKPT-RECORDS-REJECT  PIC 9(09).
000120     05 CHKPT-RECORDS-HELD    PIC 9(09).
000130     05 FILLER                PIC X(01).
