000010*------------------------------------------------------*
000020* DCTLREC - DUAL-CONTROL PARAMETER RECORD (DD DUALPARM, *
000030*   ONE 80-BYTE CARD).  DCTL-THRESHOLD IS THE LARGEST  *
000040*   BALANCE MOVEMENT ONE OPERATOR MAY MAKE ALONE: A    *
000050*   CHANGE WHOSE SIGNED OR COMP DELTA, EITHER          *
000060*   DIRECTION, IS GREATER THAN THIS GOES TO THE        *
000070*   PENDCHG FILE (PENDREC.CPY) FOR A SECOND OPERATOR   *
000080*   INSTEAD OF ONTO THE MASTER.  A MISSING OR NON-     *
000090*   NUMERIC THRESHOLD IS AN ERROR, NOT A DEFAULT -     *
000100*   TABMAINT AND VARBATCH REFUSE TO RUN WITHOUT ONE.   *
000110*------------------------------------------------------*
000120 01  DUAL-CONTROL-RECORD.
000130     05 DCTL-THRESHOLD        PIC 9(08).
000140     05 FILLER                PIC X(72).
