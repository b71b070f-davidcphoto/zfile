000010*------------------------------------------------------*
000020* CLOGREC - CYCLE OVERRIDE LOG RECORD (DD CYCLLOG,      *
000030*   SEQUENTIAL, ALWAYS OPENED EXTEND).  ONE RECORD WHEN *
000040*   CYCLMNT GRANTS AN OVERRIDE ON A PROGRAM'S CYCLSTAT  *
000050*   RECORD (CYCLREC.CPY) AND ONE WHEN CYCLGATE LETS A   *
000060*   REFUSED START THROUGH ON IT, CARRYING THE REFUSAL   *
000070*   THE OVERRIDE SET ASIDE.  CLOG-USER-ID IS ALWAYS THE *
000080*   OPERATOR WHO GRANTED THE OVERRIDE.  A THIRD KIND    *
000090*   (CLOG-OPENED) IS WRITTEN WHEN A NEW BUSINESS DATE   *
000100*   IS OPENED (CYCLREC.CPY): CLOG-PROGRAM IS VARUNLD,   *
000110*   WHICH OPENS IT, OR SPACES WHEN CLOG-USER-ID         *
000120*   OPENED IT ON CYCLMNT.                               *
000130*------------------------------------------------------*
000140 01  CYCLE-LOG-RECORD.
000150     05 CLOG-BUS-DATE         PIC 9(08).
000160     05 CLOG-PROGRAM          PIC X(08).
000170     05 CLOG-ACTION           PIC X(01).
000180        88 CLOG-GRANTED       VALUE 'G'.
000190        88 CLOG-USED          VALUE 'U'.
000200        88 CLOG-OPENED        VALUE 'C'.
000210     05 CLOG-USER-ID          PIC X(08).
000220     05 CLOG-LOG-DATE         PIC 9(08).
000230     05 CLOG-LOG-TIME         PIC 9(08).
000240     05 CLOG-REASON           PIC X(30).
000250     05 CLOG-BLOCK-REASON     PIC X(30).
000260     05 FILLER                PIC X(19).
