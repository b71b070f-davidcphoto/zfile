000010*------------------------------------------------------*
000020* CYCLREC - BATCH CYCLE-STATUS RECORD ON THE CYCLSTAT   *
000030*   KSDS, ONE PER PROGRAM PER BUSINESS DATE, KEYED ON   *
000040*   THE DATE PLUS THE PROGRAM NAME SO ONE CYCLE READS   *
000050*   BACK TOGETHER.  EVERY BATCH PROGRAM IN THE SUITE    *
000060*   CALLS CYCLGATE (CYCLPARM.CPY) AT START AND AT END:  *
000070*   THE START CALL CHECKS THE PROGRAM'S PREDECESSORS    *
000080*   FOR THE SAME DATE AND MARKS IT STARTED; THE END     *
000090*   CALL RECORDS THE RETURN CODE.  THE BUSINESS DATE    *
000100*   IS THE OPEN CYCLE ON THE CYCLE-OPEN RECORD BELOW,   *
000110*   NOT THE CLOCK, AND IS THE DATE RUNCTL (RUNCREC.CPY) *
000120*   IS STAMPED WITH.  CYCLMNT SHOWS A CYCLE, OPENS ONE  *
000130*   AND SETS THE OPERATOR OVERRIDE.                     *
000140*                                                       *
000150*   CYCL-STATUS:                                       *
000160*     'S' - STARTED AND NOT ENDED - RUNNING, OR         *
000170*           ABENDED AND AWAITING ITS RESTART            *
000180*     'C' - COMPLETE, RETURN CODE UNDER 8               *
000190*     'E' - ENDED WITH EXCEPTIONS, RETURN CODE 8        *
000200*     'F' - FAILED, RETURN CODE 16 OR OVER              *
000210*     'B' - REFUSED BY THE GATE, NEVER STARTED          *
000220*     ' ' - NOT RUN - AN OVERRIDE SET AHEAD OF THE RUN  *
000230*   CYCL-BLOCK-REASON IS WHY THE LAST START WAS         *
000240*   REFUSED, SPACES ONCE A START IS LET THROUGH.        *
000250*                                                       *
000260*   CYCL-OVERRIDE-SW:                                  *
000270*     'Y' - AN OVERRIDE IS OPEN: THE NEXT START THE     *
000280*           GATE WOULD REFUSE IS LET THROUGH ONCE       *
000290*     'U' - THE OVERRIDE HAS BEEN USED                  *
000300*   CYCL-OVERRIDE-USER/-DATE/-TIME ARE WHO GRANTED IT   *
000310*   AND WHEN.  BOTH EVENTS ARE ALSO LOGGED TO CYCLLOG   *
000320*   (CLOGREC.CPY).                                      *
000330*------------------------------------------------------*
000340 01  CYCLE-STATUS-RECORD.
000350     05 CYCL-KEY.
000360        10 CYCL-BUS-DATE      PIC 9(08).
000370        10 CYCL-PROGRAM       PIC X(08).
000380     05 CYCL-STATUS           PIC X(01).
000390        88 CYCL-STARTED       VALUE 'S'.
000400        88 CYCL-COMPLETE      VALUE 'C'.
000410        88 CYCL-EXCEPTIONS    VALUE 'E'.
000420        88 CYCL-FAILED        VALUE 'F'.
000430        88 CYCL-REFUSED       VALUE 'B'.
000440        88 CYCL-NOT-RUN       VALUE ' '.
000450     05 CYCL-RUN-COUNT        PIC 9(03).
000460     05 CYCL-START-DATE       PIC 9(08).
000470     05 CYCL-START-TIME       PIC 9(08).
000480     05 CYCL-END-DATE         PIC 9(08).
000490     05 CYCL-END-TIME         PIC 9(08).
000500     05 CYCL-RETURN-CODE      PIC 9(04).
000510     05 CYCL-BLOCK-REASON     PIC X(30).
000520     05 CYCL-OVERRIDE-SW      PIC X(01).
000530        88 CYCL-OVERRIDE-OPEN VALUE 'Y'.
000540        88 CYCL-OVERRIDE-USED VALUE 'U'.
000550     05 CYCL-OVERRIDE-USER    PIC X(08).
000560     05 CYCL-OVERRIDE-DATE    PIC 9(08).
000570     05 CYCL-OVERRIDE-TIME    PIC 9(08).
000580     05 FILLER                PIC X(09).
000590*------------------------------------------------------*
000600* CYCLE-OPEN RECORD - ONE ONLY, KEYED ON A ZERO DATE    *
000610*   AND '*CYCLE*', SO IT SORTS AHEAD OF EVERY CYCLE.    *
000620*   CYCO-BUS-DATE IS THE OPEN BUSINESS DATE EVERY GATE  *
000630*   CALL WORKS TO, HOWEVER LONG THE NIGHT CHAIN RUNS    *
000640*   PAST MIDNIGHT - SAVE A DAY PROGRAM RUNNING AHEAD IN *
000641*   THE NEXT CYCLE (SEE CYCLGATE).  IT MOVES ON ONLY    *
000642*   WHEN:                                               *
000650*     - VARUNLD, THE FIRST NIGHT STEP, STARTS ON A      *
000660*       LATER CALENDAR DATE AFTER THE OPEN CYCLE'S      *
000670*       VARUNLD HAS COMPLETED, OR                       *
000680*     - AN OPERATOR OPENS A CYCLE ON CYCLMNT (C)        *
000690*   THE FIRST GATE CALL EVER WRITES IT FROM THE CLOCK.  *
000700*   CYCO-OPENED-BY IS THE PROGRAM OR OPERATOR THAT      *
000710*   OPENED THE CYCLE; CYCO-PRIOR-DATE THE ONE IT        *
000720*   REPLACED.  EACH OPENING IS ALSO LOGGED TO CYCLLOG.  *
000730*------------------------------------------------------*
000740 01  CYCLE-OPEN-RECORD.
000750     05 CYCO-KEY.
000760        10 CYCO-KEY-DATE      PIC 9(08).
000770        10 CYCO-KEY-ID        PIC X(08).
000780           88 CYCO-CONTROL-ID VALUE '*CYCLE* '.
000790     05 CYCO-BUS-DATE         PIC 9(08).
000800     05 CYCO-PRIOR-DATE       PIC 9(08).
000810     05 CYCO-OPENED-BY        PIC X(08).
000820     05 CYCO-OPEN-DATE        PIC 9(08).
000830     05 CYCO-OPEN-TIME        PIC 9(08).
000840     05 FILLER                PIC X(64).
