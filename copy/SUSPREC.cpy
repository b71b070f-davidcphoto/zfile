000010*------------------------------------------------------*
000020* SUSPREC - COMMON REJECT SUSPENSE RECORD ON THE        *
000030*   SUSPENSE KSDS.  VALLOAD, VARBATCH AND VARIMPRT      *
000040*   EACH WRITE ONE RECORD HERE FOR EVERY INPUT THEY     *
000050*   REJECT, ALONGSIDE THEIR OWN EXCEPTION REPORT OR     *
000060*   REGISTER LINE, CARRYING THE INPUT EXACTLY AS IT     *
000070*   ARRIVED SO IT CAN BE PUT RIGHT AND SENT BACK        *
000080*   THROUGH THE SAME PROGRAM INSTEAD OF BEING RE-KEYED. *
000090*                                                       *
000100*   THE KEY LEADS WITH THE SOURCE PROGRAM, THEN THE RUN *
000110*   DATE AND TIME THE REJECTING RUN STARTED, THEN THE   *
000120*   RECORD, TRANSACTION OR ROW NUMBER WITHIN THAT RUN - *
000130*   A BROWSE RETURNS EACH SOURCE'S ITEMS OLDEST FIRST.  *
000131*   SUSP-ITEM-KEY - THE VARIABLES KEY, TRANSACTION KEY  *
000132*   OR ROW KEY OF THE REJECTED INPUT - IS AN ALTERNATE  *
000133*   KEY WITH DUPLICATES, SO VALLOAD CAN SEE THAT A      *
000134*   MASTER RECORD IT REJECTS EVERY NIGHT IS ALREADY IN  *
000135*   SUSPENSE.                                           *
000140*                                                       *
000150*   SUSP-IMAGE IS THE ORIGINAL INPUT, LEFT-JUSTIFIED:   *
000160*     VALLOAD   84 BYTES - A VARIABLES RECORD           *
000170*               (TEST/TESTES.CPY), BINARY FIELDS AND    *
000180*               ALL                                     *
000190*     VARBATCH  80 BYTES - A TRANSACTION CARD           *
000200*     VARIMPRT 200 BYTES - A CSV ROW                    *
000210*                                                       *
000220*   SUSP-STATUS:                                       *
000230*     'O' - OPEN, AS REJECTED OR BEING CORRECTED ON     *
000240*           SUSPMNT                                     *
000250*     'R' - RELEASED ON SUSPMNT, WAITING FOR SUSPRSUB   *
000260*     'S' - RESUBMITTED - SUSPRSUB HAS WRITTEN IT BACK  *
000270*           TO ITS SOURCE PROGRAM'S INPUT.  IF IT FAILS *
000280*           AGAIN IT COMES BACK AS A NEW ITEM.          *
000290*     'W' - WRITTEN OFF ON SUSPMNT, NEVER TO BE SENT    *
000300*   SUSP-CORRECT-USER/-DATE/-TIME ARE THE LAST SUSPMNT  *
000310*   CORRECTION, RELEASE OR WRITE-OFF.                   *
000320*------------------------------------------------------*
000330 01  SUSPENSE-RECORD.
000340     05 SUSP-KEY.
000350        10 SUSP-SOURCE        PIC X(08).
000360           88 SUSP-FROM-VALLOAD  VALUE 'VALLOAD '.
000370           88 SUSP-FROM-VARBATCH VALUE 'VARBATCH'.
000380           88 SUSP-FROM-VARIMPRT VALUE 'VARIMPRT'.
000390        10 SUSP-RUN-DATE      PIC 9(08).
000400        10 SUSP-RUN-TIME      PIC 9(08).
000410        10 SUSP-SEQ           PIC 9(08).
000420     05 SUSP-STATUS           PIC X(01).
000430        88 SUSP-OPEN          VALUE 'O'.
000440        88 SUSP-RELEASED      VALUE 'R'.
000450        88 SUSP-RESUBMITTED   VALUE 'S'.
000460        88 SUSP-WRITTEN-OFF   VALUE 'W'.
000470     05 SUSP-ITEM-KEY         PIC X(08).
000480     05 SUSP-REASON           PIC X(40).
000490     05 SUSP-IMAGE            PIC X(200).
000500     05 SUSP-CORRECT-USER     PIC X(08).
000510     05 SUSP-CORRECT-DATE     PIC 9(08).
000520     05 SUSP-CORRECT-TIME     PIC 9(08).
000530     05 SUSP-RESUBMIT-DATE    PIC 9(08).
000540     05 FILLER                PIC X(07).
