000120*                  REPORT OVER THE AUDIT FILE TABMAINT  *
000130*                  WRITES (AUDITOUT), WITH OLD/NEW/DELTA *
000140*                  OF BOTH BALANCE FIELDS AND SUMMARY    *
000141*                  TOTALS PER USER AND PER DAY.          *
000142*  2026-10-15  DCP EVENT COLUMN FROM AUDT-FUNCTION - CHG  *
000143*                  FOR A BALANCE CHANGE, ADD FOR A KEY   *
000144*                  OPENED, CLOSE FOR A KEY CLOSED.       *
000145*  2026-10-15  DCP APPROVED-BY LINE UNDER A CHANGE THAT  *
000146*                  WENT THROUGH BALAPPR DUAL CONTROL.    *
000147*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS CALLED *
000148*                  AT START, ENDING THE RUN WITH RC 12   *
000149*                  BEFORE ANY FILE IS OPENED WHEN A      *
000150*                  PREDECESSOR HAS NOT COMPLETED FOR THE *
000151*                  CYCLE, AND AT END TO RECORD THE       *
000152*                  RETURN CODE ON CYCLSTAT.              *
000160*------------------------------------------------------*
000170*
000180* PURPOSE.
000250*   SUMMARY PAGE GIVES CHANGE COUNTS AND NET BALANCE
000260*   MOVEMENT PER USER AND PER CHANGE DATE, SO AN AUDITOR
000270*   CAN ANSWER "WHO MOVED WHAT, AND WHEN" WITHOUT
000280*   DECODING THE RAW DATASET BY HAND.  THE EVENT COLUMN
000281*   SHOWS WHETHER EACH LINE IS A BALANCE CHANGE (CHG), A
000282*   KEY OPENED (ADD, OLD VALUES ZERO) OR A KEY CLOSED
000283*   (CLOSE, NEW VALUES ZERO) - SEE AUDT-FUNCTION.
000284*   A CHANGE APPLIED THROUGH BALAPPR CARRIES BOTH USERS:
000285*   THE REQUESTER IN THE USER COLUMN AND THE APPROVER ON
000286*   AN 'APPROVED BY' LINE DIRECTLY BENEATH IT.
000290*
000300*   SELECTION CARD (SELPARM, ONE 80-BYTE CARD):
000310*     COLS  1- 8  FROM DATE (YYYYMMDD, ZERO/BLANK = OPEN)
001120     'AUDTRPT  AUDIT TRAIL - VARIABLES BALANCE CHANGES'.
001130 01  WS-HEADING-2.
001140     05 FILLER              PIC X(10) VALUE 'KEY'.
001141     05 FILLER              PIC X(07) VALUE 'EVENT'.
001150     05 FILLER              PIC X(10) VALUE 'DATE'.
001160     05 FILLER              PIC X(10) VALUE 'USER'.
001170     05 FILLER              PIC X(10) VALUE 'JOB'.
001230     05 FILLER              PIC X(12) VALUE 'COMP-DELTA'.
001240 01  WS-DETAIL-LINE.
001250     05 DL-KEY              PIC X(08).
001251     05 FILLER              PIC X(02) VALUE SPACES.
001252     05 DL-EVENT            PIC X(05).
001260     05 FILLER              PIC X(02) VALUE SPACES.
001270     05 DL-DATE             PIC 9(08).
001280     05 FILLER              PIC X(02) VALUE SPACES.
001410     05 DL-NEW-COMP         PIC ----,---,--9.
001420     05 FILLER              PIC X(02) VALUE SPACES.
001430     05 DL-COMP-DELTA       PIC ----,---,--9.
001431 01  WS-APPROVER-LINE.
001432     05 FILLER              PIC X(17) VALUE SPACES.
001433     05 FILLER              PIC X(12) VALUE 'APPROVED BY'.
001434     05 AL-APPROVER         PIC X(08).
001440 01  WS-SUMMARY-LINE.
001450     05 SL-TAG              PIC X(10).
001460     05 FILLER              PIC X(02) VALUE SPACES.
001620     05 FILLER              PIC X(18) VALUE
001630            'RECORDS LISTED. .'.
001640     05 TL-LISTED           PIC ZZZ,ZZZ,ZZ9.
001641     COPY "CYCLPARM.cpy".
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001661     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001670     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001680     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
001690         UNTIL END-OF-FILE.
001700     PERFORM 3000-SUMMARIZE   THRU 3000-EXIT.
001710     PERFORM 4000-TERMINATE   THRU 4000-EXIT.
001711     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001720     STOP RUN.
001730*------------------------------------------------------*
001740 1000-INITIALIZE.
002520     COMPUTE WS-COMP-DELTA =
002530         AUDT-NEW-COMP-NUM - AUDT-OLD-COMP-NUM.
002540     MOVE AUDT-KEY-ALPHA      TO DL-KEY.
002541     IF AUDT-KEY-ADDED
002542         MOVE 'ADD'           TO DL-EVENT
002543     ELSE
002544         IF AUDT-KEY-CLOSED
002545             MOVE 'CLOSE'     TO DL-EVENT
002546         ELSE
002547             MOVE 'CHG'       TO DL-EVENT.
002550     MOVE AUDT-CHANGE-DATE    TO DL-DATE.
002560     MOVE AUDT-USER-ID        TO DL-USER.
002570     MOVE AUDT-JOB-NAME       TO DL-JOB.
002630     MOVE WS-COMP-DELTA       TO DL-COMP-DELTA.
002640     MOVE WS-DETAIL-LINE      TO REPORT-LINE.
002650     WRITE REPORT-LINE.
002651     IF AUDT-APPROVER-ID NOT = SPACES
002652         AND AUDT-APPROVER-ID NOT = LOW-VALUES
002653         MOVE AUDT-APPROVER-ID TO AL-APPROVER
002654         MOVE WS-APPROVER-LINE TO REPORT-LINE
002655         WRITE REPORT-LINE.
002660 2200-EXIT.
002670     EXIT.
002680*------------------------------------------------------*
003900     CLOSE REPORT-FILE.
003910 4000-EXIT.
003920     EXIT.
003930*------------------------------------------------------*
003940* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
003950* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
003960* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
003970* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
003980*------------------------------------------------------*
003990 9800-CYCLE-START.
004000     MOVE 'AUDTRPT' TO CYCG-PROGRAM.
004010     SET CYCG-START TO TRUE.
004020     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004030     IF CYCG-CLEARED
004040         GO TO 9800-EXIT.
004050     IF CYCG-BLOCKED
004060         MOVE 12 TO RETURN-CODE
004070     ELSE
004080         MOVE 16 TO RETURN-CODE.
004090     STOP RUN.
004100 9800-EXIT.
004110     EXIT.
004120*------------------------------------------------------*
004130* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
004140* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
004150* BACK AFTERWARDS.                                      *
004160*------------------------------------------------------*
004170 9900-CYCLE-END.
004180     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
004190     SET CYCG-END TO TRUE.
004200     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004210     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
004220 9900-EXIT.
004230     EXIT.
