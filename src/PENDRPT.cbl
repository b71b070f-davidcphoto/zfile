000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PENDRPT.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - NIGHTLY AGED LIST  *
000120*                  OF BALANCE CHANGES STILL WAITING ON  *
000130*                  BALAPPR APPROVAL IN PENDCHG.         *
000140*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000150*                  CALLED AT START, ENDING THE RUN WITH *
000160*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000170*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000180*                  THE CYCLE, AND AT END TO RECORD THE  *
000190*                  RETURN CODE ON CYCLSTAT.             *
000200*------------------------------------------------------*
000210*
000220* PURPOSE.
000230*   TABMAINT AND VARBATCH HOLD A BALANCE CHANGE OVER THE
000240*   DUAL-CONTROL THRESHOLD ON THE PENDCHG KSDS UNTIL A
000250*   SECOND OPERATOR DECIDES IT ON BALAPPR.  THIS RUN
000260*   LISTS EVERY ITEM STILL OPEN (PEND-STATUS 'P'), OLDEST
000270*   FIRST - THE KEY OPENS WITH THE REQUEST DATE - WITH
000280*   THE REQUESTER, ORIGINATING JOB, BOTH BALANCES OLD AND
000290*   NEW, AND THE AGE IN CALENDAR DAYS AT THE RUN DATE.
000300*   ITEMS ALREADY APPROVED OR DECLINED ARE COUNTED BUT
000310*   NOT LISTED.  AN AGE OF 999 MEANS 999 DAYS OR MORE.
000320*
000330*   PENDCHG IS READ ONLY.  A MISSING FILE IS RC 16, SO A
000340*   LOST DATASET IS NOT MISTAKEN FOR AN EMPTY QUEUE.
000350*------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PENDING-FILE   ASSIGN TO PENDCHG
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS PEND-KEY
000460         FILE STATUS IS WS-PEND-STATUS.
000470     SELECT REPORT-FILE    ASSIGN TO PENDLIST
000480         ORGANIZATION IS SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PENDING-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY "PENDREC.cpy".
000540 FD  REPORT-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  REPORT-LINE            PIC X(132).
000580 WORKING-STORAGE SECTION.
000590 01  WS-PEND-STATUS         PIC X(02).
000600 01  WS-SWITCHES.
000610     05 WS-EOF-SW           PIC X(01) VALUE 'N'.
000620        88 END-OF-FILE      VALUE 'Y'.
000630     05 WS-FATAL-SW         PIC X(01) VALUE 'N'.
000640        88 FATAL-ERROR      VALUE 'Y'.
000650 01  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
000660 01  WS-AGE-DAYS            PIC 9(03).
000670 01  WS-WALK-DATE.
000680     05 WS-WALK-YEAR        PIC 9(04).
000690     05 WS-WALK-MONTH       PIC 9(02).
000700     05 WS-WALK-DAY         PIC 9(02).
000710 01  WS-WALK-NUM REDEFINES WS-WALK-DATE
000720                            PIC 9(08).
000730 01  WS-MONTH-END           PIC 9(02).
000740 01  WS-MONTH-DAYS-VALUES.
000750     05 FILLER              PIC X(24) VALUE
000760        '312831303130313130313031'.
000770 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.
000780     05 WS-MONTH-LEN        PIC 9(02) OCCURS 12 TIMES.
000790 01  WS-LEAP-WORK.
000800     05 WS-LEAP-QUOT        PIC 9(04) COMP.
000810     05 WS-LEAP-REM         PIC 9(04) COMP.
000820 01  WS-COUNTERS.
000830     05 WS-ITEMS-READ       PIC 9(09) COMP VALUE ZERO.
000840     05 WS-ITEMS-OPEN       PIC 9(09) COMP VALUE ZERO.
000850     05 WS-ITEMS-DECIDED    PIC 9(09) COMP VALUE ZERO.
000860     05 WS-OLDEST-AGE       PIC 9(03) VALUE ZERO.
000870 01  WS-HEADING-1            PIC X(60) VALUE
000880     'PENDRPT  BALANCE CHANGES AWAITING DUAL-CONTROL APPROVAL'.
000890 01  WS-HEADING-2.
000900     05 FILLER              PIC X(10) VALUE 'KEY'.
000910     05 FILLER              PIC X(10) VALUE 'REQ DATE'.
000920     05 FILLER              PIC X(10) VALUE 'REQ TIME'.
000930     05 FILLER              PIC X(10) VALUE 'USER'.
000940     05 FILLER              PIC X(10) VALUE 'JOB'.
000950     05 FILLER              PIC X(14) VALUE 'OLD-SIGNED'.
000960     05 FILLER              PIC X(14) VALUE 'NEW-SIGNED'.
000970     05 FILLER              PIC X(14) VALUE 'OLD-COMP'.
000980     05 FILLER              PIC X(14) VALUE 'NEW-COMP'.
000990     05 FILLER              PIC X(08) VALUE 'AGE'.
001000 01  WS-DETAIL-LINE.
001010     05 DL-KEY              PIC X(08).
001020     05 FILLER              PIC X(02) VALUE SPACES.
001030     05 DL-REQ-DATE         PIC 9(08).
001040     05 FILLER              PIC X(02) VALUE SPACES.
001050     05 DL-REQ-TIME         PIC 9(08).
001060     05 FILLER              PIC X(02) VALUE SPACES.
001070     05 DL-USER             PIC X(08).
001080     05 FILLER              PIC X(02) VALUE SPACES.
001090     05 DL-JOB              PIC X(08).
001100     05 FILLER              PIC X(02) VALUE SPACES.
001110     05 DL-OLD-SIGNED       PIC ----,---,--9.
001120     05 FILLER              PIC X(02) VALUE SPACES.
001130     05 DL-NEW-SIGNED       PIC ----,---,--9.
001140     05 FILLER              PIC X(02) VALUE SPACES.
001150     05 DL-OLD-COMP         PIC ----,---,--9.
001160     05 FILLER              PIC X(02) VALUE SPACES.
001170     05 DL-NEW-COMP         PIC ----,---,--9.
001180     05 FILLER              PIC X(02) VALUE SPACES.
001190     05 DL-AGE              PIC ZZ9.
001200 01  WS-TOTAL-LINE.
001210     05 FILLER              PIC X(16) VALUE
001220            'ITEMS READ. . .'.
001230     05 TL-READ             PIC ZZZ,ZZZ,ZZ9.
001240     05 FILLER              PIC X(03) VALUE SPACES.
001250     05 FILLER              PIC X(16) VALUE
001260            'STILL OPEN. . .'.
001270     05 TL-OPEN             PIC ZZZ,ZZZ,ZZ9.
001280     05 FILLER              PIC X(03) VALUE SPACES.
001290     05 FILLER              PIC X(16) VALUE
001300            'DECIDED . . . .'.
001310     05 TL-DECIDED          PIC ZZZ,ZZZ,ZZ9.
001320     05 FILLER              PIC X(03) VALUE SPACES.
001330     05 FILLER              PIC X(16) VALUE
001340            'OLDEST (DAYS) .'.
001350     05 TL-OLDEST           PIC ZZ9.
001360     COPY "CYCLPARM.cpy".
001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001390     PERFORM 9800-CYCLE-START  THRU 9800-EXIT.
001400     PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
001410     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
001420         UNTIL END-OF-FILE.
001430     PERFORM 3000-TERMINATE    THRU 3000-EXIT.
001440     IF FATAL-ERROR
001450         MOVE 16 TO RETURN-CODE.
001460     PERFORM 9900-CYCLE-END    THRU 9900-EXIT.
001470     STOP RUN.
001480*------------------------------------------------------*
001490 1000-INITIALIZE.
001500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001510     OPEN OUTPUT REPORT-FILE.
001520     MOVE WS-HEADING-1 TO REPORT-LINE.
001530     WRITE REPORT-LINE.
001540     MOVE WS-HEADING-2 TO REPORT-LINE.
001550     WRITE REPORT-LINE.
001560     OPEN INPUT PENDING-FILE.
001570     IF WS-PEND-STATUS NOT = '00'
001580         DISPLAY 'PENDRPT - PENDING CHANGE FILE '
001590             'UNAVAILABLE, STATUS ' WS-PEND-STATUS
001600         SET FATAL-ERROR TO TRUE
001610         SET END-OF-FILE TO TRUE
001620         GO TO 1000-EXIT.
001630     PERFORM 2900-READ-NEXT-ITEM THRU 2900-EXIT.
001640 1000-EXIT.
001650     EXIT.
001660*------------------------------------------------------*
001670 2000-PROCESS-ITEM.
001680     ADD 1 TO WS-ITEMS-READ.
001690     IF NOT PEND-OPEN
001700         ADD 1 TO WS-ITEMS-DECIDED
001710         GO TO 2000-NEXT.
001720     ADD 1 TO WS-ITEMS-OPEN.
001730     PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT.
001740     IF WS-AGE-DAYS > WS-OLDEST-AGE
001750         MOVE WS-AGE-DAYS TO WS-OLDEST-AGE.
001760     MOVE PEND-VAR-KEY        TO DL-KEY.
001770     MOVE PEND-REQ-DATE       TO DL-REQ-DATE.
001780     MOVE PEND-REQ-TIME       TO DL-REQ-TIME.
001790     MOVE PEND-REQ-USER       TO DL-USER.
001800     MOVE PEND-JOB-NAME       TO DL-JOB.
001810     MOVE PEND-OLD-SIGNED-NUM TO DL-OLD-SIGNED.
001820     MOVE PEND-NEW-SIGNED-NUM TO DL-NEW-SIGNED.
001830     MOVE PEND-OLD-COMP-NUM   TO DL-OLD-COMP.
001840     MOVE PEND-NEW-COMP-NUM   TO DL-NEW-COMP.
001850     MOVE WS-AGE-DAYS         TO DL-AGE.
001860     MOVE WS-DETAIL-LINE      TO REPORT-LINE.
001870     WRITE REPORT-LINE.
001880 2000-NEXT.
001890     PERFORM 2900-READ-NEXT-ITEM THRU 2900-EXIT.
001900 2000-EXIT.
001910     EXIT.
001920*------------------------------------------------------*
001930* 2100-COMPUTE-AGE COUNTS THE CALENDAR DAYS FROM THE    *
001940* REQUEST DATE UP TO THE RUN DATE BY WALKING FORWARD A  *
001950* DAY AT A TIME WITH THE MONTH LENGTHS TABLE AND THE    *
001960* LEAP-YEAR TEST, THE SAME HAND CALENDAR AS VARHCOND.   *
001970* THE WALK STOPS AT 999, THE WIDTH OF THE AGE COLUMN.   *
001980*------------------------------------------------------*
001990 2100-COMPUTE-AGE.
002000     MOVE ZERO TO WS-AGE-DAYS.
002010     MOVE PEND-REQ-DATE TO WS-WALK-NUM.
002020     IF WS-WALK-MONTH < 1
002030         OR WS-WALK-MONTH > 12
002040         GO TO 2100-EXIT.
002050     PERFORM 2150-FORWARD-ONE-DAY THRU 2150-EXIT
002060         UNTIL WS-WALK-NUM NOT < WS-RUN-DATE
002070         OR WS-AGE-DAYS = 999.
002080 2100-EXIT.
002090     EXIT.
002100*------------------------------------------------------*
002110 2150-FORWARD-ONE-DAY.
002120     ADD 1 TO WS-AGE-DAYS.
002130     MOVE WS-MONTH-LEN (WS-WALK-MONTH) TO WS-MONTH-END.
002140     IF WS-WALK-MONTH = 2
002150         PERFORM 2160-TEST-LEAP-YEAR THRU 2160-EXIT.
002160     IF WS-WALK-DAY < WS-MONTH-END
002170         ADD 1 TO WS-WALK-DAY
002180         GO TO 2150-EXIT.
002190     MOVE 1 TO WS-WALK-DAY.
002200     IF WS-WALK-MONTH = 12
002210         MOVE 1 TO WS-WALK-MONTH
002220         ADD 1 TO WS-WALK-YEAR
002230     ELSE
002240         ADD 1 TO WS-WALK-MONTH.
002250 2150-EXIT.
002260     EXIT.
002270*------------------------------------------------------*
002280 2160-TEST-LEAP-YEAR.
002290     DIVIDE WS-WALK-YEAR BY 4
002300         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
002310     IF WS-LEAP-REM NOT = ZERO
002320         GO TO 2160-EXIT.
002330     DIVIDE WS-WALK-YEAR BY 100
002340         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
002350     IF WS-LEAP-REM NOT = ZERO
002360         MOVE 29 TO WS-MONTH-END
002370         GO TO 2160-EXIT.
002380     DIVIDE WS-WALK-YEAR BY 400
002390         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
002400     IF WS-LEAP-REM = ZERO
002410         MOVE 29 TO WS-MONTH-END.
002420 2160-EXIT.
002430     EXIT.
002440*------------------------------------------------------*
002450 2900-READ-NEXT-ITEM.
002460     READ PENDING-FILE NEXT RECORD
002470         AT END
002480             SET END-OF-FILE TO TRUE.
002490 2900-EXIT.
002500     EXIT.
002510*------------------------------------------------------*
002520 3000-TERMINATE.
002530     MOVE SPACES TO REPORT-LINE.
002540     WRITE REPORT-LINE.
002550     MOVE WS-ITEMS-READ    TO TL-READ.
002560     MOVE WS-ITEMS-OPEN    TO TL-OPEN.
002570     MOVE WS-ITEMS-DECIDED TO TL-DECIDED.
002580     MOVE WS-OLDEST-AGE    TO TL-OLDEST.
002590     MOVE WS-TOTAL-LINE    TO REPORT-LINE.
002600     WRITE REPORT-LINE.
002610     DISPLAY 'PENDRPT - ITEMS READ. . . . : ' WS-ITEMS-READ.
002620     DISPLAY 'PENDRPT - STILL OPEN. . . . : ' WS-ITEMS-OPEN.
002630     DISPLAY 'PENDRPT - OLDEST (DAYS) . . : ' WS-OLDEST-AGE.
002640     IF NOT FATAL-ERROR
002650         CLOSE PENDING-FILE.
002660     CLOSE REPORT-FILE.
002670 3000-EXIT.
002680     EXIT.
002690*------------------------------------------------------*
002700* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
002710* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
002720* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
002730* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
002740*------------------------------------------------------*
002750 9800-CYCLE-START.
002760     MOVE 'PENDRPT' TO CYCG-PROGRAM.
002770     SET CYCG-START TO TRUE.
002780     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002790     IF CYCG-CLEARED
002800         GO TO 9800-EXIT.
002810     IF CYCG-BLOCKED
002820         MOVE 12 TO RETURN-CODE
002830     ELSE
002840         MOVE 16 TO RETURN-CODE.
002850     STOP RUN.
002860 9800-EXIT.
002870     EXIT.
002880*------------------------------------------------------*
002890* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
002900* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
002910* BACK AFTERWARDS.                                      *
002920*------------------------------------------------------*
002930 9900-CYCLE-END.
002940     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
002950     SET CYCG-END TO TRUE.
002960     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002970     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
002980 9900-EXIT.
002990     EXIT.
