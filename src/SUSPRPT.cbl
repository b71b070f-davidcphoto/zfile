000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUSPRPT.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - NIGHTLY AGING OF   *
000120*                  OPEN ITEMS ON THE COMMON REJECT      *
000130*                  SUSPENSE KSDS BY SOURCE PROGRAM.     *
000140*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000150*                  CALLED AT START, ENDING THE RUN WITH *
000160*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000170*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000180*                  THE CYCLE, AND AT END TO RECORD THE  *
000190*                  RETURN CODE ON CYCLSTAT.             *
000200*------------------------------------------------------*
000210*
000220* PURPOSE.
000230*   LISTS EVERY ITEM ON THE SUSPENSE KSDS (SUSPREC.CPY)
000240*   STILL WAITING ON SOMEONE - OPEN ('O'), OR RELEASED
000250*   ('R') AND NOT YET PICKED UP BY SUSPRSUB - WITH ITS
000260*   SOURCE PROGRAM, KEY, RUN DATE, STATUS, AGE IN
000270*   CALENDAR DAYS FROM THE RUN THAT REJECTED IT, AND THE
000280*   REJECT REASON.  THE KEY OPENS WITH THE SOURCE, SO
000290*   ITEMS COME GROUPED BY SOURCE, OLDEST FIRST; EACH
000300*   SOURCE ENDS WITH ITS COUNT IN EACH AGE BAND -
000310*     0-7, 8-30, 31-60 AND OVER 60 DAYS
000320*   - AND THE REPORT ENDS WITH THE SAME BANDS FOR ALL
000330*   SOURCES.  RESUBMITTED AND WRITTEN-OFF ITEMS ARE
000340*   COUNTED BUT NOT LISTED.  AN AGE OF 999 MEANS 999
000350*   DAYS OR MORE.
000360*
000370*   SUSPENSE IS READ ONLY.  A MISSING FILE IS RC 16, SO A
000380*   LOST DATASET IS NOT MISTAKEN FOR AN EMPTY ONE.
000390*------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SUSPENSE-FILE  ASSIGN TO SUSPENSE
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000481         RECORD KEY IS SUSP-KEY
000482         ALTERNATE RECORD KEY IS SUSP-ITEM-KEY
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-SUSP-STATUS.
000510     SELECT REPORT-FILE    ASSIGN TO SUSPAGE
000520         ORGANIZATION IS SEQUENTIAL.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  SUSPENSE-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY "SUSPREC.cpy".
000580 FD  REPORT-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  REPORT-LINE            PIC X(132).
000620 WORKING-STORAGE SECTION.
000630 01  WS-SUSP-STATUS         PIC X(02).
000640 01  WS-SWITCHES.
000650     05 WS-EOF-SW           PIC X(01) VALUE 'N'.
000660        88 END-OF-FILE      VALUE 'Y'.
000670     05 WS-FATAL-SW         PIC X(01) VALUE 'N'.
000680        88 FATAL-ERROR      VALUE 'Y'.
000690 01  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
000700 01  WS-PREV-SOURCE         PIC X(08) VALUE SPACES.
000710 01  WS-AGE-DAYS            PIC 9(03).
000720 01  WS-WALK-DATE.
000730     05 WS-WALK-YEAR        PIC 9(04).
000740     05 WS-WALK-MONTH       PIC 9(02).
000750     05 WS-WALK-DAY         PIC 9(02).
000760 01  WS-WALK-NUM REDEFINES WS-WALK-DATE
000770                            PIC 9(08).
000780 01  WS-MONTH-END           PIC 9(02).
000790 01  WS-MONTH-DAYS-VALUES.
000800     05 FILLER              PIC X(24) VALUE
000810        '312831303130313130313031'.
000820 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.
000830     05 WS-MONTH-LEN        PIC 9(02) OCCURS 12 TIMES.
000840 01  WS-LEAP-WORK.
000850     05 WS-LEAP-QUOT        PIC 9(04) COMP.
000860     05 WS-LEAP-REM         PIC 9(04) COMP.
000870 01  WS-BAND               PIC 9(01) COMP.
000880 01  WS-SOURCE-BANDS.
000890     05 WS-SOURCE-BAND      PIC 9(09) COMP OCCURS 4 TIMES.
000900 01  WS-GRAND-BANDS.
000910     05 WS-GRAND-BAND       PIC 9(09) COMP OCCURS 4 TIMES.
000920 01  WS-BAND-TOTAL          PIC 9(09) COMP.
000930 01  WS-COUNTERS.
000940     05 WS-ITEMS-READ       PIC 9(09) COMP VALUE ZERO.
000950     05 WS-ITEMS-WAITING    PIC 9(09) COMP VALUE ZERO.
000960     05 WS-ITEMS-CLOSED     PIC 9(09) COMP VALUE ZERO.
000970     05 WS-OLDEST-AGE       PIC 9(03) VALUE ZERO.
000980 01  WS-HEADING-1            PIC X(60) VALUE
000990     'SUSPRPT  REJECT SUSPENSE ITEMS AWAITING ACTION, BY AGE'.
001000 01  WS-HEADING-2.
001010     05 FILLER              PIC X(10) VALUE 'SOURCE'.
001020     05 FILLER              PIC X(10) VALUE 'KEY'.
001030     05 FILLER              PIC X(10) VALUE 'RUN DATE'.
001040     05 FILLER              PIC X(10) VALUE 'RUN TIME'.
001050     05 FILLER              PIC X(10) VALUE 'ITEM'.
001060     05 FILLER              PIC X(04) VALUE 'ST'.
001070     05 FILLER              PIC X(05) VALUE 'AGE'.
001080     05 FILLER              PIC X(40) VALUE 'REASON'.
001090 01  WS-DETAIL-LINE.
001100     05 DL-SOURCE           PIC X(08).
001110     05 FILLER              PIC X(02) VALUE SPACES.
001120     05 DL-KEY              PIC X(08).
001130     05 FILLER              PIC X(02) VALUE SPACES.
001140     05 DL-RUN-DATE         PIC 9(08).
001150     05 FILLER              PIC X(02) VALUE SPACES.
001160     05 DL-RUN-TIME         PIC 9(08).
001170     05 FILLER              PIC X(02) VALUE SPACES.
001180     05 DL-SEQ              PIC 9(08).
001190     05 FILLER              PIC X(02) VALUE SPACES.
001200     05 DL-STATUS           PIC X(01).
001210     05 FILLER              PIC X(03) VALUE SPACES.
001220     05 DL-AGE              PIC ZZ9.
001230     05 FILLER              PIC X(02) VALUE SPACES.
001240     05 DL-REASON           PIC X(40).
001250 01  WS-BAND-LINE.
001260     05 BL-LABEL            PIC X(20).
001270     05 FILLER              PIC X(11) VALUE '0-7 DAYS'.
001280     05 BL-BAND-1           PIC ZZZ,ZZ9.
001290     05 FILLER              PIC X(03) VALUE SPACES.
001300     05 FILLER              PIC X(11) VALUE '8-30 DAYS'.
001310     05 BL-BAND-2           PIC ZZZ,ZZ9.
001320     05 FILLER              PIC X(03) VALUE SPACES.
001330     05 FILLER              PIC X(11) VALUE '31-60 DAYS'.
001340     05 BL-BAND-3           PIC ZZZ,ZZ9.
001350     05 FILLER              PIC X(03) VALUE SPACES.
001360     05 FILLER              PIC X(11) VALUE 'OVER 60'.
001370     05 BL-BAND-4           PIC ZZZ,ZZ9.
001380     05 FILLER              PIC X(03) VALUE SPACES.
001390     05 FILLER              PIC X(07) VALUE 'TOTAL'.
001400     05 BL-TOTAL            PIC ZZZ,ZZ9.
001410 01  WS-TOTAL-LINE.
001420     05 FILLER              PIC X(16) VALUE
001430            'ITEMS READ. . .'.
001440     05 TL-READ             PIC ZZZ,ZZZ,ZZ9.
001450     05 FILLER              PIC X(03) VALUE SPACES.
001460     05 FILLER              PIC X(16) VALUE
001470            'AWAITING. . . .'.
001480     05 TL-WAITING          PIC ZZZ,ZZZ,ZZ9.
001490     05 FILLER              PIC X(03) VALUE SPACES.
001500     05 FILLER              PIC X(16) VALUE
001510            'CLOSED. . . . .'.
001520     05 TL-CLOSED           PIC ZZZ,ZZZ,ZZ9.
001530     05 FILLER              PIC X(03) VALUE SPACES.
001540     05 FILLER              PIC X(16) VALUE
001550            'OLDEST (DAYS) .'.
001560     05 TL-OLDEST           PIC ZZ9.
001570     COPY "CYCLPARM.cpy".
001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001600     PERFORM 9800-CYCLE-START  THRU 9800-EXIT.
001610     PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
001620     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
001630         UNTIL END-OF-FILE.
001640     PERFORM 3000-TERMINATE    THRU 3000-EXIT.
001650     IF FATAL-ERROR
001660         MOVE 16 TO RETURN-CODE.
001670     PERFORM 9900-CYCLE-END    THRU 9900-EXIT.
001680     STOP RUN.
001690*------------------------------------------------------*
001700 1000-INITIALIZE.
001710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001720     PERFORM 2560-CLEAR-ONE-BAND THRU 2560-EXIT
001730         VARYING WS-BAND FROM 1 BY 1
001740         UNTIL WS-BAND > 4.
001750     OPEN OUTPUT REPORT-FILE.
001760     MOVE WS-HEADING-1 TO REPORT-LINE.
001770     WRITE REPORT-LINE.
001780     MOVE WS-HEADING-2 TO REPORT-LINE.
001790     WRITE REPORT-LINE.
001800     OPEN INPUT SUSPENSE-FILE.
001810     IF WS-SUSP-STATUS NOT = '00'
001820         DISPLAY 'SUSPRPT - SUSPENSE FILE UNAVAILABLE, '
001830             'STATUS ' WS-SUSP-STATUS
001840         SET FATAL-ERROR TO TRUE
001850         SET END-OF-FILE TO TRUE
001860         GO TO 1000-EXIT.
001870     PERFORM 2900-READ-NEXT-ITEM THRU 2900-EXIT.
001880 1000-EXIT.
001890     EXIT.
001900*------------------------------------------------------*
001910* 2000-PROCESS-ITEM LISTS ONE ITEM STILL AWAITING ACTION *
001920* AND COUNTS IT INTO ITS AGE BAND, BREAKING TO THE       *
001930* SOURCE TOTALS WHEN THE SOURCE CHANGES.                 *
001940*------------------------------------------------------*
001950 2000-PROCESS-ITEM.
001960     ADD 1 TO WS-ITEMS-READ.
001970     IF NOT SUSP-OPEN AND NOT SUSP-RELEASED
001980         ADD 1 TO WS-ITEMS-CLOSED
001990         GO TO 2000-NEXT.
002000     IF SUSP-SOURCE NOT = WS-PREV-SOURCE
002010         AND WS-PREV-SOURCE NOT = SPACES
002020         PERFORM 2500-SOURCE-BREAK THRU 2500-EXIT.
002030     MOVE SUSP-SOURCE TO WS-PREV-SOURCE.
002040     ADD 1 TO WS-ITEMS-WAITING.
002050     PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT.
002060     IF WS-AGE-DAYS > WS-OLDEST-AGE
002070         MOVE WS-AGE-DAYS TO WS-OLDEST-AGE.
002080     IF WS-AGE-DAYS NOT > 7
002090         MOVE 1 TO WS-BAND
002100     ELSE
002110         IF WS-AGE-DAYS NOT > 30
002120             MOVE 2 TO WS-BAND
002130         ELSE
002140             IF WS-AGE-DAYS NOT > 60
002150                 MOVE 3 TO WS-BAND
002160             ELSE
002170                 MOVE 4 TO WS-BAND.
002180     ADD 1 TO WS-SOURCE-BAND (WS-BAND).
002190     ADD 1 TO WS-GRAND-BAND (WS-BAND).
002200     MOVE SUSP-SOURCE         TO DL-SOURCE.
002210     MOVE SUSP-ITEM-KEY       TO DL-KEY.
002220     MOVE SUSP-RUN-DATE       TO DL-RUN-DATE.
002230     MOVE SUSP-RUN-TIME       TO DL-RUN-TIME.
002240     MOVE SUSP-SEQ            TO DL-SEQ.
002250     MOVE SUSP-STATUS         TO DL-STATUS.
002260     MOVE WS-AGE-DAYS         TO DL-AGE.
002270     MOVE SUSP-REASON         TO DL-REASON.
002280     MOVE WS-DETAIL-LINE      TO REPORT-LINE.
002290     WRITE REPORT-LINE.
002300 2000-NEXT.
002310     PERFORM 2900-READ-NEXT-ITEM THRU 2900-EXIT.
002320 2000-EXIT.
002330     EXIT.
002340*------------------------------------------------------*
002350* 2100-COMPUTE-AGE COUNTS THE CALENDAR DAYS FROM THE    *
002360* RUN THAT REJECTED THE ITEM UP TO TODAY, THE SAME HAND *
002370* CALENDAR AS PENDRPT.  THE WALK STOPS AT 999.          *
002380*------------------------------------------------------*
002390 2100-COMPUTE-AGE.
002400     MOVE ZERO TO WS-AGE-DAYS.
002410     MOVE SUSP-RUN-DATE TO WS-WALK-NUM.
002420     IF WS-WALK-MONTH < 1
002430         OR WS-WALK-MONTH > 12
002440         GO TO 2100-EXIT.
002450     PERFORM 2150-FORWARD-ONE-DAY THRU 2150-EXIT
002460         UNTIL WS-WALK-NUM NOT < WS-RUN-DATE
002470         OR WS-AGE-DAYS = 999.
002480 2100-EXIT.
002490     EXIT.
002500*------------------------------------------------------*
002510 2150-FORWARD-ONE-DAY.
002520     ADD 1 TO WS-AGE-DAYS.
002530     MOVE WS-MONTH-LEN (WS-WALK-MONTH) TO WS-MONTH-END.
002540     IF WS-WALK-MONTH = 2
002550         PERFORM 2160-TEST-LEAP-YEAR THRU 2160-EXIT.
002560     IF WS-WALK-DAY < WS-MONTH-END
002570         ADD 1 TO WS-WALK-DAY
002580         GO TO 2150-EXIT.
002590     MOVE 1 TO WS-WALK-DAY.
002600     IF WS-WALK-MONTH = 12
002610         MOVE 1 TO WS-WALK-MONTH
002620         ADD 1 TO WS-WALK-YEAR
002630     ELSE
002640         ADD 1 TO WS-WALK-MONTH.
002650 2150-EXIT.
002660     EXIT.
002670*------------------------------------------------------*
002680 2160-TEST-LEAP-YEAR.
002690     DIVIDE WS-WALK-YEAR BY 4
002700         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
002710     IF WS-LEAP-REM NOT = ZERO
002720         GO TO 2160-EXIT.
002730     DIVIDE WS-WALK-YEAR BY 100
002740         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
002750     IF WS-LEAP-REM NOT = ZERO
002760         MOVE 29 TO WS-MONTH-END
002770         GO TO 2160-EXIT.
002780     DIVIDE WS-WALK-YEAR BY 400
002790         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
002800     IF WS-LEAP-REM = ZERO
002810         MOVE 29 TO WS-MONTH-END.
002820 2160-EXIT.
002830     EXIT.
002840*------------------------------------------------------*
002850* 2500-SOURCE-BREAK PRINTS THE AGE BANDS FOR THE SOURCE *
002860* JUST FINISHED AND CLEARS THEM FOR THE NEXT.           *
002870*------------------------------------------------------*
002880 2500-SOURCE-BREAK.
002890     MOVE SPACES TO BL-LABEL.
002900     STRING 'SOURCE ' DELIMITED BY SIZE
002910         WS-PREV-SOURCE DELIMITED BY SIZE
002920         INTO BL-LABEL.
002930     PERFORM 2550-PRINT-BANDS THRU 2550-EXIT.
002940     PERFORM 2570-CLEAR-SOURCE-BAND THRU 2570-EXIT
002950         VARYING WS-BAND FROM 1 BY 1
002960         UNTIL WS-BAND > 4.
002970 2500-EXIT.
002980     EXIT.
002990*------------------------------------------------------*
003000* 2550-PRINT-BANDS PRINTS WS-SOURCE-BANDS UNDER THE      *
003010* LABEL ALREADY IN BL-LABEL.                             *
003020*------------------------------------------------------*
003030 2550-PRINT-BANDS.
003040     MOVE WS-SOURCE-BAND (1) TO BL-BAND-1.
003050     MOVE WS-SOURCE-BAND (2) TO BL-BAND-2.
003060     MOVE WS-SOURCE-BAND (3) TO BL-BAND-3.
003070     MOVE WS-SOURCE-BAND (4) TO BL-BAND-4.
003080     ADD WS-SOURCE-BAND (1) WS-SOURCE-BAND (2)
003090         WS-SOURCE-BAND (3) WS-SOURCE-BAND (4)
003100         GIVING WS-BAND-TOTAL.
003110     MOVE WS-BAND-TOTAL TO BL-TOTAL.
003120     MOVE WS-BAND-LINE  TO REPORT-LINE.
003130     WRITE REPORT-LINE.
003140     MOVE SPACES TO REPORT-LINE.
003150     WRITE REPORT-LINE.
003160 2550-EXIT.
003170     EXIT.
003180*------------------------------------------------------*
003190 2560-CLEAR-ONE-BAND.
003200     MOVE ZERO TO WS-SOURCE-BAND (WS-BAND).
003210     MOVE ZERO TO WS-GRAND-BAND (WS-BAND).
003220 2560-EXIT.
003230     EXIT.
003240*------------------------------------------------------*
003250 2570-CLEAR-SOURCE-BAND.
003260     MOVE ZERO TO WS-SOURCE-BAND (WS-BAND).
003270 2570-EXIT.
003280     EXIT.
003290*------------------------------------------------------*
003300 2580-COPY-GRAND-BAND.
003310     MOVE WS-GRAND-BAND (WS-BAND) TO WS-SOURCE-BAND (WS-BAND).
003320 2580-EXIT.
003330     EXIT.
003340*------------------------------------------------------*
003350 2900-READ-NEXT-ITEM.
003360     READ SUSPENSE-FILE NEXT RECORD
003370         AT END
003380             SET END-OF-FILE TO TRUE.
003390 2900-EXIT.
003400     EXIT.
003410*------------------------------------------------------*
003420* 3000-TERMINATE CLOSES THE LAST SOURCE, THEN PRINTS THE *
003430* BANDS FOR ALL SOURCES AND THE RUN TOTALS.              *
003440*------------------------------------------------------*
003450 3000-TERMINATE.
003460     IF WS-PREV-SOURCE NOT = SPACES
003470         PERFORM 2500-SOURCE-BREAK THRU 2500-EXIT.
003480     PERFORM 2580-COPY-GRAND-BAND THRU 2580-EXIT
003490         VARYING WS-BAND FROM 1 BY 1
003500         UNTIL WS-BAND > 4.
003510     MOVE 'ALL SOURCES' TO BL-LABEL.
003520     PERFORM 2550-PRINT-BANDS THRU 2550-EXIT.
003530     MOVE WS-ITEMS-READ    TO TL-READ.
003540     MOVE WS-ITEMS-WAITING TO TL-WAITING.
003550     MOVE WS-ITEMS-CLOSED  TO TL-CLOSED.
003560     MOVE WS-OLDEST-AGE    TO TL-OLDEST.
003570     MOVE WS-TOTAL-LINE    TO REPORT-LINE.
003580     WRITE REPORT-LINE.
003590     DISPLAY 'SUSPRPT - ITEMS READ. . . . : ' WS-ITEMS-READ.
003600     DISPLAY 'SUSPRPT - AWAITING ACTION . : ' WS-ITEMS-WAITING.
003610     DISPLAY 'SUSPRPT - OLDEST (DAYS) . . : ' WS-OLDEST-AGE.
003620     IF NOT FATAL-ERROR
003630         CLOSE SUSPENSE-FILE.
003640     CLOSE REPORT-FILE.
003650 3000-EXIT.
003660     EXIT.
003670*------------------------------------------------------*
003680* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
003690* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
003700* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
003710* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
003720*------------------------------------------------------*
003730 9800-CYCLE-START.
003740     MOVE 'SUSPRPT' TO CYCG-PROGRAM.
003750     SET CYCG-START TO TRUE.
003760     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
003770     IF CYCG-CLEARED
003780         GO TO 9800-EXIT.
003790     IF CYCG-BLOCKED
003800         MOVE 12 TO RETURN-CODE
003810     ELSE
003820         MOVE 16 TO RETURN-CODE.
003830     STOP RUN.
003840 9800-EXIT.
003850     EXIT.
003860*------------------------------------------------------*
003870* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
003880* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
003890* BACK AFTERWARDS.                                      *
003900*------------------------------------------------------*
003910 9900-CYCLE-END.
003920     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
003930     SET CYCG-END TO TRUE.
003940     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
003950     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
003960 9900-EXIT.
003970     EXIT.
