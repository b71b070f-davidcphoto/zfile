000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VARPROOF.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - AUDIT-TO-MASTER   *
000120*                  PROOF.  REPLAYS AUDITOUT OVER THE   *
000130*                  PRIOR VARHIST SNAPSHOT AND PROVES   *
000140*                  THE RESULT AGAINST TODAY'S VARMSTR. *
000150*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS      *
000160*                  CALLED AT START, ENDING THE RUN     *
000170*                  WITH RC 12 BEFORE ANY FILE IS       *
000180*                  OPENED WHEN A PREDECESSOR HAS NOT   *
000190*                  COMPLETED FOR THE CYCLE, AND AT END *
000200*                  TO RECORD THE RETURN CODE ON        *
000210*                  CYCLSTAT.                           *
000220*------------------------------------------------------*
000230*
000240* PURPOSE.
000250*   THREE SOURCES SHOULD AGREE ON EVERY BALANCE: THE
000260*   PRIOR VARHIST SNAPSHOT (VARARCH), THE BEFORE/AFTER
000270*   AUDIT RECORDS SINCE (AUDTREC.CPY - TABMAINT, VARBATCH
000280*   AND BALAPPR) AND TODAY'S MASTER.  THIS RUN TAKES THE
000290*   SNAPSHOT FOR THE DATE ON THE PARM, REPLAYS EVERY
000300*   AUDIT RECORD DATED AFTER IT, KEY BY KEY IN CHANGE
000310*   DATE/TIME ORDER, OVER VARIABLES-SIGNED-NUMERIC AND
000320*   VARIABLES-COMP-NUMERIC, AND PROVES THE RESULT
000330*   AGAINST VARMSTR.  A KEY OPENED (AUDT-FUNCTION 'A')
000340*   STARTS FROM "NOT ON FILE"; A KEY CLOSED ('C') ENDS
000350*   THERE.
000360*
000370*   THREE KINDS OF BREAK ARE LISTED:
000380*     1 - UNAUDITED MOVEMENT: THE MASTER DIFFERS FROM THE
000390*         REPLAYED FIGURES AND NO AUDIT RECORD EXPLAINS
000400*         IT (A VARIMPRT CORRECTION, A MANUAL REPRO, A
000410*         KEY ADDED OR DELETED OUTSIDE TABMAINT/VARBATCH).
000420*     2 - AUDIT OLD VALUE MISMATCH: AN AUDIT RECORD'S OLD
000430*         VALUES ARE NOT WHAT WAS ON FILE AT THAT POINT IN
000440*         THE REPLAY.  THE REPLAY CARRIES ON FROM THE
000450*         RECORD'S NEW VALUES SO ONE BREAK IS REPORTED
000460*         ONCE, NOT ON EVERY LATER RECORD FOR THE KEY.
000470*     3 - AUDITED CHANGE NOT ON MASTER: THE MASTER STILL
000480*         HOLDS THE FIGURES FROM BEFORE THE LAST AUDITED
000490*         CHANGE FOR THE KEY.
000500*   A KEY WHOSE AUDITED REPLAY ENDS AWAY FROM THE MASTER
000510*   IN ANY OTHER WAY IS A BREAK OF KIND 1 - SOMETHING
000520*   MOVED IT AFTER THE LAST AUDITED CHANGE.
000530*
000540*   A BALANCE FIELD FAILING A NUMERIC CLASS TEST IS TAKEN
000550*   AS ZERO, THE SAME RULE VARMOVE APPLIES.
000560*
000570*   THE SNAPSHOT DATE COMES FROM THE PARM ON THE EXEC
000580*   STATEMENT (YYYYMMDD).  A MISSING OR NON-NUMERIC DATE,
000590*   OR NO SNAPSHOT AT ALL FOR THAT DATE, ENDS THE RUN
000600*   WITH RETURN-CODE 16 - A PROOF WITHOUT A STARTING
000610*   POINT WOULD REPORT EVERY KEY AS A BREAK.  A CLEAN
000620*   PROOF IS RETURN-CODE 0; ANY BREAK IS RETURN-CODE 8,
000630*   THE SAME AS RUNBAL.
000640*------------------------------------------------------*
000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER. IBM-370.
000680 OBJECT-COMPUTER. IBM-370.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT HISTORY-FILE   ASSIGN TO VARHIST
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS VARH-KEY
000750         FILE STATUS IS WS-HIST-STATUS.
000760     SELECT VARIABLES-FILE ASSIGN TO VARMSTR
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS VARIABLES-NUMERIC
000800         FILE STATUS IS WS-FILE-STATUS.
000810     SELECT AUDIT-FILE     ASSIGN TO AUDITIN
000820         ORGANIZATION IS SEQUENTIAL.
000830     SELECT SORT-FILE      ASSIGN TO SORTWK1.
000840     SELECT REPORT-FILE    ASSIGN TO PROOFRPT
000850         ORGANIZATION IS SEQUENTIAL.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  HISTORY-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY "VARHREC.cpy".
000910 FD  VARIABLES-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY "testes.cpy".
000940 FD  AUDIT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  AUDIT-IN-RECORD        PIC X(82).
000980 SD  SORT-FILE.
000990     COPY "AUDTREC.cpy".
001000 FD  REPORT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  REPORT-LINE            PIC X(132).
001040 WORKING-STORAGE SECTION.
001050     COPY "VARKEY.cpy".
001060     COPY "testes.cpy" REPLACING
001070         ==VARIABLES== BY ==SNAP-VARIABLES==.
001080 01  WS-HIST-STATUS         PIC X(02).
001090 01  WS-FILE-STATUS         PIC X(02).
001100 01  WS-SWITCHES.
001110     05 WS-FATAL-SW         PIC X(01) VALUE 'N'.
001120        88 FATAL-ERROR      VALUE 'Y'.
001130     05 WS-AUDIT-EOF-SW     PIC X(01) VALUE 'N'.
001140        88 AUDIT-END-OF-FILE VALUE 'Y'.
001150 01  WS-SNAP-DATE           PIC 9(08) VALUE ZERO.
001160*------------------------------------------------------*
001170* THE THREE INPUTS ARE MATCHED ON THE 8-BYTE KEY.  EACH *
001180* STREAM'S CURRENT KEY GOES TO HIGH-VALUES AT ITS END,  *
001190* SO THE LOWEST OF THE THREE IS ALWAYS THE NEXT KEY TO  *
001200* PROVE AND THE RUN IS DONE WHEN ALL THREE ARE HIGH.    *
001210*------------------------------------------------------*
001220 01  WS-MATCH-KEYS.
001230     05 WS-SNAP-KEY         PIC X(08) VALUE SPACES.
001240     05 WS-MAST-KEY         PIC X(08) VALUE SPACES.
001250     05 WS-AUD-KEY          PIC X(08).
001260     05 WS-LOW-KEY          PIC X(08).
001270*------------------------------------------------------*
001280* ONE BALANCE STATE PER SOURCE: SNAPSHOT, MASTER, THE   *
001290* RUNNING REPLAY, AND THE REPLAY AS IT STOOD BEFORE THE *
001300* LAST AUDIT RECORD (TO TELL BREAK 3 FROM BREAK 1).     *
001310*------------------------------------------------------*
001320 01  WS-SNAP-STATE.
001330     05 WS-SNAP-ON-FILE-SW  PIC X(01).
001340        88 SNAP-ON-FILE     VALUE 'Y'.
001350     05 WS-SNAP-SIGNED      PIC S9(08).
001360     05 WS-SNAP-COMP        PIC S9(08).
001370 01  WS-MAST-STATE.
001380     05 WS-MAST-ON-FILE-SW  PIC X(01).
001390        88 MAST-ON-FILE     VALUE 'Y'.
001400     05 WS-MAST-SIGNED      PIC S9(08).
001410     05 WS-MAST-COMP        PIC S9(08).
001420 01  WS-RUN-STATE.
001430     05 WS-RUN-ON-FILE-SW   PIC X(01).
001440        88 RUN-ON-FILE      VALUE 'Y'.
001450     05 WS-RUN-SIGNED       PIC S9(08).
001460     05 WS-RUN-COMP         PIC S9(08).
001470 01  WS-PREV-STATE.
001480     05 WS-PREV-ON-FILE-SW  PIC X(01).
001490        88 PREV-ON-FILE     VALUE 'Y'.
001500     05 WS-PREV-SIGNED      PIC S9(08).
001510     05 WS-PREV-COMP        PIC S9(08).
001520 01  WS-AUDITS-FOR-KEY      PIC 9(09) COMP.
001530 01  WS-COUNTERS.
001540     05 WS-SNAPS-READ       PIC 9(09) COMP VALUE ZERO.
001550     05 WS-SNAPS-USED       PIC 9(09) COMP VALUE ZERO.
001560     05 WS-MASTER-READ      PIC 9(09) COMP VALUE ZERO.
001570     05 WS-AUDITS-READ      PIC 9(09) COMP VALUE ZERO.
001580     05 WS-AUDITS-REPLAYED  PIC 9(09) COMP VALUE ZERO.
001590     05 WS-KEYS-PROVED      PIC 9(09) COMP VALUE ZERO.
001600     05 WS-BREAKS-1         PIC 9(09) COMP VALUE ZERO.
001610     05 WS-BREAKS-2         PIC 9(09) COMP VALUE ZERO.
001620     05 WS-BREAKS-3         PIC 9(09) COMP VALUE ZERO.
001630 01  WS-HEADING-1.
001640     05 FILLER              PIC X(50) VALUE
001650        'VARPROOF AUDIT-TO-MASTER PROOF - SNAPSHOT OF '.
001660     05 H1-SNAP-DATE        PIC 9(08).
001670 01  WS-HEADING-2.
001680     05 FILLER              PIC X(10) VALUE 'KEY'.
001690     05 FILLER              PIC X(32) VALUE 'BREAK'.
001700     05 FILLER              PIC X(10) VALUE 'AUD DATE'.
001710     05 FILLER              PIC X(10) VALUE 'AUD TIME'.
001720     05 FILLER              PIC X(10) VALUE 'USER'.
001730     05 FILLER              PIC X(14) VALUE 'EXPECT-SIGNED'.
001740     05 FILLER              PIC X(14) VALUE 'FOUND-SIGNED'.
001750     05 FILLER              PIC X(14) VALUE 'EXPECT-COMP'.
001760     05 FILLER              PIC X(12) VALUE 'FOUND-COMP'.
001770 01  WS-DETAIL-LINE.
001780     05 DL-KEY              PIC X(08).
001790     05 FILLER              PIC X(02) VALUE SPACES.
001800     05 DL-BREAK            PIC X(30).
001810     05 FILLER              PIC X(02) VALUE SPACES.
001820     05 DL-AUD-DATE         PIC X(08).
001830     05 FILLER              PIC X(02) VALUE SPACES.
001840     05 DL-AUD-TIME         PIC X(08).
001850     05 FILLER              PIC X(02) VALUE SPACES.
001860     05 DL-USER             PIC X(08).
001870     05 FILLER              PIC X(02) VALUE SPACES.
001880     05 DL-EXP-SIGNED       PIC ----,---,--9.
001890     05 FILLER              PIC X(02) VALUE SPACES.
001900     05 DL-FND-SIGNED       PIC ----,---,--9.
001910     05 FILLER              PIC X(02) VALUE SPACES.
001920     05 DL-EXP-COMP         PIC ----,---,--9.
001930     05 FILLER              PIC X(02) VALUE SPACES.
001940     05 DL-FND-COMP         PIC ----,---,--9.
001950 01  WS-TOTAL-LINE-1.
001960     05 FILLER              PIC X(16) VALUE
001970            'KEYS PROVED . .'.
001980     05 TL-KEYS             PIC ZZZ,ZZZ,ZZ9.
001990     05 FILLER              PIC X(03) VALUE SPACES.
002000     05 FILLER              PIC X(16) VALUE
002010            'AUDITS REPLAYED'.
002020     05 TL-REPLAYED         PIC ZZZ,ZZZ,ZZ9.
002030 01  WS-TOTAL-LINE-2.
002040     05 FILLER              PIC X(16) VALUE
002050            'UNAUDITED MOVES'.
002060     05 TL-BREAKS-1         PIC ZZZ,ZZZ,ZZ9.
002070     05 FILLER              PIC X(03) VALUE SPACES.
002080     05 FILLER              PIC X(16) VALUE
002090            'OLD VALUE BREAKS'.
002100     05 TL-BREAKS-2         PIC ZZZ,ZZZ,ZZ9.
002110     05 FILLER              PIC X(03) VALUE SPACES.
002120     05 FILLER              PIC X(16) VALUE
002130            'NOT ON MASTER .'.
002140     05 TL-BREAKS-3         PIC ZZZ,ZZZ,ZZ9.
002150     COPY "CYCLPARM.cpy".
002160 LINKAGE SECTION.
002170 01  LK-PARM.
002180     05 LK-PARM-LEN         PIC S9(04) COMP.
002190     05 LK-SNAP-DATE        PIC X(08).
002200     05 LK-SNAP-DATE-NUM REDEFINES LK-SNAP-DATE
002210                            PIC 9(08).
002220 PROCEDURE DIVISION USING LK-PARM.
002230 0000-MAINLINE.
002240     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
002250     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
002260     IF NOT FATAL-ERROR
002270         SORT SORT-FILE
002280             ON ASCENDING KEY AUDT-KEY-ALPHA
002290                              AUDT-CHANGE-DATE
002300                              AUDT-CHANGE-TIME
002310             WITH DUPLICATES IN ORDER
002320             INPUT PROCEDURE IS 1500-SELECT-AUDIT
002330                 THRU 1500-EXIT
002340             OUTPUT PROCEDURE IS 2000-PROVE-ALL
002350                 THRU 2000-EXIT.
002360     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
002370     IF FATAL-ERROR
002380         MOVE 16 TO RETURN-CODE
002390     ELSE
002400         IF WS-BREAKS-1 > ZERO
002410             OR WS-BREAKS-2 > ZERO
002420             OR WS-BREAKS-3 > ZERO
002430             MOVE 8 TO RETURN-CODE.
002440     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
002450     STOP RUN.
002460*------------------------------------------------------*
002470 1000-INITIALIZE.
002480     OPEN OUTPUT REPORT-FILE.
002490     IF LK-PARM-LEN < 8
002500         OR LK-SNAP-DATE NOT NUMERIC
002510         DISPLAY 'VARPROOF - SNAPSHOT DATE PARM MISSING OR '
002520             'NOT NUMERIC'
002530         SET FATAL-ERROR TO TRUE
002540         GO TO 1000-EXIT.
002550     MOVE LK-SNAP-DATE-NUM TO WS-SNAP-DATE.
002560     OPEN INPUT HISTORY-FILE.
002570     IF WS-HIST-STATUS NOT = '00'
002580         DISPLAY 'VARPROOF - VARHIST UNAVAILABLE, '
002590             'STATUS ' WS-HIST-STATUS
002600         SET FATAL-ERROR TO TRUE
002610         GO TO 1000-EXIT.
002620     OPEN INPUT VARIABLES-FILE.
002630     IF WS-FILE-STATUS NOT = '00'
002640         DISPLAY 'VARPROOF - VARMSTR UNAVAILABLE, STATUS '
002650             WS-FILE-STATUS
002660         SET FATAL-ERROR TO TRUE
002670         GO TO 1000-EXIT.
002680     MOVE WS-SNAP-DATE TO H1-SNAP-DATE.
002690     MOVE WS-HEADING-1 TO REPORT-LINE.
002700     WRITE REPORT-LINE.
002710     MOVE WS-HEADING-2 TO REPORT-LINE.
002720     WRITE REPORT-LINE.
002730 1000-EXIT.
002740     EXIT.
002750*------------------------------------------------------*
002760* 1500-SELECT-AUDIT IS THE SORT INPUT PROCEDURE.  IT    *
002770* RELEASES EVERY AUDIT RECORD DATED AFTER THE SNAPSHOT  *
002780* - ANYTHING ON OR BEFORE IT IS ALREADY IN THE IMAGE.   *
002790* THE SORT PUTS THEM IN KEY, CHANGE DATE AND TIME ORDER *
002800* AND KEEPS FILE ORDER WITHIN THE SAME SECOND.          *
002810*------------------------------------------------------*
002820 1500-SELECT-AUDIT.
002830     OPEN INPUT AUDIT-FILE.
002840     PERFORM 1510-SELECT-ONE THRU 1510-EXIT
002850         UNTIL AUDIT-END-OF-FILE.
002860     CLOSE AUDIT-FILE.
002870 1500-EXIT.
002880     EXIT.
002890*------------------------------------------------------*
002900 1510-SELECT-ONE.
002910     READ AUDIT-FILE
002920         AT END
002930             SET AUDIT-END-OF-FILE TO TRUE
002940             GO TO 1510-EXIT.
002950     ADD 1 TO WS-AUDITS-READ.
002960     MOVE AUDIT-IN-RECORD TO AUDIT-RECORD.
002970     IF AUDT-CHANGE-DATE > WS-SNAP-DATE
002980         RELEASE AUDIT-RECORD.
002990 1510-EXIT.
003000     EXIT.
003010*------------------------------------------------------*
003020* 2000-PROVE-ALL IS THE SORT OUTPUT PROCEDURE AND THE   *
003030* THREE-WAY KEY MATCH DRIVER.                           *
003040*------------------------------------------------------*
003050 2000-PROVE-ALL.
003060     MOVE ZEROES TO VARH-KEY.
003070     START HISTORY-FILE KEY NOT < VARH-KEY
003080         INVALID KEY
003090             MOVE HIGH-VALUES TO WS-SNAP-KEY.
003100     IF WS-SNAP-KEY NOT = HIGH-VALUES
003110         PERFORM 2910-READ-SNAP THRU 2910-EXIT.
003120     MOVE ZEROES TO VARIABLES-NUMERIC IN VARIABLES.
003130     START VARIABLES-FILE
003140         KEY NOT < VARIABLES-NUMERIC IN VARIABLES
003150         INVALID KEY
003160             MOVE HIGH-VALUES TO WS-MAST-KEY.
003170     IF WS-MAST-KEY NOT = HIGH-VALUES
003180         PERFORM 2920-READ-MASTER THRU 2920-EXIT.
003190     PERFORM 2900-RETURN-AUDIT THRU 2900-EXIT.
003200     IF WS-SNAPS-USED = ZERO
003210         DISPLAY 'VARPROOF - NO VARHIST SNAPSHOT FOR '
003220             WS-SNAP-DATE
003230         SET FATAL-ERROR TO TRUE
003240         GO TO 2000-EXIT.
003250     PERFORM 2100-PROVE-ONE-KEY THRU 2100-EXIT
003260         UNTIL WS-SNAP-KEY = HIGH-VALUES
003270         AND WS-MAST-KEY = HIGH-VALUES
003280         AND WS-AUD-KEY  = HIGH-VALUES.
003290 2000-EXIT.
003300     EXIT.
003310*------------------------------------------------------*
003320* 2100-PROVE-ONE-KEY TAKES THE LOWEST CURRENT KEY,      *
003330* LOADS ITS SNAPSHOT AND MASTER STATE (OR "NOT ON       *
003340* FILE"), REPLAYS ITS AUDIT RECORDS OVER THE SNAPSHOT   *
003350* AND PROVES THE RESULT AGAINST THE MASTER.             *
003360*------------------------------------------------------*
003370 2100-PROVE-ONE-KEY.
003380     MOVE WS-SNAP-KEY TO WS-LOW-KEY.
003390     IF WS-MAST-KEY < WS-LOW-KEY
003400         MOVE WS-MAST-KEY TO WS-LOW-KEY.
003410     IF WS-AUD-KEY < WS-LOW-KEY
003420         MOVE WS-AUD-KEY TO WS-LOW-KEY.
003430     ADD 1 TO WS-KEYS-PROVED.
003440     MOVE 'N'  TO WS-SNAP-ON-FILE-SW.
003450     MOVE ZERO TO WS-SNAP-SIGNED.
003460     MOVE ZERO TO WS-SNAP-COMP.
003470     IF WS-SNAP-KEY = WS-LOW-KEY
003480         PERFORM 2110-LOAD-SNAP THRU 2110-EXIT
003490         PERFORM 2910-READ-SNAP THRU 2910-EXIT.
003500     MOVE 'N'  TO WS-MAST-ON-FILE-SW.
003510     MOVE ZERO TO WS-MAST-SIGNED.
003520     MOVE ZERO TO WS-MAST-COMP.
003530     IF WS-MAST-KEY = WS-LOW-KEY
003540         PERFORM 2120-LOAD-MASTER THRU 2120-EXIT
003550         PERFORM 2920-READ-MASTER THRU 2920-EXIT.
003560     MOVE WS-SNAP-STATE TO WS-RUN-STATE.
003570     MOVE WS-SNAP-STATE TO WS-PREV-STATE.
003580     MOVE ZERO TO WS-AUDITS-FOR-KEY.
003590     PERFORM 2200-REPLAY-ONE THRU 2200-EXIT
003600         UNTIL WS-AUD-KEY NOT = WS-LOW-KEY.
003610     IF WS-RUN-ON-FILE-SW = WS-MAST-ON-FILE-SW
003620         AND WS-RUN-SIGNED = WS-MAST-SIGNED
003630         AND WS-RUN-COMP   = WS-MAST-COMP
003640         GO TO 2100-EXIT.
003650     IF WS-AUDITS-FOR-KEY > ZERO
003660         AND WS-PREV-ON-FILE-SW = WS-MAST-ON-FILE-SW
003670         AND WS-PREV-SIGNED = WS-MAST-SIGNED
003680         AND WS-PREV-COMP   = WS-MAST-COMP
003690         ADD 1 TO WS-BREAKS-3
003700         MOVE 'AUDITED CHANGE NOT ON MASTER' TO DL-BREAK
003710     ELSE
003720         ADD 1 TO WS-BREAKS-1
003730         PERFORM 2130-NAME-UNAUDITED THRU 2130-EXIT.
003740     MOVE SPACES         TO DL-AUD-DATE.
003750     MOVE SPACES         TO DL-AUD-TIME.
003760     MOVE SPACES         TO DL-USER.
003770     MOVE WS-RUN-SIGNED  TO DL-EXP-SIGNED.
003780     MOVE WS-MAST-SIGNED TO DL-FND-SIGNED.
003790     MOVE WS-RUN-COMP    TO DL-EXP-COMP.
003800     MOVE WS-MAST-COMP   TO DL-FND-COMP.
003810     PERFORM 2800-WRITE-BREAK THRU 2800-EXIT.
003820 2100-EXIT.
003830     EXIT.
003840*------------------------------------------------------*
003850 2110-LOAD-SNAP.
003860     MOVE 'Y' TO WS-SNAP-ON-FILE-SW.
003870     MOVE VARH-DATA TO SNAP-VARIABLES.
003880     IF VARIABLES-SIGNED-NUMERIC IN SNAP-VARIABLES NUMERIC
003890         MOVE VARIABLES-SIGNED-NUMERIC IN SNAP-VARIABLES
003900             TO WS-SNAP-SIGNED.
003910     MOVE VARIABLES-COMP-NUMERIC IN SNAP-VARIABLES
003920         TO WS-SNAP-COMP.
003930 2110-EXIT.
003940     EXIT.
003950*------------------------------------------------------*
003960 2120-LOAD-MASTER.
003970     MOVE 'Y' TO WS-MAST-ON-FILE-SW.
003980     IF VARIABLES-SIGNED-NUMERIC IN VARIABLES NUMERIC
003990         MOVE VARIABLES-SIGNED-NUMERIC IN VARIABLES
004000             TO WS-MAST-SIGNED.
004010     MOVE VARIABLES-COMP-NUMERIC IN VARIABLES
004020         TO WS-MAST-COMP.
004030 2120-EXIT.
004040     EXIT.
004050*------------------------------------------------------*
004060 2130-NAME-UNAUDITED.
004070     IF RUN-ON-FILE
004080         AND NOT MAST-ON-FILE
004090         MOVE 'KEY GONE - NO AUDIT RECORD' TO DL-BREAK
004100         GO TO 2130-EXIT.
004110     IF MAST-ON-FILE
004120         AND NOT RUN-ON-FILE
004130         MOVE 'KEY ADDED - NO AUDIT RECORD' TO DL-BREAK
004140         GO TO 2130-EXIT.
004150     MOVE 'AMOUNT MOVED - NO AUDIT RECORD' TO DL-BREAK.
004160 2130-EXIT.
004170     EXIT.
004180*------------------------------------------------------*
004190* 2200-REPLAY-ONE APPLIES ONE AUDIT RECORD TO THE       *
004200* RUNNING STATE, FIRST CHECKING THAT ITS OLD SIDE IS    *
004210* WHAT WAS ON FILE AT THAT POINT.  AN ADD EXPECTS THE   *
004220* KEY NOT TO BE ON FILE; ANYTHING ELSE EXPECTS IT TO    *
004230* BE ON FILE WITH THE RECORD'S OLD VALUES.              *
004240*------------------------------------------------------*
004250 2200-REPLAY-ONE.
004260     ADD 1 TO WS-AUDITS-FOR-KEY.
004270     ADD 1 TO WS-AUDITS-REPLAYED.
004280     MOVE WS-RUN-STATE TO WS-PREV-STATE.
004290     IF AUDT-KEY-ADDED
004300         IF RUN-ON-FILE
004310             MOVE 'ADD OF A KEY ALREADY ON FILE'
004320                 TO DL-BREAK
004330             PERFORM 2210-OLD-VALUE-BREAK THRU 2210-EXIT
004340         END-IF
004350         GO TO 2200-APPLY.
004360     IF NOT RUN-ON-FILE
004370         MOVE 'AUDITED KEY NOT ON FILE' TO DL-BREAK
004380         PERFORM 2210-OLD-VALUE-BREAK THRU 2210-EXIT
004390         GO TO 2200-APPLY.
004400     IF AUDT-OLD-SIGNED-NUM NOT = WS-RUN-SIGNED
004410         OR AUDT-OLD-COMP-NUM NOT = WS-RUN-COMP
004420         MOVE 'AUDIT OLD VALUE NOT AS ON FILE' TO DL-BREAK
004430         PERFORM 2210-OLD-VALUE-BREAK THRU 2210-EXIT.
004440 2200-APPLY.
004450     IF AUDT-KEY-CLOSED
004460         MOVE 'N'  TO WS-RUN-ON-FILE-SW
004470         MOVE ZERO TO WS-RUN-SIGNED
004480         MOVE ZERO TO WS-RUN-COMP
004490     ELSE
004500         MOVE 'Y'  TO WS-RUN-ON-FILE-SW
004510         MOVE AUDT-NEW-SIGNED-NUM TO WS-RUN-SIGNED
004520         MOVE AUDT-NEW-COMP-NUM   TO WS-RUN-COMP.
004530     PERFORM 2900-RETURN-AUDIT THRU 2900-EXIT.
004540 2200-EXIT.
004550     EXIT.
004560*------------------------------------------------------*
004570 2210-OLD-VALUE-BREAK.
004580     ADD 1 TO WS-BREAKS-2.
004590     MOVE AUDT-CHANGE-DATE    TO DL-AUD-DATE.
004600     MOVE AUDT-CHANGE-TIME    TO DL-AUD-TIME.
004610     MOVE AUDT-USER-ID        TO DL-USER.
004620     MOVE WS-RUN-SIGNED       TO DL-EXP-SIGNED.
004630     MOVE AUDT-OLD-SIGNED-NUM TO DL-FND-SIGNED.
004640     MOVE WS-RUN-COMP         TO DL-EXP-COMP.
004650     MOVE AUDT-OLD-COMP-NUM   TO DL-FND-COMP.
004660     PERFORM 2800-WRITE-BREAK THRU 2800-EXIT.
004670 2210-EXIT.
004680     EXIT.
004690*------------------------------------------------------*
004700 2800-WRITE-BREAK.
004710     MOVE WS-LOW-KEY     TO DL-KEY.
004720     MOVE WS-DETAIL-LINE TO REPORT-LINE.
004730     WRITE REPORT-LINE.
004740 2800-EXIT.
004750     EXIT.
004760*------------------------------------------------------*
004770 2900-RETURN-AUDIT.
004780     RETURN SORT-FILE
004790         AT END
004800             MOVE HIGH-VALUES TO WS-AUD-KEY
004810             GO TO 2900-EXIT.
004820     MOVE AUDT-KEY-ALPHA TO WS-AUD-KEY.
004830 2900-EXIT.
004840     EXIT.
004850*------------------------------------------------------*
004860* 2910-READ-SNAP READS VARHIST FORWARD TO THE NEXT      *
004870* SNAPSHOT TAKEN ON THE PARM DATE, SKIPPING EVERY OTHER *
004880* DATE FOR THE KEY.                                     *
004890*------------------------------------------------------*
004900 2910-READ-SNAP.
004910     READ HISTORY-FILE NEXT RECORD
004920         AT END
004930             MOVE HIGH-VALUES TO WS-SNAP-KEY
004940             GO TO 2910-EXIT.
004950     ADD 1 TO WS-SNAPS-READ.
004960     IF VARH-SNAP-DATE NOT = WS-SNAP-DATE
004970         GO TO 2910-READ-SNAP.
004980     ADD 1 TO WS-SNAPS-USED.
004990     MOVE VARH-NUMERIC TO VK-KEY-NUMERIC.
005000     MOVE VK-KEY-ALPHA TO WS-SNAP-KEY.
005010 2910-EXIT.
005020     EXIT.
005030*------------------------------------------------------*
005040 2920-READ-MASTER.
005050     READ VARIABLES-FILE NEXT RECORD
005060         AT END
005070             MOVE HIGH-VALUES TO WS-MAST-KEY
005080             GO TO 2920-EXIT.
005090     ADD 1 TO WS-MASTER-READ.
005100     MOVE VARIABLES-NUMERIC IN VARIABLES TO VK-KEY-NUMERIC.
005110     MOVE VK-KEY-ALPHA TO WS-MAST-KEY.
005120 2920-EXIT.
005130     EXIT.
005140*------------------------------------------------------*
005150 3000-TERMINATE.
005160     IF FATAL-ERROR
005170         GO TO 3000-CLOSE.
005180     MOVE SPACES TO REPORT-LINE.
005190     WRITE REPORT-LINE.
005200     MOVE WS-KEYS-PROVED     TO TL-KEYS.
005210     MOVE WS-AUDITS-REPLAYED TO TL-REPLAYED.
005220     MOVE WS-TOTAL-LINE-1    TO REPORT-LINE.
005230     WRITE REPORT-LINE.
005240     MOVE WS-BREAKS-1        TO TL-BREAKS-1.
005250     MOVE WS-BREAKS-2        TO TL-BREAKS-2.
005260     MOVE WS-BREAKS-3        TO TL-BREAKS-3.
005270     MOVE WS-TOTAL-LINE-2    TO REPORT-LINE.
005280     WRITE REPORT-LINE.
005290     DISPLAY 'VARPROOF - SNAPSHOT DATE. . : ' WS-SNAP-DATE.
005300     DISPLAY 'VARPROOF - KEYS PROVED. . . : '
005310         WS-KEYS-PROVED.
005320     DISPLAY 'VARPROOF - AUDITS REPLAYED. : '
005330         WS-AUDITS-REPLAYED.
005340     DISPLAY 'VARPROOF - UNAUDITED MOVES. : ' WS-BREAKS-1.
005350     DISPLAY 'VARPROOF - OLD VALUE BREAKS : ' WS-BREAKS-2.
005360     DISPLAY 'VARPROOF - NOT ON MASTER. . : ' WS-BREAKS-3.
005370 3000-CLOSE.
005380     CLOSE HISTORY-FILE.
005390     CLOSE VARIABLES-FILE.
005400     CLOSE REPORT-FILE.
005410 3000-EXIT.
005420     EXIT.
005430*------------------------------------------------------*
005440* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
005450* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
005460* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
005470* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
005480*------------------------------------------------------*
005490 9800-CYCLE-START.
005500     MOVE 'VARPROOF' TO CYCG-PROGRAM.
005510     SET CYCG-START TO TRUE.
005520     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
005530     IF CYCG-CLEARED
005540         GO TO 9800-EXIT.
005550     IF CYCG-BLOCKED
005560         MOVE 12 TO RETURN-CODE
005570     ELSE
005580         MOVE 16 TO RETURN-CODE.
005590     STOP RUN.
005600 9800-EXIT.
005610     EXIT.
005620*------------------------------------------------------*
005630* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
005640* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
005650* BACK AFTERWARDS.                                      *
005660*------------------------------------------------------*
005670 9900-CYCLE-END.
005680     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
005690     SET CYCG-END TO TRUE.
005700     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
005710     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
005720 9900-EXIT.
005730     EXIT.
