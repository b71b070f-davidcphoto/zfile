000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VARREVRS.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - BACKS ONE VARPOST  *
000120*                  POSTING OUT OF THE MASTER FROM ITS   *
000130*                  POSTDTL DETAIL FILE, WITH A          *
000140*                  REVERSAL JOURNAL AND CONTROL TOTALS. *
000150*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000160*                  CALLED AT START, ENDING THE RUN WITH *
000170*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000180*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000190*                  THE CYCLE, AND AT END TO RECORD THE  *
000200*                  RETURN CODE ON CYCLSTAT.             *
000210*  2026-10-15  DCP RUNCTL STAMPED WITH THE CYCLE'S      *
000220*                  BUSINESS DATE FROM CYCLGATE, NOT THE *
000230*                  CLOCK.                               *
000240*  2026-10-15  DCP WRITE REVDTL (REVDREC.CPY) - ONE     *
000250*                  RECORD PER KEY RESTORED, ADJUSTMENT  *
000260*                  NEGATED, SEALED WITH A TRAILER - FOR *
000270*                  GLFEED AND VARSTMT.                  *
000280*------------------------------------------------------*
000290*
000300* PURPOSE.
000310*   UNDOES A VARPOST RUN THAT SHOULD NOT HAVE HAPPENED -
000320*   WRONG RATE, WRONG KEY RANGE, WRONG PERIOD - WITHOUT
000330*   RESTORING YESTERDAY'S MASTER AND LOSING A DAY OF
000340*   OTHER WORK.  THE POSTING IS NAMED ON THE PARAMETER
000350*   CARD BY ITS EFFECTIVE DATE AND KEY FROM, THE SAME
000360*   PAIR IT WAS POSTED UNDER:
000370*     COLUMNS  1-8   EFFECTIVE DATE      YYYYMMDD
000380*     COLUMNS  9-16  KEY FROM            BLANK = ZERO
000390*     COLUMNS 17-18  POSTING SEQUENCE    BLANK = LATEST
000400*   THE POSTING MUST BE ON POSTCTL (PCTLREC.CPY) AND STILL
000410*   STANDING - ONE ALREADY REVERSED, IN FULL OR IN PART,
000420*   IS NOT REVERSED AGAIN.
000430*
000440*   POSTDTL (PDETREC.CPY) MUST BE THAT POSTING'S DETAIL
000450*   FILE.  IT IS READ ONCE BEFORE ANYTHING IS WRITTEN:
000460*   EVERY RECORD MUST CARRY THE POSTING'S NAME AND THE
000470*   TRAILER'S COUNT AND TOTAL MUST AGREE WITH THE FILE
000480*   AND WITH THE CONTROL RECORD.  ANY DISAGREEMENT, LIKE
000490*   A MISSING CARD OR POSTING, IS RETURN-CODE 16.
000500*
000510*   VARIN IS THEN MATCHED AGAINST THE DETAIL BY KEY.  A
000520*   KEY THE POSTING ADJUSTED WHOSE VARIABLES-COMP-3-
000530*   NUMERIC IS STILL THE AMOUNT THE POSTING LEFT THERE
000540*   GOES BACK TO ITS AMOUNT BEFORE THE POSTING.  A KEY
000550*   WHOSE AMOUNT HAS MOVED SINCE IS REFUSED AND LEFT AS
000560*   IT IS - SOMEONE HAS WORKED ON IT SINCE AND THE
000570*   REVERSAL CANNOT KNOW WHAT THEY MEANT.  A POSTED KEY
000580*   NO LONGER ON THE MASTER IS REFUSED THE SAME WAY.
000590*   KEYS THE POSTING REJECTED, AND EVERY OTHER RECORD,
000600*   ARE COPIED TO VAROUT UNCHANGED.
000610*
000620*   REVJRNL LISTS EVERY KEY REVERSED OR REFUSED WITH
000630*   COUNTS AND THE TOTAL AMOUNT REVERSED.  THE CONTROL
000640*   RECORD IS MARKED REVERSED ('R') WHEN NOTHING WAS
000650*   REFUSED - WHICH REOPENS THE PERIOD TO VARPOST - OR
000660*   PART-REVERSED ('X') OTHERWISE, AND A REFUSED KEY
000670*   ENDS THE RUN WITH RETURN-CODE 8.
000680*
000690*   REVDTL (REVDREC.CPY) CARRIES THE SAME REVERSAL IN
000700*   MACHINE-READABLE FORM: ONE RECORD PER KEY RESTORED,
000710*   WITH THE POSTING'S ADJUSTMENT NEGATED AND THE CODE
000720*   IT WAS POSTED UNDER, SEALED WITH A COUNT AND TOTAL
000730*   TRAILER.  GLFEED JOURNALS IT AND VARSTMT LISTS IT.
000740*
000750*   VARIN CARRIES THE CONTROL-TOTAL TRAILER (VARTRLR.CPY)
000760*   AND IS VERIFIED AT END OF FILE LIKE EVERY CONSUMER IN
000770*   THE SUITE; VAROUT IS SEALED WITH A FRESH TRAILER.
000780*   A FATAL RUN LEAVES BOTH VAROUT AND REVDTL UNSEALED.
000790*------------------------------------------------------*
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SOURCE-COMPUTER. IBM-370.
000830 OBJECT-COMPUTER. IBM-370.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT PARM-FILE      ASSIGN TO PARMCARD
000870         ORGANIZATION IS SEQUENTIAL.
000880     SELECT PERIOD-CONTROL-FILE ASSIGN TO POSTCTL
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS PCTL-KEY
000920         FILE STATUS IS WS-PCTL-STATUS.
000930     SELECT DETAIL-FILE    ASSIGN TO POSTDTL
000940         ORGANIZATION IS SEQUENTIAL.
000950     SELECT VARIABLES-FILE ASSIGN TO VARIN
000960         ORGANIZATION IS SEQUENTIAL.
000970     SELECT REVERSED-FILE  ASSIGN TO VAROUT
000980         ORGANIZATION IS SEQUENTIAL.
000990     SELECT REVDTL-FILE    ASSIGN TO REVDTL
001000         ORGANIZATION IS SEQUENTIAL.
001010     SELECT JOURNAL-RPT    ASSIGN TO REVJRNL
001020         ORGANIZATION IS SEQUENTIAL.
001030     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
001040         ORGANIZATION IS SEQUENTIAL.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  PARM-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  PARM-CARD              PIC X(80).
001110 FD  PERIOD-CONTROL-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY "PCTLREC.cpy".
001140 FD  DETAIL-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170     COPY "PDETREC.cpy".
001180 FD  VARIABLES-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210     COPY "testes.cpy".
001220 FD  REVERSED-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250     COPY "testes.cpy" REPLACING
001260         ==VARIABLES== BY ==REVERSED-VARIABLES==.
001270 FD  REVDTL-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300     COPY "REVDREC.cpy".
001310 FD  JOURNAL-RPT
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  JOURNAL-LINE           PIC X(100).
001350 FD  RUN-CONTROL-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380     COPY "RUNCREC.cpy".
001390 WORKING-STORAGE SECTION.
001400     COPY "VARKEY.cpy".
001410     COPY "VARTRLR.cpy".
001420     COPY "VARTRLWS.cpy" REPLACING
001430         ==TRAILER-CONTROLS== BY ==IN-TRAILER-CONTROLS==
001440         ==TRLC-FOUND-SW==    BY ==IN-FOUND-SW==
001450         ==TRAILER-FOUND==    BY ==IN-TRAILER-FOUND==
001460         ==TRLC-RECORD-COUNT== BY ==IN-RECORD-COUNT==
001470         ==TRLC-SIGNED-HASH== BY ==IN-SIGNED-HASH==
001480         ==TRLC-COMP3-HASH==  BY ==IN-COMP3-HASH==.
001490     COPY "VARTRLWS.cpy" REPLACING
001500         ==TRAILER-CONTROLS== BY ==OUT-TRAILER-CONTROLS==
001510         ==TRLC-FOUND-SW==    BY ==OUT-FOUND-SW==
001520         ==TRAILER-FOUND==    BY ==OUT-TRAILER-SEALED==
001530         ==TRLC-RECORD-COUNT== BY ==OUT-RECORD-COUNT==
001540         ==TRLC-SIGNED-HASH== BY ==OUT-SIGNED-HASH==
001550         ==TRLC-COMP3-HASH==  BY ==OUT-COMP3-HASH==.
001560 01  WS-SWITCHES.
001570     05 WS-EOF-SW           PIC X(01) VALUE 'N'.
001580        88 END-OF-FILE      VALUE 'Y'.
001590     05 WS-FATAL-SW         PIC X(01) VALUE 'N'.
001600        88 FATAL-ERROR      VALUE 'Y'.
001610     05 WS-PCTL-EOF-SW      PIC X(01) VALUE 'N'.
001620        88 PCTL-SCAN-DONE   VALUE 'Y'.
001630     05 WS-POSTING-SW       PIC X(01) VALUE 'N'.
001640        88 POSTING-FOUND    VALUE 'Y'.
001650     05 WS-DTL-EOF-SW       PIC X(01) VALUE 'N'.
001660        88 DETAIL-DONE      VALUE 'Y'.
001670     05 WS-DTL-TRAILER-SW   PIC X(01) VALUE 'N'.
001680        88 DETAIL-TRAILER-FOUND VALUE 'Y'.
001690 01  WS-PCTL-STATUS         PIC X(02).
001700 01  WS-PARM-FIELDS.
001710     05 PC-EFF-DATE-X       PIC X(08).
001720     05 PC-EFF-DATE REDEFINES PC-EFF-DATE-X
001730                            PIC 9(08).
001740     05 PC-KEY-FROM-X       PIC X(08).
001750     05 PC-KEY-FROM REDEFINES PC-KEY-FROM-X
001760                            PIC 9(08).
001770     05 PC-SEQ-X            PIC X(02).
001780     05 PC-SEQ REDEFINES PC-SEQ-X
001790                            PIC 9(02).
001800     05 FILLER              PIC X(62).
001810 01  WS-POSTING-KEY.
001820     05 WS-POST-EFF-DATE    PIC 9(08) VALUE ZERO.
001830     05 WS-POST-KEY-FROM    PIC 9(08) VALUE ZERO.
001840     05 WS-POST-SEQ         PIC 9(02) VALUE ZERO.
001850 01  WS-POSTING-FIGURES.
001860     05 WS-POST-KEY-TO      PIC 9(08) VALUE ZERO.
001870     05 WS-POST-DETAILS     PIC 9(09) COMP VALUE ZERO.
001880     05 WS-POST-TOTAL       PIC S9(11)V9(02) COMP-3
001890                            VALUE ZERO.
001900 01  WS-DTL-KEY             PIC X(08).
001910 01  WS-REV-STAMP.
001920     05 WS-REV-DATE         PIC 9(08).
001930     05 WS-REV-TIME         PIC 9(08).
001940 01  WS-AMOUNTS.
001950     05 WS-CURRENT-AMOUNT   PIC S9(08)V9(02) COMP-3.
001960     05 WS-TOTAL-REVERSED   PIC S9(11)V9(02) COMP-3
001970                            VALUE ZERO.
001980     05 WS-PROOF-TOTAL      PIC S9(11)V9(02) COMP-3
001990                            VALUE ZERO.
002000     05 WS-REVDTL-TOTAL     PIC S9(11)V9(02) COMP-3
002010                            VALUE ZERO.
002020 01  WS-COUNTERS.
002030     05 WS-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
002040     05 WS-RECORDS-REVERSED PIC 9(09) COMP VALUE ZERO.
002050     05 WS-RECORDS-REFUSED  PIC 9(09) COMP VALUE ZERO.
002060     05 WS-PROOF-COUNT      PIC 9(09) COMP VALUE ZERO.
002070 01  WS-EDIT-AMOUNT         PIC $$$,$$$,$$9.99-.
002080 01  WS-EDIT-TOTAL          PIC $$$,$$$,$$$,$$9.99-.
002090 01  WS-HEADING-1.
002100     05 FILLER              PIC X(36) VALUE
002110            'VARREVRS  REVERSAL JOURNAL - POSTING'.
002120     05 FILLER              PIC X(01) VALUE SPACE.
002130     05 H1-EFF-DATE         PIC 9(08).
002140     05 FILLER              PIC X(01) VALUE SPACE.
002150     05 H1-KEY-FROM         PIC 9(08).
002160     05 FILLER              PIC X(01) VALUE SPACE.
002170     05 H1-SEQ              PIC 9(02).
002180     05 FILLER              PIC X(08) VALUE '  KEYS  '.
002190     05 H1-KEY-FROM-2       PIC 9(08).
002200     05 FILLER              PIC X(01) VALUE '-'.
002210     05 H1-KEY-TO           PIC 9(08).
002220 01  WS-HEADING-2.
002230     05 FILLER              PIC X(10) VALUE 'KEY'.
002240     05 FILLER              PIC X(18) VALUE 'CURRENT-AMOUNT'.
002250     05 FILLER              PIC X(18) VALUE 'ADJUSTMENT'.
002260     05 FILLER              PIC X(18) VALUE 'RESTORED-AMOUNT'.
002270     05 FILLER              PIC X(08) VALUE 'STATUS'.
002280 01  WS-DETAIL-LINE.
002290     05 DL-KEY              PIC X(08).
002300     05 FILLER              PIC X(02) VALUE SPACES.
002310     05 DL-CURRENT          PIC X(16).
002320     05 FILLER              PIC X(02) VALUE SPACES.
002330     05 DL-ADJUSTMENT       PIC X(16).
002340     05 FILLER              PIC X(02) VALUE SPACES.
002350     05 DL-RESTORED         PIC X(16).
002360     05 FILLER              PIC X(02) VALUE SPACES.
002370     05 DL-STATUS           PIC X(27).
002380 01  WS-TOTAL-LINE-1.
002390     05 FILLER              PIC X(18) VALUE
002400            'RECORDS READ. . .'.
002410     05 TL-READ             PIC ZZZ,ZZZ,ZZ9.
002420     05 FILLER              PIC X(03) VALUE SPACES.
002430     05 FILLER              PIC X(18) VALUE
002440            'KEYS REVERSED . .'.
002450     05 TL-REVERSED         PIC ZZZ,ZZZ,ZZ9.
002460     05 FILLER              PIC X(03) VALUE SPACES.
002470     05 FILLER              PIC X(18) VALUE
002480            'KEYS REFUSED. . .'.
002490     05 TL-REFUSED          PIC ZZZ,ZZZ,ZZ9.
002500 01  WS-TOTAL-LINE-2.
002510     05 FILLER              PIC X(22) VALUE
002520            'TOTAL AMOUNT REVERSED '.
002530     05 TL-TOTAL-REVERSED   PIC X(20).
002540     COPY "CYCLPARM.cpy".
002550 PROCEDURE DIVISION.
002560 0000-MAINLINE.
002570     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
002580     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
002590     PERFORM 2000-REVERSE-ONE THRU 2000-EXIT
002600         UNTIL END-OF-FILE
002610         OR FATAL-ERROR.
002620     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
002630     IF FATAL-ERROR
002640         MOVE 16 TO RETURN-CODE
002650     ELSE
002660         IF WS-RECORDS-REFUSED > ZERO
002670             MOVE 8 TO RETURN-CODE.
002680     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
002690     STOP RUN.
002700*------------------------------------------------------*
002710* 1000-INITIALIZE FINDS THE POSTING AND PROVES ITS      *
002720* DETAIL FILE BEFORE VARIN IS OPENED, SO A RUN AGAINST *
002730* THE WRONG POSTING WRITES NOTHING BUT ITS MESSAGES.    *
002740*------------------------------------------------------*
002750 1000-INITIALIZE.
002760     OPEN INPUT  PARM-FILE.
002770     OPEN OUTPUT JOURNAL-RPT.
002780     OPEN EXTEND RUN-CONTROL-FILE.
002790     OPEN I-O PERIOD-CONTROL-FILE.
002800     IF WS-PCTL-STATUS NOT = '00'
002810         DISPLAY 'VARREVRS - PERIOD CONTROL FILE '
002820             'UNAVAILABLE, STATUS ' WS-PCTL-STATUS
002830         SET FATAL-ERROR TO TRUE.
002840     IF NOT FATAL-ERROR
002850         PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
002860     CLOSE PARM-FILE.
002870     IF NOT FATAL-ERROR
002880         PERFORM 1200-FIND-POSTING THRU 1200-EXIT.
002890     IF NOT FATAL-ERROR
002900         PERFORM 1300-PROVE-DETAIL THRU 1300-EXIT.
002910     OPEN INPUT  VARIABLES-FILE.
002920     OPEN OUTPUT REVERSED-FILE.
002930     OPEN OUTPUT REVDTL-FILE.
002940     OPEN INPUT  DETAIL-FILE.
002950     IF FATAL-ERROR
002960         SET END-OF-FILE TO TRUE
002970         GO TO 1000-EXIT.
002980     ACCEPT WS-REV-DATE FROM DATE YYYYMMDD.
002990     ACCEPT WS-REV-TIME FROM TIME.
003000     MOVE WS-POST-EFF-DATE TO H1-EFF-DATE.
003010     MOVE WS-POST-KEY-FROM TO H1-KEY-FROM.
003020     MOVE WS-POST-SEQ      TO H1-SEQ.
003030     MOVE WS-POST-KEY-FROM TO H1-KEY-FROM-2.
003040     MOVE WS-POST-KEY-TO   TO H1-KEY-TO.
003050     MOVE WS-HEADING-1 TO JOURNAL-LINE.
003060     WRITE JOURNAL-LINE.
003070     MOVE WS-HEADING-2 TO JOURNAL-LINE.
003080     WRITE JOURNAL-LINE.
003090     PERFORM 2600-READ-DETAIL THRU 2600-EXIT.
003100     PERFORM 2400-READ-MASTER THRU 2400-EXIT.
003110 1000-EXIT.
003120     EXIT.
003130*------------------------------------------------------*
003140* 1100-LOAD-PARM READS AND EDITS THE PARAMETER CARD.    *
003150* NO CARD, OR A NON-NUMERIC EFFECTIVE DATE, IS FATAL.   *
003160*------------------------------------------------------*
003170 1100-LOAD-PARM.
003180     READ PARM-FILE
003190         AT END
003200             DISPLAY 'VARREVRS - NO PARAMETER CARD'
003210             SET FATAL-ERROR TO TRUE
003220             GO TO 1100-EXIT.
003230     MOVE PARM-CARD TO WS-PARM-FIELDS.
003240     IF PC-EFF-DATE-X NOT NUMERIC
003250         DISPLAY 'VARREVRS - EFFECTIVE DATE NOT NUMERIC: '
003260             PC-EFF-DATE-X
003270         SET FATAL-ERROR TO TRUE
003280         GO TO 1100-EXIT.
003290     MOVE PC-EFF-DATE TO WS-POST-EFF-DATE.
003300     IF PC-KEY-FROM-X NOT = SPACES
003310         IF PC-KEY-FROM-X NUMERIC
003320             MOVE PC-KEY-FROM TO WS-POST-KEY-FROM
003330         ELSE
003340             DISPLAY 'VARREVRS - KEY FROM NOT NUMERIC: '
003350                 PC-KEY-FROM-X
003360             SET FATAL-ERROR TO TRUE
003370             GO TO 1100-EXIT.
003380     IF PC-SEQ-X NOT = SPACES
003390         IF PC-SEQ-X NUMERIC
003400             MOVE PC-SEQ TO WS-POST-SEQ
003410         ELSE
003420             DISPLAY 'VARREVRS - POSTING SEQUENCE NOT '
003430                 'NUMERIC: ' PC-SEQ-X
003440             SET FATAL-ERROR TO TRUE.
003450 1100-EXIT.
003460     EXIT.
003470*------------------------------------------------------*
003480* 1200-FIND-POSTING READS THE CONTROL RECORDS FOR THE   *
003490* CARD'S EFFECTIVE DATE AND KEY FROM.  WITH NO          *
003500* SEQUENCE ON THE CARD THE LATEST ONE IS TAKEN.  IT     *
003510* MUST STILL BE STANDING AS POSTED.                    *
003520*------------------------------------------------------*
003530 1200-FIND-POSTING.
003540     MOVE WS-POST-EFF-DATE TO PCTL-EFF-DATE.
003550     MOVE WS-POST-KEY-FROM TO PCTL-KEY-FROM.
003560     MOVE ZERO             TO PCTL-SEQ.
003570     START PERIOD-CONTROL-FILE KEY NOT < PCTL-KEY
003580         INVALID KEY
003590             SET PCTL-SCAN-DONE TO TRUE.
003600     PERFORM 1210-SCAN-ONE-RUN THRU 1210-EXIT
003610         UNTIL PCTL-SCAN-DONE.
003620     IF NOT POSTING-FOUND
003630         DISPLAY 'VARREVRS - NO POSTING ON FILE FOR '
003640             WS-POST-EFF-DATE ' ' WS-POST-KEY-FROM
003650             ' ' PC-SEQ-X
003660         SET FATAL-ERROR TO TRUE
003670         GO TO 1200-EXIT.
003680     MOVE WS-POSTING-KEY TO PCTL-KEY.
003690     READ PERIOD-CONTROL-FILE
003700         INVALID KEY
003710             DISPLAY 'VARREVRS - POSTING CONTROL RECORD '
003720                 'READ FAILED, STATUS ' WS-PCTL-STATUS
003730             SET FATAL-ERROR TO TRUE
003740             GO TO 1200-EXIT.
003750     IF NOT PCTL-POSTED
003760         DISPLAY 'VARREVRS - POSTING ' WS-POST-EFF-DATE
003770             ' ' WS-POST-KEY-FROM ' ' WS-POST-SEQ
003780             ' ALREADY REVERSED ' PCTL-REV-DATE
003790             ' STATUS ' PCTL-STATUS
003800         SET FATAL-ERROR TO TRUE
003810         GO TO 1200-EXIT.
003820     MOVE PCTL-KEY-TO TO WS-POST-KEY-TO.
003830     ADD PCTL-RECORDS-POSTED PCTL-RECORDS-REJECT
003840         GIVING WS-POST-DETAILS.
003850     MOVE PCTL-TOTAL-POSTED TO WS-POST-TOTAL.
003860     DISPLAY 'VARREVRS - REVERSING POSTING. : '
003870         WS-POST-EFF-DATE ' ' WS-POST-KEY-FROM
003880         ' ' WS-POST-SEQ.
003890 1200-EXIT.
003900     EXIT.
003910*------------------------------------------------------*
003920 1210-SCAN-ONE-RUN.
003930     READ PERIOD-CONTROL-FILE NEXT RECORD
003940         AT END
003950             SET PCTL-SCAN-DONE TO TRUE
003960             GO TO 1210-EXIT.
003970     IF PCTL-EFF-DATE NOT = WS-POST-EFF-DATE
003980         OR PCTL-KEY-FROM NOT = WS-POST-KEY-FROM
003990         SET PCTL-SCAN-DONE TO TRUE
004000         GO TO 1210-EXIT.
004010     IF PC-SEQ-X = SPACES
004020         MOVE PCTL-SEQ TO WS-POST-SEQ
004030         SET POSTING-FOUND TO TRUE
004040         GO TO 1210-EXIT.
004050     IF PCTL-SEQ = WS-POST-SEQ
004060         SET POSTING-FOUND TO TRUE
004070         SET PCTL-SCAN-DONE TO TRUE.
004080 1210-EXIT.
004090     EXIT.
004100*------------------------------------------------------*
004110* 1300-PROVE-DETAIL READS POSTDTL END TO END.  EVERY    *
004120* RECORD MUST NAME THIS POSTING, THE DETAIL KEYS MUST   *
004130* ASCEND, AND THE TRAILER MUST AGREE WITH THE RECORDS   *
004140* READ AND WITH THE CONTROL RECORD.  THE FILE IS CLOSED *
004150* AGAIN FOR THE MATCH PASS.                             *
004160*------------------------------------------------------*
004170 1300-PROVE-DETAIL.
004180     OPEN INPUT DETAIL-FILE.
004190     MOVE LOW-VALUES TO WS-DTL-KEY.
004200     PERFORM 1310-PROVE-ONE THRU 1310-EXIT
004210         UNTIL DETAIL-DONE
004220         OR FATAL-ERROR.
004230     CLOSE DETAIL-FILE.
004240     IF FATAL-ERROR
004250         GO TO 1300-EXIT.
004260     IF NOT DETAIL-TRAILER-FOUND
004270         DISPLAY 'VARREVRS - NO TRAILER ON POSTDTL, CANNOT '
004280             'PROVE IT IS COMPLETE'
004290         SET FATAL-ERROR TO TRUE
004300         GO TO 1300-EXIT.
004310     IF WS-PROOF-COUNT NOT = WS-POST-DETAILS
004320         OR WS-PROOF-TOTAL NOT = WS-POST-TOTAL
004330         DISPLAY 'VARREVRS - POSTDTL DOES NOT AGREE WITH '
004340             'THE POSTING CONTROL RECORD'
004350         DISPLAY 'VARREVRS - DETAILS ' WS-PROOF-COUNT
004360             ' POSTED ' WS-POST-DETAILS
004370         SET FATAL-ERROR TO TRUE
004380         GO TO 1300-EXIT.
004390     MOVE 'N' TO WS-DTL-EOF-SW.
004400 1300-EXIT.
004410     EXIT.
004420*------------------------------------------------------*
004430 1310-PROVE-ONE.
004440     READ DETAIL-FILE
004450         AT END
004460             SET DETAIL-DONE TO TRUE
004470             GO TO 1310-EXIT.
004480     IF PDET-EFF-DATE NOT = WS-POST-EFF-DATE
004490         OR PDET-KEY-FROM NOT = WS-POST-KEY-FROM
004500         OR PDET-SEQ NOT = WS-POST-SEQ
004510         DISPLAY 'VARREVRS - POSTDTL IS FOR POSTING '
004520             PDET-POSTING ', NOT THIS ONE'
004530         SET FATAL-ERROR TO TRUE
004540         GO TO 1310-EXIT.
004550     IF PDET-TRAILER
004560         SET DETAIL-TRAILER-FOUND TO TRUE
004570         SET DETAIL-DONE TO TRUE
004580         PERFORM 1320-CHECK-DETAIL-TRAILER THRU 1320-EXIT
004590         GO TO 1310-EXIT.
004600     IF NOT PDET-DETAIL
004610         OR PDET-KEY NOT > WS-DTL-KEY
004620         DISPLAY 'VARREVRS - POSTDTL RECORD OUT OF ORDER '
004630             'OR MALFORMED AT KEY ' PDET-KEY
004640         SET FATAL-ERROR TO TRUE
004650         GO TO 1310-EXIT.
004660     IF PDET-OLD-AMOUNT NOT NUMERIC
004670         OR PDET-ADJUSTMENT NOT NUMERIC
004680         OR PDET-NEW-AMOUNT NOT NUMERIC
004690         DISPLAY 'VARREVRS - POSTDTL AMOUNTS NOT NUMERIC '
004700             'AT KEY ' PDET-KEY
004710         SET FATAL-ERROR TO TRUE
004720         GO TO 1310-EXIT.
004730     MOVE PDET-KEY TO WS-DTL-KEY.
004740     ADD 1 TO WS-PROOF-COUNT.
004750     IF PDET-POSTED
004760         ADD PDET-ADJUSTMENT TO WS-PROOF-TOTAL.
004770 1310-EXIT.
004780     EXIT.
004790*------------------------------------------------------*
004800 1320-CHECK-DETAIL-TRAILER.
004810     IF PDET-TRL-COUNT NOT NUMERIC
004820         OR PDET-TRL-TOTAL NOT NUMERIC
004830         DISPLAY 'VARREVRS - POSTDTL TRAILER MALFORMED'
004840         SET FATAL-ERROR TO TRUE
004850         GO TO 1320-EXIT.
004860     IF PDET-TRL-COUNT NOT = WS-PROOF-COUNT
004870         OR PDET-TRL-TOTAL NOT = WS-PROOF-TOTAL
004880         DISPLAY 'VARREVRS - POSTDTL TRAILER TOTALS DO '
004890             'NOT MATCH, FILE IS SHORT OR CORRUPT'
004900         DISPLAY 'VARREVRS - COUNT FILE ' WS-PROOF-COUNT
004910             ' TRAILER ' PDET-TRL-COUNT
004920         SET FATAL-ERROR TO TRUE.
004930 1320-EXIT.
004940     EXIT.
004950*------------------------------------------------------*
004960* 2000-REVERSE-ONE TAKES ONE MASTER RECORD.  DETAIL     *
004970* KEYS BELOW IT ARE NOT ON THE MASTER AND ARE REFUSED;  *
004980* A DETAIL FOR ITS OWN KEY IS REVERSED OR REFUSED.  THE *
004990* RECORD IS THEN WRITTEN TO VAROUT EITHER WAY.          *
005000*------------------------------------------------------*
005010 2000-REVERSE-ONE.
005020     ADD 1 TO WS-RECORDS-READ.
005030     PERFORM 2100-REFUSE-MISSING THRU 2100-EXIT
005040         UNTIL WS-DTL-KEY NOT < VK-KEY-ALPHA.
005050     IF WS-DTL-KEY = VK-KEY-ALPHA
005060         PERFORM 2200-REVERSE-RECORD THRU 2200-EXIT
005070         PERFORM 2600-READ-DETAIL THRU 2600-EXIT.
005080     ADD 1 TO OUT-RECORD-COUNT.
005090     IF VARIABLES-SIGNED-NUMERIC IN VARIABLES NUMERIC
005100         ADD VARIABLES-SIGNED-NUMERIC IN VARIABLES
005110             TO OUT-SIGNED-HASH.
005120     IF VARIABLES-COMP-3-NUMERIC IN VARIABLES NUMERIC
005130         ADD VARIABLES-COMP-3-NUMERIC IN VARIABLES
005140             TO OUT-COMP3-HASH.
005150     MOVE VARIABLES TO REVERSED-VARIABLES.
005160     WRITE REVERSED-VARIABLES.
005170     PERFORM 2400-READ-MASTER THRU 2400-EXIT.
005180 2000-EXIT.
005190     EXIT.
005200*------------------------------------------------------*
005210* 2100-REFUSE-MISSING HANDLES A DETAIL WHOSE KEY IS NOT  *
005220* ON THE MASTER.  A KEY THE POSTING REJECTED NEEDS      *
005230* NOTHING; ONE IT POSTED CANNOT BE REVERSED.            *
005240*------------------------------------------------------*
005250 2100-REFUSE-MISSING.
005260     IF PDET-POSTED
005270         ADD 1 TO WS-RECORDS-REFUSED
005280         MOVE PDET-KEY TO DL-KEY
005290         MOVE SPACES   TO DL-CURRENT
005300         MOVE PDET-ADJUSTMENT TO WS-EDIT-AMOUNT
005310         MOVE WS-EDIT-AMOUNT  TO DL-ADJUSTMENT
005320         MOVE SPACES   TO DL-RESTORED
005330         MOVE 'REFUSED - KEY NOT ON MASTER' TO DL-STATUS
005340         MOVE WS-DETAIL-LINE TO JOURNAL-LINE
005350         WRITE JOURNAL-LINE.
005360     PERFORM 2600-READ-DETAIL THRU 2600-EXIT.
005370 2100-EXIT.
005380     EXIT.
005390*------------------------------------------------------*
005400* 2200-REVERSE-RECORD RESTORES A POSTED KEY WHOSE       *
005410* AMOUNT IS STILL THE ONE THE POSTING LEFT, AND REFUSES *
005420* ONE THAT HAS MOVED SINCE.                             *
005430*------------------------------------------------------*
005440 2200-REVERSE-RECORD.
005450     IF NOT PDET-POSTED
005460         GO TO 2200-EXIT.
005470     MOVE PDET-KEY TO DL-KEY.
005480     MOVE PDET-ADJUSTMENT TO WS-EDIT-AMOUNT.
005490     MOVE WS-EDIT-AMOUNT  TO DL-ADJUSTMENT.
005500     IF VARIABLES-COMP-3-NUMERIC IN VARIABLES NOT NUMERIC
005510         ADD 1 TO WS-RECORDS-REFUSED
005520         MOVE 'NOT NUMERIC' TO DL-CURRENT
005530         MOVE SPACES        TO DL-RESTORED
005540         MOVE 'REFUSED - AMOUNT NOT NUMERIC' TO DL-STATUS
005550         GO TO 2200-WRITE.
005560     MOVE VARIABLES-COMP-3-NUMERIC IN VARIABLES
005570         TO WS-CURRENT-AMOUNT.
005580     MOVE WS-CURRENT-AMOUNT TO WS-EDIT-AMOUNT.
005590     MOVE WS-EDIT-AMOUNT    TO DL-CURRENT.
005600     IF WS-CURRENT-AMOUNT NOT = PDET-NEW-AMOUNT
005610         ADD 1 TO WS-RECORDS-REFUSED
005620         MOVE SPACES        TO DL-RESTORED
005630         MOVE 'REFUSED - AMOUNT MOVED SINCE' TO DL-STATUS
005640         GO TO 2200-WRITE.
005650     MOVE PDET-OLD-AMOUNT
005660         TO VARIABLES-COMP-3-NUMERIC IN VARIABLES.
005670     ADD 1 TO WS-RECORDS-REVERSED.
005680     ADD PDET-ADJUSTMENT TO WS-TOTAL-REVERSED.
005690     MOVE PDET-OLD-AMOUNT   TO WS-EDIT-AMOUNT.
005700     MOVE WS-EDIT-AMOUNT    TO DL-RESTORED.
005710     MOVE 'REVERSED'        TO DL-STATUS.
005720     PERFORM 2300-WRITE-REVDTL THRU 2300-EXIT.
005730 2200-WRITE.
005740     MOVE WS-DETAIL-LINE TO JOURNAL-LINE.
005750     WRITE JOURNAL-LINE.
005760 2200-EXIT.
005770     EXIT.
005780*------------------------------------------------------*
005790* 2300-WRITE-REVDTL WRITES THE REVDTL RECORD FOR A KEY  *
005800* JUST RESTORED: THE AMOUNT BEFORE, THE ADJUSTMENT      *
005810* TAKEN BACK OUT AND THE AMOUNT RESTORED.               *
005820*------------------------------------------------------*
005830 2300-WRITE-REVDTL.
005840     MOVE SPACES           TO REVERSAL-DETAIL-RECORD.
005850     MOVE WS-POSTING-KEY   TO RDET-POSTING.
005860     MOVE 'D'              TO RDET-REC-TYPE.
005870     MOVE PDET-KEY         TO RDET-KEY.
005880     MOVE PDET-NEW-AMOUNT  TO RDET-OLD-AMOUNT.
005890     COMPUTE RDET-ADJUSTMENT = PDET-ADJUSTMENT * -1.
005900     MOVE PDET-OLD-AMOUNT  TO RDET-NEW-AMOUNT.
005910     MOVE PDET-CODE        TO RDET-CODE.
005920     MOVE WS-REV-DATE      TO RDET-REV-DATE.
005930     MOVE WS-REV-TIME      TO RDET-REV-TIME.
005940     WRITE REVERSAL-DETAIL-RECORD.
005950     ADD RDET-ADJUSTMENT   TO WS-REVDTL-TOTAL.
005960 2300-EXIT.
005970     EXIT.
005980*------------------------------------------------------*
005990* 2400-READ-MASTER READS THE NEXT VARIABLES RECORD,     *
006000* ACCUMULATING THE INBOUND TRAILER CONTROL TOTALS AND   *
006010* INTERCEPTING THE TRAILER ITSELF (RESERVED KEY         *
006020* 99999999, SEE VARTRLR.CPY) AS A LOGICAL END OF FILE.  *
006030*------------------------------------------------------*
006040 2400-READ-MASTER.
006050     READ VARIABLES-FILE
006060         AT END
006070             SET END-OF-FILE TO TRUE
006080             GO TO 2400-EXIT.
006090     MOVE VARIABLES-NUMERIC IN VARIABLES
006100         TO VK-KEY-NUMERIC.
006110     IF VK-KEY-ALPHA = '99999999'
006120         PERFORM 2500-VERIFY-TRAILER THRU 2500-EXIT
006130         SET END-OF-FILE TO TRUE
006140         GO TO 2400-EXIT.
006150     ADD 1 TO IN-RECORD-COUNT.
006160     IF VARIABLES-SIGNED-NUMERIC IN VARIABLES NUMERIC
006170         ADD VARIABLES-SIGNED-NUMERIC IN VARIABLES
006180             TO IN-SIGNED-HASH.
006190     IF VARIABLES-COMP-3-NUMERIC IN VARIABLES NUMERIC
006200         ADD VARIABLES-COMP-3-NUMERIC IN VARIABLES
006210             TO IN-COMP3-HASH.
006220 2400-EXIT.
006230     EXIT.
006240*------------------------------------------------------*
006250 2500-VERIFY-TRAILER.
006260     MOVE VARIABLES TO TRAILER-RECORD.
006270     SET IN-TRAILER-FOUND TO TRUE.
006280     IF TRLR-RECORD-COUNT NOT NUMERIC
006290         OR TRLR-SIGNED-HASH NOT NUMERIC
006300         OR TRLR-COMP3-HASH NOT NUMERIC
006310         DISPLAY 'VARREVRS - TRAILER RECORD MALFORMED'
006320         SET FATAL-ERROR TO TRUE
006330         GO TO 2500-EXIT.
006340     IF TRLR-RECORD-COUNT NOT = IN-RECORD-COUNT
006350         OR TRLR-SIGNED-HASH NOT = IN-SIGNED-HASH
006360         OR TRLR-COMP3-HASH NOT = IN-COMP3-HASH
006370         DISPLAY 'VARREVRS - TRAILER CONTROL TOTALS DO '
006380             'NOT MATCH, FILE IS SHORT OR CORRUPT'
006390         DISPLAY 'VARREVRS - COUNT FILE ' IN-RECORD-COUNT
006400             ' TRAILER ' TRLR-RECORD-COUNT
006410         SET FATAL-ERROR TO TRUE.
006420 2500-EXIT.
006430     EXIT.
006440*------------------------------------------------------*
006450* 2600-READ-DETAIL READS THE NEXT POSTDTL DETAIL.  AT   *
006460* THE TRAILER THE DETAIL KEY GOES TO HIGH-VALUES, WHICH *
006470* SORTS ABOVE EVERY MASTER KEY.                         *
006480*------------------------------------------------------*
006490 2600-READ-DETAIL.
006500     IF DETAIL-DONE
006510         GO TO 2600-EXIT.
006520     READ DETAIL-FILE
006530         AT END
006540             SET DETAIL-DONE TO TRUE.
006550     IF NOT DETAIL-DONE
006560         IF PDET-TRAILER
006570             SET DETAIL-DONE TO TRUE.
006580     IF DETAIL-DONE
006590         MOVE HIGH-VALUES TO WS-DTL-KEY
006600     ELSE
006610         MOVE PDET-KEY TO WS-DTL-KEY.
006620 2600-EXIT.
006630     EXIT.
006640*------------------------------------------------------*
006650* 3000-TERMINATE REFUSES ANY DETAIL LEFT PAST THE LAST  *
006660* MASTER KEY, SEALS VAROUT AND REVDTL, MARKS THE        *
006670* POSTING ON POSTCTL AND CLOSES THE JOURNAL WITH THE    *
006680* TOTALS.  A FATAL RUN LEAVES VAROUT AND REVDTL         *
006690* UNSEALED AND THE POSTING AS IT WAS.                   *
006700*------------------------------------------------------*
006710 3000-TERMINATE.
006720     IF NOT FATAL-ERROR AND NOT IN-TRAILER-FOUND
006730         DISPLAY 'VARREVRS - NO CONTROL-TOTAL TRAILER ON '
006740             'VARIN, CANNOT PROVE IT ARRIVED COMPLETE'
006750         SET FATAL-ERROR TO TRUE.
006760     IF FATAL-ERROR
006770         GO TO 3000-CLOSE.
006780     PERFORM 2100-REFUSE-MISSING THRU 2100-EXIT
006790         UNTIL DETAIL-DONE.
006800     MOVE SPACES           TO TRAILER-RECORD.
006810     MOVE '99999999'       TO TRLR-KEY-PREFIX.
006820     MOVE '99999999'       TO TRLR-KEY.
006830     MOVE OUT-RECORD-COUNT TO TRLR-RECORD-COUNT.
006840     MOVE OUT-SIGNED-HASH  TO TRLR-SIGNED-HASH.
006850     MOVE OUT-COMP3-HASH   TO TRLR-COMP3-HASH.
006860     MOVE TRAILER-RECORD   TO REVERSED-VARIABLES.
006870     WRITE REVERSED-VARIABLES.
006880     SET OUT-TRAILER-SEALED TO TRUE.
006890     MOVE SPACES              TO REVERSAL-DETAIL-RECORD.
006900     MOVE WS-POSTING-KEY      TO RDET-POSTING.
006910     MOVE 'T'                 TO RDET-REC-TYPE.
006920     MOVE WS-RECORDS-REVERSED TO RDET-TRL-COUNT.
006930     MOVE WS-REVDTL-TOTAL     TO RDET-TRL-TOTAL.
006940     MOVE WS-REV-DATE         TO RDET-REV-DATE.
006950     MOVE WS-REV-TIME         TO RDET-REV-TIME.
006960     WRITE REVERSAL-DETAIL-RECORD.
006970     PERFORM 3800-MARK-POSTING THRU 3800-EXIT.
006980     MOVE SPACES TO JOURNAL-LINE.
006990     WRITE JOURNAL-LINE.
007000     MOVE WS-RECORDS-READ     TO TL-READ.
007010     MOVE WS-RECORDS-REVERSED TO TL-REVERSED.
007020     MOVE WS-RECORDS-REFUSED  TO TL-REFUSED.
007030     MOVE WS-TOTAL-LINE-1     TO JOURNAL-LINE.
007040     WRITE JOURNAL-LINE.
007050     MOVE WS-TOTAL-REVERSED   TO WS-EDIT-TOTAL.
007060     MOVE WS-EDIT-TOTAL       TO TL-TOTAL-REVERSED.
007070     MOVE WS-TOTAL-LINE-2     TO JOURNAL-LINE.
007080     WRITE JOURNAL-LINE.
007090     PERFORM 3900-WRITE-RUN-CONTROL THRU 3900-EXIT.
007100 3000-CLOSE.
007110     CLOSE VARIABLES-FILE.
007120     CLOSE REVERSED-FILE.
007130     CLOSE REVDTL-FILE.
007140     CLOSE JOURNAL-RPT.
007150     CLOSE RUN-CONTROL-FILE.
007160     CLOSE DETAIL-FILE.
007170     CLOSE PERIOD-CONTROL-FILE.
007180 3000-EXIT.
007190     EXIT.
007200*------------------------------------------------------*
007210* 3800-MARK-POSTING RECORDS THE REVERSAL ON THE         *
007220* POSTING'S CONTROL RECORD.  ONLY A FULL REVERSAL       *
007230* REOPENS THE PERIOD TO VARPOST.                        *
007240*------------------------------------------------------*
007250 3800-MARK-POSTING.
007260     MOVE WS-POSTING-KEY TO PCTL-KEY.
007270     READ PERIOD-CONTROL-FILE
007280         INVALID KEY
007290             DISPLAY 'VARREVRS - POSTING CONTROL RECORD '
007300                 'GONE, STATUS ' WS-PCTL-STATUS
007310             SET FATAL-ERROR TO TRUE
007320             GO TO 3800-EXIT.
007330     IF WS-RECORDS-REFUSED = ZERO
007340         MOVE 'R' TO PCTL-STATUS
007350     ELSE
007360         MOVE 'X' TO PCTL-STATUS.
007370     MOVE WS-REV-DATE         TO PCTL-REV-DATE.
007380     MOVE WS-REV-TIME         TO PCTL-REV-TIME.
007390     MOVE WS-RECORDS-REVERSED TO PCTL-RECORDS-REVERSED.
007400     MOVE WS-RECORDS-REFUSED  TO PCTL-RECORDS-REFUSED.
007410     MOVE WS-TOTAL-REVERSED   TO PCTL-TOTAL-REVERSED.
007420     REWRITE POST-CONTROL-RECORD
007430         INVALID KEY
007440             DISPLAY 'VARREVRS - POSTING CONTROL REWRITE '
007450                 'FAILED, STATUS ' WS-PCTL-STATUS
007460             SET FATAL-ERROR TO TRUE.
007470 3800-EXIT.
007480     EXIT.
007490*------------------------------------------------------*
007500* 3900-WRITE-RUN-CONTROL APPENDS THIS RUN'S COUNTS AND  *
007510* INBOUND TRAILER HASH TOTALS TO THE COMMON RUN-CONTROL *
007520* FILE.                                                 *
007530*------------------------------------------------------*
007540 3900-WRITE-RUN-CONTROL.
007550     MOVE SPACES              TO RUN-CONTROL-RECORD.
007560     MOVE 'VARREVRS'          TO RUNC-PROGRAM.
007570     MOVE CYCG-BUS-DATE       TO RUNC-RUN-DATE.
007580     ACCEPT RUNC-RUN-TIME FROM TIME.
007590     MOVE WS-RECORDS-READ     TO RUNC-IN-COUNT.
007600     MOVE WS-RECORDS-REVERSED TO RUNC-OUT-COUNT.
007610     MOVE WS-RECORDS-REFUSED  TO RUNC-REJECT-COUNT.
007620     MOVE IN-SIGNED-HASH      TO RUNC-SIGNED-HASH.
007630     MOVE IN-COMP3-HASH       TO RUNC-COMP3-HASH.
007640     WRITE RUN-CONTROL-RECORD.
007650 3900-EXIT.
007660     EXIT.
007670*------------------------------------------------------*
007680* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
007690* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
007700* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
007710* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
007720*------------------------------------------------------*
007730 9800-CYCLE-START.
007740     MOVE 'VARREVRS' TO CYCG-PROGRAM.
007750     SET CYCG-START TO TRUE.
007760     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
007770     IF CYCG-CLEARED
007780         GO TO 9800-EXIT.
007790     IF CYCG-BLOCKED
007800         MOVE 12 TO RETURN-CODE
007810     ELSE
007820         MOVE 16 TO RETURN-CODE.
007830     STOP RUN.
007840 9800-EXIT.
007850     EXIT.
007860*------------------------------------------------------*
007870* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
007880* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
007890* BACK AFTERWARDS.                                      *
007900*------------------------------------------------------*
007910 9900-CYCLE-END.
007920     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
007930     SET CYCG-END TO TRUE.
007940     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
007950     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
007960 9900-EXIT.
007970     EXIT.
