000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LIMTRPT.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - NIGHTLY LISTING    *
000120*                  OF EVERY KEY OUTSIDE THE BALANCE     *
000130*                  LIMITS OF ITS CODES, BY CODE, WITH   *
000140*                  HOW LONG IT HAS BEEN OUT PER VARHIST.*
000150*------------------------------------------------------*
000160*
000170* PURPOSE.
000180*   PASSES THE TRAILER-SEALED VARIABLES FILE AND HOLDS
000190*   EACH KEY TO THE BALANCE LIMIT (LIMTREC.CPY, ON THE
000200*   BALLIMIT KSDS) OF EVERY VARIABLES-GROUP-OCCURS-IN
000210*   CODE IT CARRIES.  A KEY WHOSE SIGNED OR COMP-3
000220*   BALANCE - WHICHEVER THE LIMIT APPLIES TO - IS BELOW
000230*   THE MINIMUM OR ABOVE THE MAXIMUM IS LISTED UNDER THE
000240*   CODE, WITH ITS BALANCES, THE BREACH, THE ACTION AND
000250*   HOW LONG IT HAS BEEN OUT.  A KEY CARRYING TWO
000260*   LIMITED CODES CAN APPEAR UNDER BOTH.
000270*
000280*   HOW LONG - THE KEY'S VARHIST SNAPSHOTS (VARHREC.CPY)
000290*   ARE READ OLDEST FIRST AND EACH IS HELD TO TODAY'S
000300*   LIMIT: A SNAPSHOT IS OUT WHEN IT CARRIES THE CODE
000310*   AND ITS BALANCE BREACHES THE LIMIT.  THE KEY HAS
000320*   BEEN OUT SINCE THE FIRST SNAPSHOT OF THE UNBROKEN
000330*   RUN OF OUT SNAPSHOTS ENDING WITH THE LATEST ONE.  A
000340*   KEY WHOSE LATEST SNAPSHOT IS STILL INSIDE THE LIMIT,
000350*   OR THAT HAS NO HISTORY, IS OUT SINCE TODAY.  DAYS
000360*   ARE CALENDAR DAYS TO TODAY, THE SAME HAND CALENDAR
000370*   AS SUSPRPT; 999 MEANS 999 OR MORE.
000380*
000390*   TABMAINT, VARBATCH AND VARIMPRT REFUSE A CHANGE THAT
000400*   BREACHES A BLOCK LIMIT, SO A BLOCK BREACH HERE CAME
000410*   IN ANOTHER WAY - A POSTING, AN APPROVAL OF A CHANGE
000420*   HELD BEFORE THE LIMIT EXISTED, A LIMIT TIGHTENED
000430*   UNDER AN EXISTING BALANCE - AND ENDS THE RUN WITH
000440*   RC 8.  WARN BREACHES ARE LISTED ONLY.  A FILE THAT
000450*   CANNOT BE OPENED, OR A MISSING OR MISMATCHED
000460*   TRAILER, IS RC 16.
000470*------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT VARIABLES-FILE ASSIGN TO VARIN
000550         ORGANIZATION IS SEQUENTIAL.
000560     SELECT LIMIT-FILE     ASSIGN TO BALLIMIT
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS LIMT-CODE
000600         FILE STATUS IS WS-LIMIT-STATUS.
000610     SELECT HISTORY-FILE   ASSIGN TO VARHIST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS VARH-KEY
000650         FILE STATUS IS WS-HIST-STATUS.
000660     SELECT SORT-FILE      ASSIGN TO SORTWK1.
000670     SELECT REPORT-FILE    ASSIGN TO LIMTRPT
000680         ORGANIZATION IS SEQUENTIAL.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  VARIABLES-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY "testes.cpy".
000750 FD  LIMIT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY "LIMTREC.cpy".
000780 FD  HISTORY-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY "VARHREC.cpy".
000810 SD  SORT-FILE.
000820 01  SD-RECORD.
000830     05 SD-CODE             PIC X(02).
000840     05 SD-KEY-ALPHA        PIC X(08).
000850     05 SD-SIGNED           PIC S9(08).
000860     05 SD-PACKED           PIC S9(08)V9(02).
000870     05 SD-BREACH           PIC X(20).
000880     05 SD-OUT-SINCE        PIC 9(08).
000890     05 SD-DAYS             PIC 9(03).
000900     05 SD-ACTION           PIC X(01).
000910 FD  REPORT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  REPORT-LINE            PIC X(132).
000950 WORKING-STORAGE SECTION.
000960     COPY "VARKEY.cpy".
000970     COPY "VARTRLR.cpy".
000980     COPY "VARTRLWS.cpy".
000990     COPY "testes.cpy" REPLACING
001000         ==VARIABLES== BY ==SNAP-VARIABLES==.
001010 01  WS-LIMIT-STATUS        PIC X(02).
001020 01  WS-HIST-STATUS         PIC X(02).
001030 01  WS-SWITCHES.
001040     05 WS-EOF-SW           PIC X(01) VALUE 'N'.
001050        88 END-OF-FILE      VALUE 'Y'.
001060     05 WS-FATAL-SW         PIC X(01) VALUE 'N'.
001070        88 FATAL-ERROR      VALUE 'Y'.
001080     05 WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.
001090        88 SORT-END-OF-FILE VALUE 'Y'.
001100     05 WS-DUP-SW           PIC X(01).
001110        88 DUP-CODE         VALUE 'Y'.
001120     05 WS-SNAP-DONE-SW     PIC X(01).
001130        88 KEY-SNAPS-DONE   VALUE 'Y'.
001140     05 WS-SNAP-CODE-SW     PIC X(01).
001150        88 SNAP-HAS-CODE    VALUE 'Y'.
001160 01  WS-SUB                 PIC 9(01) COMP.
001170 01  WS-SUB2                PIC 9(01) COMP.
001180 01  WS-SCAN-KEY            PIC 9(08).
001190 01  WS-RUN-DATE            PIC 9(08) VALUE ZERO.
001200 01  WS-PREV-CODE           PIC X(02) VALUE SPACES.
001210*------------------------------------------------------*
001220* WS-TEST-VALUES CARRIES ONE PAIR OF BALANCES - TODAY'S *
001230* OR A SNAPSHOT'S - TO 1500-TEST-VALUES.  A BALANCE     *
001240* THAT FAILS ITS NUMERIC CLASS TEST IS NOT TESTED.      *
001250*------------------------------------------------------*
001260 01  WS-TEST-VALUES.
001270     05 WS-TEST-SIGNED      PIC S9(08).
001280     05 WS-TEST-SIGNED-SW   PIC X(01).
001290        88 SIGNED-TESTABLE  VALUE 'Y'.
001300     05 WS-TEST-PACKED      PIC S9(08)V9(02).
001310     05 WS-TEST-PACKED-SW   PIC X(01).
001320        88 PACKED-TESTABLE  VALUE 'Y'.
001330     05 WS-BREACH           PIC X(20).
001340 01  WS-OUT-SINCE           PIC 9(08).
001350 01  WS-AGE-DAYS            PIC 9(03).
001360 01  WS-WALK-DATE.
001370     05 WS-WALK-YEAR        PIC 9(04).
001380     05 WS-WALK-MONTH       PIC 9(02).
001390     05 WS-WALK-DAY         PIC 9(02).
001400 01  WS-WALK-NUM REDEFINES WS-WALK-DATE
001410                            PIC 9(08).
001420 01  WS-MONTH-END           PIC 9(02).
001430 01  WS-MONTH-DAYS-VALUES.
001440     05 FILLER              PIC X(24) VALUE
001450        '312831303130313130313031'.
001460 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.
001470     05 WS-MONTH-LEN        PIC 9(02) OCCURS 12 TIMES.
001480 01  WS-LEAP-WORK.
001490     05 WS-LEAP-QUOT        PIC 9(04) COMP.
001500     05 WS-LEAP-REM         PIC 9(04) COMP.
001510 01  WS-COUNTERS.
001520     05 WS-KEYS-READ        PIC 9(09) COMP VALUE ZERO.
001530     05 WS-BREACHES         PIC 9(09) COMP VALUE ZERO.
001540     05 WS-BLOCK-BREACHES   PIC 9(09) COMP VALUE ZERO.
001550     05 WS-WARN-BREACHES    PIC 9(09) COMP VALUE ZERO.
001560     05 WS-CODE-BREACHES    PIC 9(09) COMP VALUE ZERO.
001570     05 WS-LONGEST-DAYS     PIC 9(03) VALUE ZERO.
001580 01  WS-EDIT-AMOUNT         PIC -(08)9.99.
001590 01  WS-HEADING-1            PIC X(60) VALUE
001600     'LIMTRPT  KEYS OUTSIDE BALANCE LIMITS, BY CODE'.
001610 01  WS-HEADING-2.
001620     05 FILLER              PIC X(06) VALUE 'CODE'.
001630     05 FILLER              PIC X(10) VALUE 'KEY'.
001640     05 FILLER              PIC X(11) VALUE '   SIGNED'.
001650     05 FILLER              PIC X(14) VALUE '      PACKED'.
001660     05 FILLER              PIC X(22) VALUE 'BREACH'.
001670     05 FILLER              PIC X(10) VALUE 'OUT SINCE'.
001680     05 FILLER              PIC X(05) VALUE 'DAYS'.
001690     05 FILLER              PIC X(06) VALUE 'ACTION'.
001700 01  WS-CODE-LINE.
001710     05 FILLER              PIC X(05) VALUE 'CODE '.
001720     05 CL-CODE             PIC X(02).
001730     05 FILLER              PIC X(02) VALUE SPACES.
001740     05 CL-DESC             PIC X(30).
001750     05 FILLER              PIC X(13) VALUE
001760            '  APPLIES TO '.
001770     05 CL-APPLIES          PIC X(06).
001780     05 FILLER              PIC X(06) VALUE '  MIN '.
001790     05 CL-MINIMUM          PIC X(12).
001800     05 FILLER              PIC X(06) VALUE '  MAX '.
001810     05 CL-MAXIMUM          PIC X(12).
001820     05 FILLER              PIC X(09) VALUE '  ACTION '.
001830     05 CL-ACTION           PIC X(05).
001840 01  WS-DETAIL-LINE.
001850     05 DL-CODE             PIC X(02).
001860     05 FILLER              PIC X(04) VALUE SPACES.
001870     05 DL-KEY              PIC X(08).
001880     05 FILLER              PIC X(02) VALUE SPACES.
001890     05 DL-SIGNED           PIC -9(08).
001900     05 FILLER              PIC X(02) VALUE SPACES.
001910     05 DL-PACKED           PIC -(08)9.99.
001920     05 FILLER              PIC X(02) VALUE SPACES.
001930     05 DL-BREACH           PIC X(20).
001940     05 FILLER              PIC X(02) VALUE SPACES.
001950     05 DL-OUT-SINCE        PIC 9(08).
001960     05 FILLER              PIC X(02) VALUE SPACES.
001970     05 DL-DAYS             PIC ZZ9.
001980     05 FILLER              PIC X(02) VALUE SPACES.
001990     05 DL-ACTION           PIC X(05).
002000 01  WS-CODE-TOTAL-LINE.
002010     05 FILLER              PIC X(05) VALUE 'CODE '.
002020     05 CT-CODE             PIC X(02).
002030     05 FILLER              PIC X(25) VALUE
002040            ' KEYS OUTSIDE LIMIT. . .'.
002050     05 CT-COUNT            PIC ZZZ,ZZZ,ZZ9.
002060 01  WS-TOTAL-LINE.
002070     05 FILLER              PIC X(16) VALUE
002080            'KEYS READ . . .'.
002090     05 TL-READ             PIC ZZZ,ZZZ,ZZ9.
002100     05 FILLER              PIC X(03) VALUE SPACES.
002110     05 FILLER              PIC X(16) VALUE
002120            'BLOCK BREACHES.'.
002130     05 TL-BLOCK            PIC ZZZ,ZZZ,ZZ9.
002140     05 FILLER              PIC X(03) VALUE SPACES.
002150     05 FILLER              PIC X(16) VALUE
002160            'WARN BREACHES .'.
002170     05 TL-WARN             PIC ZZZ,ZZZ,ZZ9.
002180     05 FILLER              PIC X(03) VALUE SPACES.
002190     05 FILLER              PIC X(16) VALUE
002200            'LONGEST (DAYS).'.
002210     05 TL-LONGEST          PIC ZZ9.
002220     COPY "CYCLPARM.cpy".
002230 PROCEDURE DIVISION.
002240 0000-MAINLINE.
002250     PERFORM 9800-CYCLE-START  THRU 9800-EXIT.
002260     PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
002270     IF NOT FATAL-ERROR
002280         SORT SORT-FILE
002290             ON ASCENDING KEY SD-CODE SD-KEY-ALPHA
002300             INPUT PROCEDURE IS 1100-SELECT-BREACHES
002310                 THRU 1100-EXIT
002320             OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
002330                 THRU 2000-EXIT.
002340     PERFORM 3000-TERMINATE    THRU 3000-EXIT.
002350     IF FATAL-ERROR
002360         MOVE 16 TO RETURN-CODE
002370     ELSE
002380         IF WS-BLOCK-BREACHES > ZERO
002390             MOVE 8 TO RETURN-CODE.
002400     PERFORM 9900-CYCLE-END    THRU 9900-EXIT.
002410     STOP RUN.
002420*------------------------------------------------------*
002430 1000-INITIALIZE.
002440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002450     OPEN OUTPUT REPORT-FILE.
002460     MOVE WS-HEADING-1 TO REPORT-LINE.
002470     WRITE REPORT-LINE.
002480     MOVE WS-HEADING-2 TO REPORT-LINE.
002490     WRITE REPORT-LINE.
002500     OPEN INPUT LIMIT-FILE.
002510     IF WS-LIMIT-STATUS NOT = '00'
002520         DISPLAY 'LIMTRPT - BALANCE LIMIT FILE UNAVAILABLE, '
002530             'STATUS ' WS-LIMIT-STATUS
002540         SET FATAL-ERROR TO TRUE.
002550     OPEN INPUT HISTORY-FILE.
002560     IF WS-HIST-STATUS NOT = '00'
002570         DISPLAY 'LIMTRPT - HISTORY FILE UNAVAILABLE, '
002580             'STATUS ' WS-HIST-STATUS
002590         SET FATAL-ERROR TO TRUE.
002600 1000-EXIT.
002610     EXIT.
002620*------------------------------------------------------*
002630* 1100-SELECT-BREACHES IS THE SORT INPUT PROCEDURE.  IT *
002640* READS THE VARIABLES FILE AND RELEASES ONE RECORD PER  *
002650* KEY PER LIMITED CODE THE KEY IS OUTSIDE OF.           *
002660*------------------------------------------------------*
002670 1100-SELECT-BREACHES.
002680     OPEN INPUT VARIABLES-FILE.
002690     PERFORM 1300-READ-MASTER THRU 1300-EXIT.
002700     PERFORM 1200-SCAN-ONE THRU 1200-EXIT
002710         UNTIL END-OF-FILE.
002720     IF NOT TRAILER-FOUND
002730         DISPLAY 'LIMTRPT - NO CONTROL-TOTAL TRAILER ON '
002740             'FILE, CANNOT PROVE IT ARRIVED COMPLETE'
002750         SET FATAL-ERROR TO TRUE.
002760     CLOSE VARIABLES-FILE.
002770 1100-EXIT.
002780     EXIT.
002790*------------------------------------------------------*
002800 1200-SCAN-ONE.
002810     ADD 1 TO WS-KEYS-READ.
002820     MOVE VARIABLES-NUMERIC IN VARIABLES TO WS-SCAN-KEY.
002830     PERFORM 1250-SCAN-CODE THRU 1250-EXIT
002840         VARYING WS-SUB FROM 1 BY 1
002850         UNTIL WS-SUB > 5.
002860     PERFORM 1300-READ-MASTER THRU 1300-EXIT.
002870 1200-EXIT.
002880     EXIT.
002890*------------------------------------------------------*
002900* 1250-SCAN-CODE TESTS THE KEY AGAINST THE LIMIT OF THE *
002910* CODE IN ONE IN SLOT.  A BLANK SLOT, A CODE ALREADY    *
002920* SEEN IN AN EARLIER SLOT AND A CODE WITH NO LIMIT ARE  *
002930* PASSED OVER.                                          *
002940*------------------------------------------------------*
002950 1250-SCAN-CODE.
002960     IF VARIABLES-GROUP-OCCURS-IN IN VARIABLES (WS-SUB)
002970         = SPACES
002980         GO TO 1250-EXIT.
002990     MOVE 'N' TO WS-DUP-SW.
003000     PERFORM 1260-CHECK-DUP THRU 1260-EXIT
003010         VARYING WS-SUB2 FROM 1 BY 1
003020         UNTIL WS-SUB2 NOT < WS-SUB
003030         OR DUP-CODE.
003040     IF DUP-CODE
003050         GO TO 1250-EXIT.
003060     MOVE VARIABLES-GROUP-OCCURS-IN IN VARIABLES (WS-SUB)
003070         TO LIMT-CODE.
003080     READ LIMIT-FILE
003090         INVALID KEY
003100             GO TO 1250-EXIT.
003110     MOVE 'N' TO WS-TEST-SIGNED-SW.
003120     MOVE 'N' TO WS-TEST-PACKED-SW.
003130     IF VARIABLES-SIGNED-NUMERIC IN VARIABLES NUMERIC
003140         MOVE VARIABLES-SIGNED-NUMERIC IN VARIABLES
003150             TO WS-TEST-SIGNED
003160         SET SIGNED-TESTABLE TO TRUE.
003170     IF VARIABLES-COMP-3-NUMERIC IN VARIABLES NUMERIC
003180         MOVE VARIABLES-COMP-3-NUMERIC IN VARIABLES
003190             TO WS-TEST-PACKED
003200         SET PACKED-TESTABLE TO TRUE.
003210     PERFORM 1500-TEST-VALUES THRU 1500-EXIT.
003220     IF WS-BREACH = SPACES
003230         GO TO 1250-EXIT.
003240     MOVE LIMT-CODE         TO SD-CODE.
003250     MOVE WS-SCAN-KEY       TO VK-KEY-NUMERIC.
003260     MOVE VK-KEY-ALPHA      TO SD-KEY-ALPHA.
003270     MOVE ZERO              TO SD-SIGNED.
003280     MOVE ZERO              TO SD-PACKED.
003290     IF SIGNED-TESTABLE
003300         MOVE WS-TEST-SIGNED TO SD-SIGNED.
003310     IF PACKED-TESTABLE
003320         MOVE WS-TEST-PACKED TO SD-PACKED.
003330     MOVE WS-BREACH         TO SD-BREACH.
003340     MOVE LIMT-ACTION       TO SD-ACTION.
003350     PERFORM 1600-FIND-OUT-SINCE THRU 1600-EXIT.
003360     PERFORM 1700-COMPUTE-DAYS THRU 1700-EXIT.
003370     MOVE WS-OUT-SINCE      TO SD-OUT-SINCE.
003380     MOVE WS-AGE-DAYS       TO SD-DAYS.
003390     ADD 1 TO WS-BREACHES.
003400     IF LIMT-BLOCK
003410         ADD 1 TO WS-BLOCK-BREACHES
003420     ELSE
003430         ADD 1 TO WS-WARN-BREACHES.
003440     IF WS-AGE-DAYS > WS-LONGEST-DAYS
003450         MOVE WS-AGE-DAYS TO WS-LONGEST-DAYS.
003460     RELEASE SD-RECORD.
003470 1250-EXIT.
003480     EXIT.
003490*------------------------------------------------------*
003500 1260-CHECK-DUP.
003510     IF VARIABLES-GROUP-OCCURS-IN IN VARIABLES (WS-SUB2)
003520         = VARIABLES-GROUP-OCCURS-IN IN VARIABLES (WS-SUB)
003530         SET DUP-CODE TO TRUE.
003540 1260-EXIT.
003550     EXIT.
003560*------------------------------------------------------*
003570* 1300-READ-MASTER READS THE NEXT VARIABLES RECORD,     *
003580* ACCUMULATING THE TRAILER CONTROL TOTALS AND           *
003590* INTERCEPTING THE TRAILER ITSELF (RESERVED KEY         *
003600* 99999999, SEE VARTRLR.CPY) AS A LOGICAL END OF FILE,  *
003610* THE SAME AS NEGRPT.                                   *
003620*------------------------------------------------------*
003630 1300-READ-MASTER.
003640     READ VARIABLES-FILE
003650         AT END
003660             SET END-OF-FILE TO TRUE
003670             GO TO 1300-EXIT.
003680     MOVE VARIABLES-NUMERIC IN VARIABLES TO VK-KEY-NUMERIC.
003690     IF VK-KEY-ALPHA = '99999999'
003700         PERFORM 1400-VERIFY-TRAILER THRU 1400-EXIT
003710         SET END-OF-FILE TO TRUE
003720         GO TO 1300-EXIT.
003730     ADD 1 TO TRLC-RECORD-COUNT.
003740     IF VARIABLES-SIGNED-NUMERIC IN VARIABLES NUMERIC
003750         ADD VARIABLES-SIGNED-NUMERIC IN VARIABLES
003760             TO TRLC-SIGNED-HASH.
003770     IF VARIABLES-COMP-3-NUMERIC IN VARIABLES NUMERIC
003780         ADD VARIABLES-COMP-3-NUMERIC IN VARIABLES
003790             TO TRLC-COMP3-HASH.
003800 1300-EXIT.
003810     EXIT.
003820*------------------------------------------------------*
003830 1400-VERIFY-TRAILER.
003840     MOVE VARIABLES TO TRAILER-RECORD.
003850     SET TRAILER-FOUND TO TRUE.
003860     IF TRLR-RECORD-COUNT NOT NUMERIC
003870         OR TRLR-SIGNED-HASH NOT NUMERIC
003880         OR TRLR-COMP3-HASH NOT NUMERIC
003890         DISPLAY 'LIMTRPT - TRAILER RECORD MALFORMED'
003900         SET FATAL-ERROR TO TRUE
003910         GO TO 1400-EXIT.
003920     IF TRLR-RECORD-COUNT NOT = TRLC-RECORD-COUNT
003930         OR TRLR-SIGNED-HASH NOT = TRLC-SIGNED-HASH
003940         OR TRLR-COMP3-HASH NOT = TRLC-COMP3-HASH
003950         DISPLAY 'LIMTRPT - TRAILER CONTROL TOTALS DO '
003960             'NOT MATCH, FILE IS SHORT OR CORRUPT'
003970         DISPLAY 'LIMTRPT - COUNT FILE ' TRLC-RECORD-COUNT
003980             ' TRAILER ' TRLR-RECORD-COUNT
003990         SET FATAL-ERROR TO TRUE.
004000 1400-EXIT.
004010     EXIT.
004020*------------------------------------------------------*
004030* 1500-TEST-VALUES HOLDS WS-TEST-VALUES TO THE LIMIT IN *
004040* LIMIT-RECORD, LEAVING THE FIRST BREACH FOUND IN       *
004050* WS-BREACH, OR SPACES WHEN THE BALANCES ARE INSIDE.    *
004060*------------------------------------------------------*
004070 1500-TEST-VALUES.
004080     MOVE SPACES TO WS-BREACH.
004090     IF LIMT-ON-SIGNED AND LIMT-MIN-SET AND SIGNED-TESTABLE
004100         AND WS-TEST-SIGNED < LIMT-MINIMUM
004110         MOVE 'SIGNED BELOW MINIMUM' TO WS-BREACH
004120         GO TO 1500-EXIT.
004130     IF LIMT-ON-SIGNED AND LIMT-MAX-SET AND SIGNED-TESTABLE
004140         AND WS-TEST-SIGNED > LIMT-MAXIMUM
004150         MOVE 'SIGNED ABOVE MAXIMUM' TO WS-BREACH
004160         GO TO 1500-EXIT.
004170     IF LIMT-ON-PACKED AND LIMT-MIN-SET AND PACKED-TESTABLE
004180         AND WS-TEST-PACKED < LIMT-MINIMUM
004190         MOVE 'PACKED BELOW MINIMUM' TO WS-BREACH
004200         GO TO 1500-EXIT.
004210     IF LIMT-ON-PACKED AND LIMT-MAX-SET AND PACKED-TESTABLE
004220         AND WS-TEST-PACKED > LIMT-MAXIMUM
004230         MOVE 'PACKED ABOVE MAXIMUM' TO WS-BREACH.
004240 1500-EXIT.
004250     EXIT.
004260*------------------------------------------------------*
004270* 1600-FIND-OUT-SINCE READS THE KEY'S SNAPSHOTS OLDEST  *
004280* FIRST.  AN OUT SNAPSHOT STARTS A RUN IF NONE IS OPEN; *
004290* AN IN SNAPSHOT ENDS IT.  WHAT IS LEFT OPEN AT THE END *
004300* IS THE CURRENT RUN; WITH NONE, THE KEY IS OUT SINCE   *
004310* TODAY.  THE LIMIT RECORD STAYS IN LIMIT-RECORD.       *
004320*------------------------------------------------------*
004330 1600-FIND-OUT-SINCE.
004340     MOVE ZERO TO WS-OUT-SINCE.
004350     MOVE 'N' TO WS-SNAP-DONE-SW.
004360     MOVE WS-SCAN-KEY TO VARH-NUMERIC.
004370     MOVE ZERO TO VARH-SNAP-DATE.
004380     START HISTORY-FILE KEY NOT < VARH-KEY
004390         INVALID KEY
004400             SET KEY-SNAPS-DONE TO TRUE.
004410     IF NOT KEY-SNAPS-DONE
004420         PERFORM 1680-READ-NEXT-SNAP THRU 1680-EXIT.
004430     PERFORM 1650-TEST-SNAP THRU 1650-EXIT
004440         UNTIL KEY-SNAPS-DONE.
004450     IF WS-OUT-SINCE = ZERO
004460         MOVE WS-RUN-DATE TO WS-OUT-SINCE.
004470 1600-EXIT.
004480     EXIT.
004490*------------------------------------------------------*
004500 1650-TEST-SNAP.
004510     MOVE VARH-DATA TO SNAP-VARIABLES.
004520     MOVE 'N' TO WS-SNAP-CODE-SW.
004530     PERFORM 1660-CHECK-SNAP-SLOT THRU 1660-EXIT
004540         VARYING WS-SUB2 FROM 1 BY 1
004550         UNTIL WS-SUB2 > 5
004560         OR SNAP-HAS-CODE.
004570     MOVE SPACES TO WS-BREACH.
004580     MOVE 'N' TO WS-TEST-SIGNED-SW.
004590     MOVE 'N' TO WS-TEST-PACKED-SW.
004600     IF VARIABLES-SIGNED-NUMERIC IN SNAP-VARIABLES NUMERIC
004610         MOVE VARIABLES-SIGNED-NUMERIC IN SNAP-VARIABLES
004620             TO WS-TEST-SIGNED
004630         SET SIGNED-TESTABLE TO TRUE.
004640     IF VARIABLES-COMP-3-NUMERIC IN SNAP-VARIABLES NUMERIC
004650         MOVE VARIABLES-COMP-3-NUMERIC IN SNAP-VARIABLES
004660             TO WS-TEST-PACKED
004670         SET PACKED-TESTABLE TO TRUE.
004680     IF SNAP-HAS-CODE
004690         PERFORM 1500-TEST-VALUES THRU 1500-EXIT.
004700     IF WS-BREACH = SPACES
004710         MOVE ZERO TO WS-OUT-SINCE
004720     ELSE
004730         IF WS-OUT-SINCE = ZERO
004740             MOVE VARH-SNAP-DATE TO WS-OUT-SINCE.
004750     PERFORM 1680-READ-NEXT-SNAP THRU 1680-EXIT.
004760 1650-EXIT.
004770     EXIT.
004780*------------------------------------------------------*
004790 1660-CHECK-SNAP-SLOT.
004800     IF VARIABLES-GROUP-OCCURS-IN IN SNAP-VARIABLES (WS-SUB2)
004810         = LIMT-CODE
004820         SET SNAP-HAS-CODE TO TRUE.
004830 1660-EXIT.
004840     EXIT.
004850*------------------------------------------------------*
004860 1680-READ-NEXT-SNAP.
004870     READ HISTORY-FILE NEXT RECORD
004880         AT END
004890             SET KEY-SNAPS-DONE TO TRUE
004900             GO TO 1680-EXIT.
004910     IF VARH-NUMERIC NOT = WS-SCAN-KEY
004920         SET KEY-SNAPS-DONE TO TRUE.
004930 1680-EXIT.
004940     EXIT.
004950*------------------------------------------------------*
004960* 1700-COMPUTE-DAYS COUNTS THE CALENDAR DAYS FROM THE   *
004970* OUT-SINCE DATE UP TO TODAY, THE SAME HAND CALENDAR AS *
004980* SUSPRPT.  THE WALK STOPS AT 999.                      *
004990*------------------------------------------------------*
005000 1700-COMPUTE-DAYS.
005010     MOVE ZERO TO WS-AGE-DAYS.
005020     MOVE WS-OUT-SINCE TO WS-WALK-NUM.
005030     IF WS-WALK-MONTH < 1
005040         OR WS-WALK-MONTH > 12
005050         GO TO 1700-EXIT.
005060     PERFORM 1750-FORWARD-ONE-DAY THRU 1750-EXIT
005070         UNTIL WS-WALK-NUM NOT < WS-RUN-DATE
005080         OR WS-AGE-DAYS = 999.
005090 1700-EXIT.
005100     EXIT.
005110*------------------------------------------------------*
005120 1750-FORWARD-ONE-DAY.
005130     ADD 1 TO WS-AGE-DAYS.
005140     MOVE WS-MONTH-LEN (WS-WALK-MONTH) TO WS-MONTH-END.
005150     IF WS-WALK-MONTH = 2
005160         PERFORM 1760-TEST-LEAP-YEAR THRU 1760-EXIT.
005170     IF WS-WALK-DAY < WS-MONTH-END
005180         ADD 1 TO WS-WALK-DAY
005190         GO TO 1750-EXIT.
005200     MOVE 1 TO WS-WALK-DAY.
005210     IF WS-WALK-MONTH = 12
005220         MOVE 1 TO WS-WALK-MONTH
005230         ADD 1 TO WS-WALK-YEAR
005240     ELSE
005250         ADD 1 TO WS-WALK-MONTH.
005260 1750-EXIT.
005270     EXIT.
005280*------------------------------------------------------*
005290 1760-TEST-LEAP-YEAR.
005300     DIVIDE WS-WALK-YEAR BY 4
005310         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
005320     IF WS-LEAP-REM NOT = ZERO
005330         GO TO 1760-EXIT.
005340     DIVIDE WS-WALK-YEAR BY 100
005350         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
005360     IF WS-LEAP-REM NOT = ZERO
005370         MOVE 29 TO WS-MONTH-END
005380         GO TO 1760-EXIT.
005390     DIVIDE WS-WALK-YEAR BY 400
005400         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
005410     IF WS-LEAP-REM = ZERO
005420         MOVE 29 TO WS-MONTH-END.
005430 1760-EXIT.
005440     EXIT.
005450*------------------------------------------------------*
005460* 2000-PRODUCE-REPORT IS THE SORT OUTPUT PROCEDURE.  IT *
005470* LISTS THE BREACHES CODE BY CODE, EACH CODE UNDER A    *
005480* LINE SHOWING ITS LIMIT AND ENDING WITH ITS COUNT.     *
005490*------------------------------------------------------*
005500 2000-PRODUCE-REPORT.
005510     RETURN SORT-FILE
005520         AT END
005530             SET SORT-END-OF-FILE TO TRUE.
005540     PERFORM 2100-REPORT-ONE THRU 2100-EXIT
005550         UNTIL SORT-END-OF-FILE.
005560     IF WS-PREV-CODE NOT = SPACES
005570         PERFORM 2500-CODE-BREAK THRU 2500-EXIT.
005580 2000-EXIT.
005590     EXIT.
005600*------------------------------------------------------*
005610 2100-REPORT-ONE.
005620     IF SD-CODE NOT = WS-PREV-CODE
005630         IF WS-PREV-CODE NOT = SPACES
005640             PERFORM 2500-CODE-BREAK THRU 2500-EXIT
005650             PERFORM 2200-CODE-HEADING THRU 2200-EXIT
005660         ELSE
005670             PERFORM 2200-CODE-HEADING THRU 2200-EXIT.
005680     MOVE SD-CODE TO WS-PREV-CODE.
005690     ADD 1 TO WS-CODE-BREACHES.
005700     MOVE SD-CODE         TO DL-CODE.
005710     MOVE SD-KEY-ALPHA    TO DL-KEY.
005720     MOVE SD-SIGNED       TO DL-SIGNED.
005730     MOVE SD-PACKED       TO DL-PACKED.
005740     MOVE SD-BREACH       TO DL-BREACH.
005750     MOVE SD-OUT-SINCE    TO DL-OUT-SINCE.
005760     MOVE SD-DAYS         TO DL-DAYS.
005770     IF SD-ACTION = 'B'
005780         MOVE 'BLOCK'     TO DL-ACTION
005790     ELSE
005800         MOVE 'WARN'      TO DL-ACTION.
005810     MOVE WS-DETAIL-LINE  TO REPORT-LINE.
005820     WRITE REPORT-LINE.
005830     RETURN SORT-FILE
005840         AT END
005850             SET SORT-END-OF-FILE TO TRUE.
005860 2100-EXIT.
005870     EXIT.
005880*------------------------------------------------------*
005890* 2200-CODE-HEADING PRINTS THE LIMIT FOR THE CODE ABOUT *
005900* TO BE LISTED, RE-READ FROM BALLIMIT.                  *
005910*------------------------------------------------------*
005920 2200-CODE-HEADING.
005930     MOVE SPACES TO REPORT-LINE.
005940     WRITE REPORT-LINE.
005950     MOVE SD-CODE TO LIMT-CODE.
005960     READ LIMIT-FILE
005970         INVALID KEY
005980             MOVE SPACES TO LIMT-LIMITS
005990             MOVE SPACES TO LIMT-DESC.
006000     MOVE SD-CODE   TO CL-CODE.
006010     MOVE LIMT-DESC TO CL-DESC.
006020     IF LIMT-APPLIES-TO = 'S'
006030         MOVE 'SIGNED' TO CL-APPLIES.
006040     IF LIMT-APPLIES-TO = 'P'
006050         MOVE 'PACKED' TO CL-APPLIES.
006060     IF LIMT-APPLIES-TO = 'B'
006070         MOVE 'BOTH'   TO CL-APPLIES.
006080     IF LIMT-MIN-SET
006090         MOVE LIMT-MINIMUM   TO WS-EDIT-AMOUNT
006100         MOVE WS-EDIT-AMOUNT TO CL-MINIMUM
006110     ELSE
006120         MOVE 'NONE'         TO CL-MINIMUM.
006130     IF LIMT-MAX-SET
006140         MOVE LIMT-MAXIMUM   TO WS-EDIT-AMOUNT
006150         MOVE WS-EDIT-AMOUNT TO CL-MAXIMUM
006160     ELSE
006170         MOVE 'NONE'         TO CL-MAXIMUM.
006180     IF LIMT-BLOCK
006190         MOVE 'BLOCK' TO CL-ACTION
006200     ELSE
006210         MOVE 'WARN'  TO CL-ACTION.
006220     MOVE WS-CODE-LINE TO REPORT-LINE.
006230     WRITE REPORT-LINE.
006240 2200-EXIT.
006250     EXIT.
006260*------------------------------------------------------*
006270* 2500-CODE-BREAK PRINTS THE COUNT FOR THE CODE JUST    *
006280* FINISHED AND CLEARS IT FOR THE NEXT.                  *
006290*------------------------------------------------------*
006300 2500-CODE-BREAK.
006310     MOVE WS-PREV-CODE     TO CT-CODE.
006320     MOVE WS-CODE-BREACHES TO CT-COUNT.
006330     MOVE WS-CODE-TOTAL-LINE TO REPORT-LINE.
006340     WRITE REPORT-LINE.
006350     MOVE ZERO TO WS-CODE-BREACHES.
006360 2500-EXIT.
006370     EXIT.
006380*------------------------------------------------------*
006390 3000-TERMINATE.
006400     MOVE SPACES TO REPORT-LINE.
006410     WRITE REPORT-LINE.
006420     MOVE WS-KEYS-READ      TO TL-READ.
006430     MOVE WS-BLOCK-BREACHES TO TL-BLOCK.
006440     MOVE WS-WARN-BREACHES  TO TL-WARN.
006450     MOVE WS-LONGEST-DAYS   TO TL-LONGEST.
006460     MOVE WS-TOTAL-LINE     TO REPORT-LINE.
006470     WRITE REPORT-LINE.
006480     CLOSE REPORT-FILE.
006490     CLOSE LIMIT-FILE.
006500     CLOSE HISTORY-FILE.
006510 3000-EXIT.
006520     EXIT.
006530*------------------------------------------------------*
006540* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
006550* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
006560* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
006570* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
006580*------------------------------------------------------*
006590 9800-CYCLE-START.
006600     MOVE 'LIMTRPT' TO CYCG-PROGRAM.
006610     SET CYCG-START TO TRUE.
006620     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
006630     IF CYCG-CLEARED
006640         GO TO 9800-EXIT.
006650     IF CYCG-BLOCKED
006660         MOVE 12 TO RETURN-CODE
006670     ELSE
006680         MOVE 16 TO RETURN-CODE.
006690     STOP RUN.
006700 9800-EXIT.
006710     EXIT.
006720*------------------------------------------------------*
006730* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
006740* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
006750* BACK AFTERWARDS.                                      *
006760*------------------------------------------------------*
006770 9900-CYCLE-END.
006780     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
006790     SET CYCG-END TO TRUE.
006800     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
006810     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
006820 9900-EXIT.
006830     EXIT.
