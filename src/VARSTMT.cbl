000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VARSTMT.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - PER-KEY ACTIVITY   *
000120*                  STATEMENT FOR A PERIOD FROM VARHIST, *
000130*                  AUDITIN AND THE POSTING DETAIL, WITH *
000140*                  AN OPENING-TO-CLOSING PROOF.         *
000150*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000160*                  CALLED AT START, ENDING THE RUN WITH *
000170*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000180*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000190*                  THE CYCLE, AND AT END TO RECORD THE  *
000200*                  RETURN CODE ON CYCLSTAT.             *
000210*  2026-10-15  DCP LIST REVERSALS KEY BY KEY FROM       *
000220*                  VARREVRS'S REVDTL (REVDREC.CPY) IN   *
000230*                  PLACE OF POSTCTL, SO A PART-REVERSAL *
000240*                  CARRIES ITS AMOUNTS AND PROVES.      *
000250*------------------------------------------------------*
000260*
000270* PURPOSE.
000280*   WHAT HAPPENED TO ONE ACCOUNT OVER A MONTH USED TO BE
000290*   PASTED TOGETHER BY HAND FROM VARHINQ SCREENS, AUDTRPT
000300*   PAGES AND POSTJRNL LINES; VARMOVE GIVES ONLY THE
000310*   OPENING, CLOSING AND NET.  THIS RUN PRINTS, FOR EACH
000320*   KEY IN A RANGE, A STATEMENT OF EVERY DATED ENTRY:
000330*     OPENING  - THE LATEST VARHIST SNAPSHOT ON OR BEFORE
000340*                THE FROM DATE (NONE: THE KEY OPENED IN
000350*                THE PERIOD, AT ZERO)
000360*     AUDIT    - TABMAINT, VARBATCH AND BALAPPR BALANCE
000370*                CHANGES, OPENS AND CLOSES (AUDITIN,
000380*                AUDTREC.CPY) WITH THE JOB, THE USER AND
000390*                ANY DUAL-CONTROL APPROVER
000400*     POSTING  - VARPOST POSTINGS (POSTDTL, PDETREC.CPY)
000410*                AT THEIR EFFECTIVE DATE
000420*     REVERSAL - EVERY KEY VARREVRS RESTORED (REVDTL,
000430*                REVDREC.CPY) AT THE REVERSAL DATE, WITH
000440*                THE AMOUNT IT TOOK BACK OUT
000450*     CODES    - A CHANGE TO A VARIABLES-GROUP-OCCURS CODE
000460*                PAIR BETWEEN ONE SNAPSHOT AND THE NEXT,
000470*                DATED AT THE LATER SNAPSHOT
000480*     CLOSING  - THE LATEST SNAPSHOT ON OR BEFORE THE TO
000490*                DATE (NONE: THE KEY IS OUT OF SCOPE, AS
000500*                IN VARMOVE)
000510*   AND A PROOF LINE: OPENING PLUS THE MOVEMENTS LISTED
000520*   MUST EQUAL CLOSING FOR VARIABLES-SIGNED-NUMERIC AND
000530*   VARIABLES-COMP-NUMERIC (MOVED BY AUDITED CHANGES) AND
000540*   VARIABLES-COMP-3-NUMERIC (MOVED BY POSTINGS).
000550*
000560*   A SNAPSHOT DATED D HOLDS EVERY CHANGE DATED D (SEE
000570*   VARPROOF), SO THE ENTRIES LISTED ARE THOSE DATED
000580*   AFTER THE OPENING SNAPSHOT UP TO AND INCLUDING THE
000590*   CLOSING ONE - BOTH SNAPSHOT DATES HEAD THE KEY'S
000600*   STATEMENT.  ENTRIES DATED AFTER THE CLOSING SNAPSHOT
000610*   ARE COUNTED ON A NOTE LINE BUT NOT LISTED.
000620*
000630*   A PROOF THAT DOES NOT AGREE IS FLAGGED AND ENDS THE
000640*   RUN WITH RETURN-CODE 8.  THE USUAL CAUSES ARE A
000650*   MOVEMENT NO FILE HERE RECORDS - A VARIMPRT
000660*   CORRECTION - OR A POSTDTL, REVDTL OR AUDITIN FILE
000670*   MISSING FROM THE DD CONCATENATION.  A BALANCE FIELD
000680*   FAILING A NUMERIC CLASS TEST IS TAKEN AS ZERO, AS IN
000690*   VARMOVE.
000700*
000710*   THE PARAMETER CARD (PARMCARD, ONE 80-BYTE CARD):
000720*     COLS  1- 8  KEY FROM  (BLANK = 00000000)
000730*     COLS  9-16  KEY TO    (BLANK = 99999998)
000740*     COLS 17-24  PERIOD FROM DATE (YYYYMMDD)
000750*     COLS 25-32  PERIOD TO DATE   (YYYYMMDD)
000760*   A MISSING CARD, A NON-NUMERIC FIELD, OR A FROM AFTER
000770*   ITS TO, IS RETURN-CODE 16, AS IS VARHIST UNAVAILABLE.
000780*   POSTDTL OR REVDTL MAY BE EMPTY OR DUMMY WHEN NOTHING
000790*   WAS POSTED OR REVERSED IN THE PERIOD.
000800*------------------------------------------------------*
000810 ENVIRONMENT DIVISION.
000820 CONFIGURATION SECTION.
000830 SOURCE-COMPUTER. IBM-370.
000840 OBJECT-COMPUTER. IBM-370.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT PARM-FILE      ASSIGN TO PARMCARD
000880         ORGANIZATION IS SEQUENTIAL.
000890     SELECT HISTORY-FILE   ASSIGN TO VARHIST
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS VARH-KEY
000930         FILE STATUS IS WS-HIST-STATUS.
000940     SELECT AUDIT-FILE     ASSIGN TO AUDITIN
000950         ORGANIZATION IS SEQUENTIAL.
000960     SELECT DETAIL-FILE    ASSIGN TO POSTDTL
000970         ORGANIZATION IS SEQUENTIAL.
000980     SELECT REVERSAL-FILE  ASSIGN TO REVDTL
000990         ORGANIZATION IS SEQUENTIAL.
001000     SELECT SORT-FILE      ASSIGN TO SORTWK1.
001010     SELECT REPORT-FILE    ASSIGN TO STMTRPT
001020         ORGANIZATION IS SEQUENTIAL.
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  PARM-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  PARM-CARD              PIC X(80).
001090 FD  HISTORY-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY "VARHREC.cpy".
001120 FD  AUDIT-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150     COPY "AUDTREC.cpy".
001160 FD  DETAIL-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190     COPY "PDETREC.cpy".
001200 FD  REVERSAL-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230     COPY "REVDREC.cpy".
001240*------------------------------------------------------*
001250* ONE SORT RECORD PER DATED MOVEMENT, FROM WHICHEVER    *
001260* FILE, IN KEY / DATE / TIME ORDER.                     *
001270*   MV-TYPE 'A' AUDITED CHANGE, 'P' POSTING,            *
001280*           'R' REVERSAL                                *
001290*------------------------------------------------------*
001300 SD  SORT-FILE.
001310 01  MOVE-RECORD.
001320     05 MV-KEY              PIC X(08).
001330     05 MV-DATE             PIC 9(08).
001340     05 MV-TIME             PIC 9(08).
001350     05 MV-TYPE             PIC X(01).
001360        88 MV-AUDIT         VALUE 'A'.
001370        88 MV-POSTING       VALUE 'P'.
001380        88 MV-REVERSAL      VALUE 'R'.
001390     05 MV-SOURCE           PIC X(08).
001400     05 MV-USER             PIC X(08).
001410     05 MV-DESC             PIC X(30).
001420     05 MV-SIGNED-DELTA     PIC S9(09).
001430     05 MV-COMP-DELTA       PIC S9(09).
001440     05 MV-AMOUNT-DELTA     PIC S9(09)V9(02).
001450 FD  REPORT-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 01  REPORT-LINE            PIC X(132).
001490 WORKING-STORAGE SECTION.
001500     COPY "VARKEY.cpy".
001510     COPY "testes.cpy" REPLACING
001520         ==VARIABLES== BY ==SNAP-VARIABLES==.
001530 01  WS-SNAP-VIEW REDEFINES SNAP-VARIABLES.
001540     05 FILLER              PIC X(54).
001550     05 WS-SNAP-PAIR        PIC X(04) OCCURS 5 TIMES.
001560     05 FILLER              PIC X(10).
001570 01  WS-PREV-PAIRS.
001580     05 WS-PREV-PAIR        PIC X(04) OCCURS 5 TIMES.
001590 01  WS-HIST-STATUS         PIC X(02).
001600 01  WS-SWITCHES.
001610     05 WS-FATAL-SW         PIC X(01) VALUE 'N'.
001620        88 FATAL-ERROR      VALUE 'Y'.
001630     05 WS-AUDIT-EOF-SW     PIC X(01) VALUE 'N'.
001640        88 AUDIT-END-OF-FILE VALUE 'Y'.
001650     05 WS-DTL-EOF-SW       PIC X(01) VALUE 'N'.
001660        88 DETAIL-END-OF-FILE VALUE 'Y'.
001670     05 WS-REV-EOF-SW       PIC X(01) VALUE 'N'.
001680        88 REVERSAL-END-OF-FILE VALUE 'Y'.
001690     05 WS-OPEN-FOUND-SW    PIC X(01).
001700        88 OPENING-FOUND    VALUE 'Y'.
001710     05 WS-CLOSE-FOUND-SW   PIC X(01).
001720        88 CLOSING-FOUND    VALUE 'Y'.
001730     05 WS-SNAP-DONE-SW     PIC X(01).
001740        88 KEY-SNAPS-DONE   VALUE 'Y'.
001750     05 WS-PREV-SET-SW      PIC X(01).
001760        88 PREV-PAIRS-SET   VALUE 'Y'.
001770 01  WS-PARM-FIELDS.
001780     05 PC-KEY-FROM-X       PIC X(08).
001790     05 PC-KEY-TO-X         PIC X(08).
001800     05 PC-FROM-X           PIC X(08).
001810     05 PC-FROM REDEFINES PC-FROM-X
001820                            PIC 9(08).
001830     05 PC-TO-X             PIC X(08).
001840     05 PC-TO REDEFINES PC-TO-X
001850                            PIC 9(08).
001860     05 FILLER              PIC X(48).
001870 01  WS-SELECTION.
001880     05 WS-KEY-FROM         PIC X(08) VALUE '00000000'.
001890     05 WS-KEY-TO           PIC X(08) VALUE '99999998'.
001900     05 WS-FROM-DATE        PIC 9(08) VALUE ZERO.
001910     05 WS-TO-DATE          PIC 9(08) VALUE ZERO.
001920*------------------------------------------------------*
001930* THE SNAPSHOT AND MOVEMENT STREAMS ARE MATCHED ON THE  *
001940* 8-BYTE KEY AS IN VARPROOF; EACH GOES TO HIGH-VALUES   *
001950* AT ITS END.  WS-RESUME-KEY REMEMBERS WHERE THE        *
001960* SNAPSHOT STREAM STOOD BEFORE A KEY'S SECOND PASS.     *
001970*------------------------------------------------------*
001980 01  WS-MATCH-KEYS.
001990     05 WS-HIST-KEY         PIC X(08) VALUE SPACES.
002000     05 WS-MOVE-KEY         PIC X(08).
002010     05 WS-LOW-KEY          PIC X(08).
002020     05 WS-RESUME-KEY       PIC X(16).
002030 01  WS-KEY-DATES.
002040     05 WS-OPEN-SNAP-DATE   PIC 9(08).
002050     05 WS-CLOSE-SNAP-DATE  PIC 9(08).
002060 01  WS-OPENING-DATA        PIC X(84).
002070 01  WS-CLOSING-DATA        PIC X(84).
002080 01  WS-POSTING-REF         PIC X(20).
002090 01  WS-BALANCES.
002100     05 WS-OPEN-SIGNED      PIC S9(09).
002110     05 WS-OPEN-COMP        PIC S9(09).
002120     05 WS-OPEN-AMOUNT      PIC S9(09)V9(02).
002130     05 WS-CLOSE-SIGNED     PIC S9(09).
002140     05 WS-CLOSE-COMP       PIC S9(09).
002150     05 WS-CLOSE-AMOUNT     PIC S9(09)V9(02).
002160     05 WS-SUM-SIGNED       PIC S9(09).
002170     05 WS-SUM-COMP         PIC S9(09).
002180     05 WS-SUM-AMOUNT       PIC S9(09)V9(02).
002190 01  WS-WORK-SIGNED         PIC S9(09).
002200 01  WS-WORK-COMP           PIC S9(09).
002210 01  WS-WORK-AMOUNT         PIC S9(09)V9(02).
002220 01  WS-SUB                 PIC 9(02) COMP.
002230 01  WS-TABLE-NO            PIC 9(01).
002240 01  WS-LATE-MOVES          PIC 9(09) COMP.
002250 01  WS-COUNTERS.
002260     05 WS-AUDITS-READ      PIC 9(09) COMP VALUE ZERO.
002270     05 WS-DETAILS-READ     PIC 9(09) COMP VALUE ZERO.
002280     05 WS-REVERSALS-READ   PIC 9(09) COMP VALUE ZERO.
002290     05 WS-MOVES-SORTED     PIC 9(09) COMP VALUE ZERO.
002300     05 WS-MOVES-LISTED     PIC 9(09) COMP VALUE ZERO.
002310     05 WS-KEYS-STATED      PIC 9(09) COMP VALUE ZERO.
002320     05 WS-KEYS-SKIPPED     PIC 9(09) COMP VALUE ZERO.
002330     05 WS-PROOF-BREAKS     PIC 9(09) COMP VALUE ZERO.
002340 01  WS-EDIT-COUNT          PIC ----,---,--9.
002350 01  WS-EDIT-AMOUNT         PIC $$,$$$,$$$,$$9.99-.
002360 01  WS-EDIT-LATE           PIC ZZZ,ZZ9.
002370 01  WS-HEADING-1.
002380     05 FILLER              PIC X(37) VALUE
002390        'VARSTMT  ACTIVITY STATEMENT - KEYS '.
002400     05 H1-KEY-FROM         PIC X(08).
002410     05 FILLER              PIC X(04) VALUE ' TO '.
002420     05 H1-KEY-TO           PIC X(08).
002430     05 FILLER              PIC X(10) VALUE '  PERIOD '.
002440     05 H1-FROM             PIC 9(08).
002450     05 FILLER              PIC X(04) VALUE ' TO '.
002460     05 H1-TO               PIC 9(08).
002470 01  WS-HEADING-2.
002480     05 FILLER              PIC X(10) VALUE 'DATE'.
002490     05 FILLER              PIC X(10) VALUE 'TIME'.
002500     05 FILLER              PIC X(10) VALUE 'JOB'.
002510     05 FILLER              PIC X(10) VALUE 'USER'.
002520     05 FILLER              PIC X(32) VALUE 'ENTRY'.
002530     05 FILLER              PIC X(14) VALUE '      SIGNED'.
002540     05 FILLER              PIC X(14) VALUE '        COMP'.
002550     05 FILLER              PIC X(20) VALUE
002560            '            AMOUNT'.
002570 01  WS-KEY-LINE.
002580     05 FILLER              PIC X(04) VALUE 'KEY '.
002590     05 KL-KEY              PIC X(08).
002600     05 FILLER              PIC X(20) VALUE
002610            '   OPENING SNAPSHOT '.
002620     05 KL-OPEN-DATE        PIC X(08).
002630     05 FILLER              PIC X(20) VALUE
002640            '   CLOSING SNAPSHOT '.
002650     05 KL-CLOSE-DATE       PIC X(08).
002660 01  WS-DETAIL-LINE.
002670     05 DL-DATE             PIC X(08).
002680     05 FILLER              PIC X(02) VALUE SPACES.
002690     05 DL-TIME             PIC X(08).
002700     05 FILLER              PIC X(02) VALUE SPACES.
002710     05 DL-SOURCE           PIC X(08).
002720     05 FILLER              PIC X(02) VALUE SPACES.
002730     05 DL-USER             PIC X(08).
002740     05 FILLER              PIC X(02) VALUE SPACES.
002750     05 DL-DESC             PIC X(30).
002760     05 FILLER              PIC X(02) VALUE SPACES.
002770     05 DL-SIGNED           PIC X(12).
002780     05 FILLER              PIC X(02) VALUE SPACES.
002790     05 DL-COMP             PIC X(12).
002800     05 FILLER              PIC X(02) VALUE SPACES.
002810     05 DL-AMOUNT           PIC X(18).
002820     05 FILLER              PIC X(02) VALUE SPACES.
002830     05 DL-FLAG             PIC X(10).
002840 01  WS-TOTAL-LINE.
002850     05 FILLER              PIC X(16) VALUE
002860            'KEYS STATED . .'.
002870     05 TL-STATED           PIC ZZZ,ZZZ,ZZ9.
002880     05 FILLER              PIC X(03) VALUE SPACES.
002890     05 FILLER              PIC X(16) VALUE
002900            'OUT OF SCOPE. .'.
002910     05 TL-SKIPPED          PIC ZZZ,ZZZ,ZZ9.
002920     05 FILLER              PIC X(03) VALUE SPACES.
002930     05 FILLER              PIC X(16) VALUE
002940            'ENTRIES LISTED.'.
002950     05 TL-LISTED           PIC ZZZ,ZZZ,ZZ9.
002960     05 FILLER              PIC X(03) VALUE SPACES.
002970     05 FILLER              PIC X(16) VALUE
002980            'PROOF BREAKS. .'.
002990     05 TL-BREAKS           PIC ZZZ,ZZZ,ZZ9.
003000     COPY "CYCLPARM.cpy".
003010 PROCEDURE DIVISION.
003020 0000-MAINLINE.
003030     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
003040     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
003050     IF NOT FATAL-ERROR
003060         SORT SORT-FILE
003070             ON ASCENDING KEY MV-KEY
003080                              MV-DATE
003090                              MV-TIME
003100             WITH DUPLICATES IN ORDER
003110             INPUT PROCEDURE IS 1500-SELECT-MOVES
003120                 THRU 1500-EXIT
003130             OUTPUT PROCEDURE IS 2000-STATE-ALL
003140                 THRU 2000-EXIT.
003150     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
003160     IF FATAL-ERROR
003170         MOVE 16 TO RETURN-CODE
003180     ELSE
003190         IF WS-PROOF-BREAKS > ZERO
003200             MOVE 8 TO RETURN-CODE.
003210     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
003220     STOP RUN.
003230*------------------------------------------------------*
003240 1000-INITIALIZE.
003250     OPEN OUTPUT REPORT-FILE.
003260     OPEN INPUT  PARM-FILE.
003270     PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
003280     CLOSE PARM-FILE.
003290     IF FATAL-ERROR
003300         GO TO 1000-EXIT.
003310     OPEN INPUT HISTORY-FILE.
003320     IF WS-HIST-STATUS NOT = '00'
003330         DISPLAY 'VARSTMT - VARHIST UNAVAILABLE, '
003340             'STATUS ' WS-HIST-STATUS
003350         SET FATAL-ERROR TO TRUE
003360         GO TO 1000-EXIT.
003370     MOVE WS-KEY-FROM  TO H1-KEY-FROM.
003380     MOVE WS-KEY-TO    TO H1-KEY-TO.
003390     MOVE WS-FROM-DATE TO H1-FROM.
003400     MOVE WS-TO-DATE   TO H1-TO.
003410     MOVE WS-HEADING-1 TO REPORT-LINE.
003420     WRITE REPORT-LINE.
003430     MOVE WS-HEADING-2 TO REPORT-LINE.
003440     WRITE REPORT-LINE.
003450 1000-EXIT.
003460     EXIT.
003470*------------------------------------------------------*
003480* 1100-LOAD-PARM READS AND EDITS THE PARAMETER CARD.    *
003490* A STATEMENT WITHOUT A PERIOD IS AN ERROR, NOT A       *
003500* DEFAULT, AS IN VARMOVE.                               *
003510*------------------------------------------------------*
003520 1100-LOAD-PARM.
003530     READ PARM-FILE
003540         AT END
003550             DISPLAY 'VARSTMT - NO PARAMETER CARD'
003560             SET FATAL-ERROR TO TRUE
003570             GO TO 1100-EXIT.
003580     MOVE PARM-CARD TO WS-PARM-FIELDS.
003590     IF PC-KEY-FROM-X NOT = SPACES
003600         IF PC-KEY-FROM-X NUMERIC
003610             MOVE PC-KEY-FROM-X TO WS-KEY-FROM
003620         ELSE
003630             DISPLAY 'VARSTMT - KEY FROM NOT NUMERIC: '
003640                 PC-KEY-FROM-X
003650             SET FATAL-ERROR TO TRUE
003660             GO TO 1100-EXIT.
003670     IF PC-KEY-TO-X NOT = SPACES
003680         IF PC-KEY-TO-X NUMERIC
003690             MOVE PC-KEY-TO-X TO WS-KEY-TO
003700         ELSE
003710             DISPLAY 'VARSTMT - KEY TO NOT NUMERIC: '
003720                 PC-KEY-TO-X
003730             SET FATAL-ERROR TO TRUE
003740             GO TO 1100-EXIT.
003750     IF WS-KEY-FROM > WS-KEY-TO
003760         DISPLAY 'VARSTMT - KEY FROM IS AFTER KEY TO'
003770         SET FATAL-ERROR TO TRUE
003780         GO TO 1100-EXIT.
003790     IF PC-FROM-X NOT NUMERIC
003800         OR PC-TO-X NOT NUMERIC
003810         DISPLAY 'VARSTMT - PERIOD DATES NOT NUMERIC'
003820         SET FATAL-ERROR TO TRUE
003830         GO TO 1100-EXIT.
003840     IF PC-FROM > PC-TO
003850         DISPLAY 'VARSTMT - FROM DATE IS AFTER TO DATE'
003860         SET FATAL-ERROR TO TRUE
003870         GO TO 1100-EXIT.
003880     MOVE PC-FROM TO WS-FROM-DATE.
003890     MOVE PC-TO   TO WS-TO-DATE.
003900 1100-EXIT.
003910     EXIT.
003920*------------------------------------------------------*
003930* 1500-SELECT-MOVES IS THE SORT INPUT PROCEDURE.  IT    *
003940* RELEASES EVERY AUDITED CHANGE, POSTED DETAIL AND      *
003950* REVERSED KEY IN RANGE DATED ON OR BEFORE THE TO       *
003960* DATE - WHICH OF THEM FALL AFTER EACH KEY'S OPENING    *
003970* SNAPSHOT IS ONLY KNOWN IN THE OUTPUT PROCEDURE.       *
003980*------------------------------------------------------*
003990 1500-SELECT-MOVES.
004000     OPEN INPUT AUDIT-FILE.
004010     PERFORM 1510-SELECT-AUDIT THRU 1510-EXIT
004020         UNTIL AUDIT-END-OF-FILE.
004030     CLOSE AUDIT-FILE.
004040     OPEN INPUT DETAIL-FILE.
004050     PERFORM 1520-SELECT-DETAIL THRU 1520-EXIT
004060         UNTIL DETAIL-END-OF-FILE.
004070     CLOSE DETAIL-FILE.
004080     OPEN INPUT REVERSAL-FILE.
004090     PERFORM 1540-SELECT-REVERSAL THRU 1540-EXIT
004100         UNTIL REVERSAL-END-OF-FILE.
004110     CLOSE REVERSAL-FILE.
004120 1500-EXIT.
004130     EXIT.
004140*------------------------------------------------------*
004150 1510-SELECT-AUDIT.
004160     READ AUDIT-FILE
004170         AT END
004180             SET AUDIT-END-OF-FILE TO TRUE
004190             GO TO 1510-EXIT.
004200     ADD 1 TO WS-AUDITS-READ.
004210     IF AUDT-KEY-ALPHA < WS-KEY-FROM
004220         OR AUDT-KEY-ALPHA > WS-KEY-TO
004230         OR AUDT-CHANGE-DATE > WS-TO-DATE
004240         GO TO 1510-EXIT.
004250     MOVE SPACES              TO MOVE-RECORD.
004260     MOVE AUDT-KEY-ALPHA      TO MV-KEY.
004270     MOVE AUDT-CHANGE-DATE    TO MV-DATE.
004280     MOVE AUDT-CHANGE-TIME    TO MV-TIME.
004290     MOVE 'A'                 TO MV-TYPE.
004300     MOVE AUDT-JOB-NAME       TO MV-SOURCE.
004310     MOVE AUDT-USER-ID        TO MV-USER.
004320     EVALUATE TRUE
004330         WHEN AUDT-KEY-ADDED
004340             MOVE 'KEY OPENED'     TO MV-DESC
004350         WHEN AUDT-KEY-CLOSED
004360             MOVE 'KEY CLOSED'     TO MV-DESC
004370         WHEN AUDT-APPROVER-ID NOT = SPACES
004380             STRING 'CHANGE APPROVED BY ' DELIMITED BY SIZE
004390                 AUDT-APPROVER-ID DELIMITED BY SIZE
004400                 INTO MV-DESC
004410         WHEN OTHER
004420             MOVE 'BALANCE CHANGE' TO MV-DESC
004430     END-EVALUATE.
004440     COMPUTE MV-SIGNED-DELTA =
004450         AUDT-NEW-SIGNED-NUM - AUDT-OLD-SIGNED-NUM.
004460     COMPUTE MV-COMP-DELTA =
004470         AUDT-NEW-COMP-NUM - AUDT-OLD-COMP-NUM.
004480     MOVE ZERO TO MV-AMOUNT-DELTA.
004490     RELEASE MOVE-RECORD.
004500     ADD 1 TO WS-MOVES-SORTED.
004510 1510-EXIT.
004520     EXIT.
004530*------------------------------------------------------*
004540* 1520-SELECT-DETAIL RELEASES ONE POSTED DETAIL AT ITS   *
004550* EFFECTIVE DATE.  RECORDS REJECTED BY VARPOST MOVED    *
004560* NOTHING.                                              *
004570*------------------------------------------------------*
004580 1520-SELECT-DETAIL.
004590     READ DETAIL-FILE
004600         AT END
004610             SET DETAIL-END-OF-FILE TO TRUE
004620             GO TO 1520-EXIT.
004630     IF NOT PDET-DETAIL
004640         OR NOT PDET-POSTED
004650         GO TO 1520-EXIT.
004660     ADD 1 TO WS-DETAILS-READ.
004670     IF PDET-KEY < WS-KEY-FROM
004680         OR PDET-KEY > WS-KEY-TO
004690         OR PDET-EFF-DATE > WS-TO-DATE
004700         GO TO 1520-EXIT.
004710     MOVE SPACES              TO WS-POSTING-REF.
004720     STRING PDET-EFF-DATE DELIMITED BY SIZE
004730         ' ' DELIMITED BY SIZE
004740         PDET-KEY-FROM DELIMITED BY SIZE
004750         ' ' DELIMITED BY SIZE
004760         PDET-SEQ DELIMITED BY SIZE
004770         INTO WS-POSTING-REF.
004780     MOVE SPACES              TO MOVE-RECORD.
004790     MOVE PDET-KEY            TO MV-KEY.
004800     MOVE PDET-EFF-DATE       TO MV-DATE.
004810     MOVE ZERO                TO MV-TIME.
004820     MOVE 'P'                 TO MV-TYPE.
004830     MOVE 'VARPOST'           TO MV-SOURCE.
004840     STRING 'POSTING ' DELIMITED BY SIZE
004850         WS-POSTING-REF DELIMITED BY SIZE
004860         INTO MV-DESC.
004870     MOVE ZERO                TO MV-SIGNED-DELTA.
004880     MOVE ZERO                TO MV-COMP-DELTA.
004890     MOVE PDET-ADJUSTMENT     TO MV-AMOUNT-DELTA.
004900     RELEASE MOVE-RECORD.
004910     ADD 1 TO WS-MOVES-SORTED.
004920 1520-EXIT.
004930     EXIT.
004940*------------------------------------------------------*
004950* 1540-SELECT-REVERSAL RELEASES ONE KEY VARREVRS        *
004960* RESTORED, AT THE REVERSAL DATE AND TIME, WITH THE     *
004970* POSTING'S ADJUSTMENT NEGATED.  A KEY THE REVERSAL     *
004980* REFUSED HAS NO RECORD, SO A PART-REVERSAL LISTS ONLY  *
004990* THE KEYS IT MOVED.                                    *
005000*------------------------------------------------------*
005010 1540-SELECT-REVERSAL.
005020     READ REVERSAL-FILE
005030         AT END
005040             SET REVERSAL-END-OF-FILE TO TRUE
005050             GO TO 1540-EXIT.
005060     IF NOT RDET-DETAIL
005070         GO TO 1540-EXIT.
005080     ADD 1 TO WS-REVERSALS-READ.
005090     IF RDET-KEY < WS-KEY-FROM
005100         OR RDET-KEY > WS-KEY-TO
005110         OR RDET-REV-DATE > WS-TO-DATE
005120         GO TO 1540-EXIT.
005130     MOVE SPACES              TO WS-POSTING-REF.
005140     STRING RDET-EFF-DATE DELIMITED BY SIZE
005150         ' ' DELIMITED BY SIZE
005160         RDET-KEY-FROM DELIMITED BY SIZE
005170         ' ' DELIMITED BY SIZE
005180         RDET-SEQ DELIMITED BY SIZE
005190         INTO WS-POSTING-REF.
005200     MOVE SPACES              TO MOVE-RECORD.
005210     MOVE RDET-KEY            TO MV-KEY.
005220     MOVE RDET-REV-DATE       TO MV-DATE.
005230     MOVE RDET-REV-TIME       TO MV-TIME.
005240     MOVE 'R'                 TO MV-TYPE.
005250     MOVE 'VARREVRS'          TO MV-SOURCE.
005260     STRING 'REVERSED ' DELIMITED BY SIZE
005270         WS-POSTING-REF DELIMITED BY SIZE
005280         INTO MV-DESC.
005290     MOVE ZERO                TO MV-SIGNED-DELTA.
005300     MOVE ZERO                TO MV-COMP-DELTA.
005310     MOVE RDET-ADJUSTMENT     TO MV-AMOUNT-DELTA.
005320     RELEASE MOVE-RECORD.
005330     ADD 1 TO WS-MOVES-SORTED.
005340 1540-EXIT.
005350     EXIT.
005360*------------------------------------------------------*
005370* 2000-STATE-ALL IS THE SORT OUTPUT PROCEDURE.  IT      *
005380* MATCHES THE SNAPSHOT STREAM (VARHIST, KEY-MAJOR AND   *
005390* DATE-ASCENDING) AGAINST THE SORTED MOVEMENTS, LOWEST  *
005400* KEY FIRST, AS VARPROOF MATCHES THE MASTER AND AUDITS. *
005410*------------------------------------------------------*
005420 2000-STATE-ALL.
005430     PERFORM 2900-RETURN-MOVE THRU 2900-EXIT.
005440     MOVE ZEROES TO VARH-KEY.
005450     MOVE WS-KEY-FROM TO VK-KEY-ALPHA.
005460     MOVE VK-KEY-NUMERIC TO VARH-NUMERIC.
005470     START HISTORY-FILE KEY NOT < VARH-KEY
005480         INVALID KEY
005490             MOVE HIGH-VALUES TO WS-HIST-KEY.
005500     IF WS-HIST-KEY NOT = HIGH-VALUES
005510         PERFORM 2800-READ-NEXT-SNAP THRU 2800-EXIT.
005520     PERFORM 2100-STATE-KEY THRU 2100-EXIT
005530         UNTIL WS-HIST-KEY = HIGH-VALUES
005540           AND WS-MOVE-KEY = HIGH-VALUES.
005550 2000-EXIT.
005560     EXIT.
005570*------------------------------------------------------*
005580* 2100-STATE-KEY SETTLES THE LOWEST KEY ON EITHER       *
005590* STREAM.  A KEY WITH MOVEMENTS BUT NO SNAPSHOT, OR NO  *
005600* SNAPSHOT BY THE TO DATE, IS OUT OF SCOPE AS IN        *
005610* VARMOVE.  OTHERWISE THE KEY'S SNAPSHOTS ARE READ      *
005620* TWICE: ONCE TO FIND THE OPENING AND CLOSING ONES,     *
005630* THEN AGAIN FROM THE OPENING ONE TO INTERLEAVE THE     *
005640* MOVEMENTS WITH THE CODE CHANGES BETWEEN SNAPSHOTS.    *
005650*------------------------------------------------------*
005660 2100-STATE-KEY.
005670     IF WS-HIST-KEY < WS-MOVE-KEY
005680         MOVE WS-HIST-KEY TO WS-LOW-KEY
005690     ELSE
005700         MOVE WS-MOVE-KEY TO WS-LOW-KEY.
005710     IF WS-HIST-KEY NOT = WS-LOW-KEY
005720         ADD 1 TO WS-KEYS-SKIPPED
005730         PERFORM 2900-RETURN-MOVE THRU 2900-EXIT
005740             UNTIL WS-MOVE-KEY NOT = WS-LOW-KEY
005750         GO TO 2100-EXIT.
005760     MOVE 'N' TO WS-OPEN-FOUND-SW.
005770     MOVE 'N' TO WS-CLOSE-FOUND-SW.
005780     MOVE ZERO TO WS-OPEN-SNAP-DATE.
005790     MOVE ZERO TO WS-CLOSE-SNAP-DATE.
005800     PERFORM 2200-FIND-SNAPS THRU 2200-EXIT
005810         UNTIL WS-HIST-KEY NOT = WS-LOW-KEY.
005820     IF WS-HIST-KEY = HIGH-VALUES
005830         MOVE HIGH-VALUES TO WS-RESUME-KEY
005840     ELSE
005850         MOVE VARH-KEY TO WS-RESUME-KEY.
005860     IF NOT CLOSING-FOUND
005870         ADD 1 TO WS-KEYS-SKIPPED
005880         PERFORM 2900-RETURN-MOVE THRU 2900-EXIT
005890             UNTIL WS-MOVE-KEY NOT = WS-LOW-KEY
005900         GO TO 2100-EXIT.
005910     ADD 1 TO WS-KEYS-STATED.
005920     PERFORM 2300-STATE-OPENING THRU 2300-EXIT.
005930     MOVE 'N' TO WS-SNAP-DONE-SW.
005940     MOVE WS-LOW-KEY TO VK-KEY-ALPHA.
005950     MOVE VK-KEY-NUMERIC TO VARH-NUMERIC.
005960     MOVE WS-OPEN-SNAP-DATE TO VARH-SNAP-DATE.
005970     START HISTORY-FILE KEY > VARH-KEY
005980         INVALID KEY
005990             SET KEY-SNAPS-DONE TO TRUE.
006000     IF NOT KEY-SNAPS-DONE
006010         PERFORM 2800-READ-NEXT-SNAP THRU 2800-EXIT.
006020     PERFORM 2400-NEXT-SNAP THRU 2400-EXIT
006030         UNTIL KEY-SNAPS-DONE.
006040     MOVE ZERO TO WS-LATE-MOVES.
006050     PERFORM 2450-DRAIN-MOVE THRU 2450-EXIT
006060         UNTIL WS-MOVE-KEY NOT = WS-LOW-KEY.
006070     PERFORM 2600-STATE-CLOSING THRU 2600-EXIT.
006080     IF WS-RESUME-KEY = HIGH-VALUES
006090         MOVE HIGH-VALUES TO WS-HIST-KEY
006100         GO TO 2100-EXIT.
006110     MOVE WS-RESUME-KEY TO VARH-KEY.
006120     START HISTORY-FILE KEY NOT < VARH-KEY
006130         INVALID KEY
006140             MOVE HIGH-VALUES TO WS-HIST-KEY
006150             GO TO 2100-EXIT.
006160     PERFORM 2800-READ-NEXT-SNAP THRU 2800-EXIT.
006170 2100-EXIT.
006180     EXIT.
006190*------------------------------------------------------*
006200* 2200-FIND-SNAPS - THE LAST SNAPSHOT SEEN ON OR BEFORE *
006210* EACH PERIOD DATE IS THE ONE THAT BRACKETS IT.         *
006220*------------------------------------------------------*
006230 2200-FIND-SNAPS.
006240     IF VARH-SNAP-DATE NOT > WS-FROM-DATE
006250         MOVE VARH-DATA TO WS-OPENING-DATA
006260         MOVE VARH-SNAP-DATE TO WS-OPEN-SNAP-DATE
006270         SET OPENING-FOUND TO TRUE.
006280     IF VARH-SNAP-DATE NOT > WS-TO-DATE
006290         MOVE VARH-DATA TO WS-CLOSING-DATA
006300         MOVE VARH-SNAP-DATE TO WS-CLOSE-SNAP-DATE
006310         SET CLOSING-FOUND TO TRUE.
006320     PERFORM 2800-READ-NEXT-SNAP THRU 2800-EXIT.
006330 2200-EXIT.
006340     EXIT.
006350*------------------------------------------------------*
006360* 2300-STATE-OPENING PRINTS THE KEY'S HEADING AND ITS   *
006370* OPENING BALANCES, AND STARTS THE RUNNING SUMS FROM    *
006380* THEM.  A KEY OPENED IN THE PERIOD OPENS AT ZERO WITH  *
006390* NO TABLE CODES.                                      *
006400*------------------------------------------------------*
006410 2300-STATE-OPENING.
006420     MOVE SPACES TO REPORT-LINE.
006430     WRITE REPORT-LINE.
006440     MOVE WS-LOW-KEY TO KL-KEY.
006450     MOVE WS-CLOSE-SNAP-DATE TO KL-CLOSE-DATE.
006460     MOVE ZERO TO WS-WORK-SIGNED.
006470     MOVE ZERO TO WS-WORK-COMP.
006480     MOVE ZERO TO WS-WORK-AMOUNT.
006490     MOVE SPACES TO WS-PREV-PAIRS.
006500     IF OPENING-FOUND
006510         MOVE WS-OPEN-SNAP-DATE TO KL-OPEN-DATE
006520         MOVE WS-OPENING-DATA TO SNAP-VARIABLES
006530         PERFORM 2700-GET-BALANCES THRU 2700-EXIT
006540         PERFORM 2310-SAVE-PAIR THRU 2310-EXIT
006550             VARYING WS-SUB FROM 1 BY 1
006560             UNTIL WS-SUB > 5
006570     ELSE
006580         MOVE 'NONE' TO KL-OPEN-DATE.
006590     MOVE WS-KEY-LINE TO REPORT-LINE.
006600     WRITE REPORT-LINE.
006610     MOVE WS-WORK-SIGNED TO WS-OPEN-SIGNED.
006620     MOVE WS-WORK-COMP   TO WS-OPEN-COMP.
006630     MOVE WS-WORK-AMOUNT TO WS-OPEN-AMOUNT.
006640     MOVE WS-WORK-SIGNED TO WS-SUM-SIGNED.
006650     MOVE WS-WORK-COMP   TO WS-SUM-COMP.
006660     MOVE WS-WORK-AMOUNT TO WS-SUM-AMOUNT.
006670     MOVE SPACES TO WS-DETAIL-LINE.
006680     IF OPENING-FOUND
006690         MOVE WS-OPEN-SNAP-DATE TO DL-DATE
006700     ELSE
006710         MOVE WS-FROM-DATE TO DL-DATE.
006720     MOVE 'VARHIST' TO DL-SOURCE.
006730     MOVE 'OPENING BALANCE' TO DL-DESC.
006740     PERFORM 2750-EDIT-BALANCES THRU 2750-EXIT.
006750     MOVE WS-DETAIL-LINE TO REPORT-LINE.
006760     WRITE REPORT-LINE.
006770 2300-EXIT.
006780     EXIT.
006790*------------------------------------------------------*
006800 2310-SAVE-PAIR.
006810     MOVE WS-SNAP-PAIR (WS-SUB) TO WS-PREV-PAIR (WS-SUB).
006820 2310-EXIT.
006830     EXIT.
006840*------------------------------------------------------*
006850* 2400-NEXT-SNAP TAKES THE NEXT SNAPSHOT UP TO THE      *
006860* CLOSING ONE: FIRST THE MOVEMENTS IT ALREADY HOLDS,    *
006870* THEN ANY TABLE-CODE PAIR THAT DIFFERS FROM THE LAST   *
006880* SNAPSHOT.  THE CODES HAVE NO AUDIT RECORD OF THEIR    *
006890* OWN, SO THE SNAPSHOT DATE IS THE BEST DATE THERE IS.  *
006900*------------------------------------------------------*
006910 2400-NEXT-SNAP.
006920     IF WS-HIST-KEY NOT = WS-LOW-KEY
006930         OR VARH-SNAP-DATE > WS-CLOSE-SNAP-DATE
006940         SET KEY-SNAPS-DONE TO TRUE
006950         GO TO 2400-EXIT.
006960     PERFORM 2410-LIST-MOVE THRU 2410-EXIT
006970         UNTIL WS-MOVE-KEY NOT = WS-LOW-KEY
006980            OR MV-DATE > VARH-SNAP-DATE.
006990     MOVE VARH-DATA TO SNAP-VARIABLES.
007000     PERFORM 2420-COMPARE-PAIR THRU 2420-EXIT
007010         VARYING WS-SUB FROM 1 BY 1
007020         UNTIL WS-SUB > 5.
007030     PERFORM 2800-READ-NEXT-SNAP THRU 2800-EXIT.
007040 2400-EXIT.
007050     EXIT.
007060*------------------------------------------------------*
007070* 2410-LIST-MOVE PRINTS ONE MOVEMENT AND ADDS IT TO THE *
007080* RUNNING SUMS.  A MOVEMENT DATED ON OR BEFORE THE      *
007090* OPENING SNAPSHOT IS ALREADY IN THE OPENING BALANCE.   *
007100*------------------------------------------------------*
007110 2410-LIST-MOVE.
007120     IF OPENING-FOUND
007130         AND MV-DATE NOT > WS-OPEN-SNAP-DATE
007140         GO TO 2410-NEXT.
007150     MOVE SPACES TO WS-DETAIL-LINE.
007160     MOVE MV-DATE   TO DL-DATE.
007170     IF MV-TIME NOT = ZERO
007180         MOVE MV-TIME TO DL-TIME.
007190     MOVE MV-SOURCE TO DL-SOURCE.
007200     MOVE MV-USER   TO DL-USER.
007210     MOVE MV-DESC   TO DL-DESC.
007220     EVALUATE TRUE
007230         WHEN MV-AUDIT
007240             MOVE MV-SIGNED-DELTA TO WS-EDIT-COUNT
007250             MOVE WS-EDIT-COUNT   TO DL-SIGNED
007260             MOVE MV-COMP-DELTA   TO WS-EDIT-COUNT
007270             MOVE WS-EDIT-COUNT   TO DL-COMP
007280         WHEN OTHER
007290             MOVE MV-AMOUNT-DELTA TO WS-EDIT-AMOUNT
007300             MOVE WS-EDIT-AMOUNT  TO DL-AMOUNT
007310     END-EVALUATE.
007320     MOVE WS-DETAIL-LINE TO REPORT-LINE.
007330     WRITE REPORT-LINE.
007340     ADD MV-SIGNED-DELTA TO WS-SUM-SIGNED.
007350     ADD MV-COMP-DELTA   TO WS-SUM-COMP.
007360     ADD MV-AMOUNT-DELTA TO WS-SUM-AMOUNT.
007370     ADD 1 TO WS-MOVES-LISTED.
007380 2410-NEXT.
007390     PERFORM 2900-RETURN-MOVE THRU 2900-EXIT.
007400 2410-EXIT.
007410     EXIT.
007420*------------------------------------------------------*
007430 2420-COMPARE-PAIR.
007440     IF WS-SNAP-PAIR (WS-SUB) = WS-PREV-PAIR (WS-SUB)
007450         GO TO 2420-EXIT.
007460     MOVE SPACES TO WS-DETAIL-LINE.
007470     MOVE WS-SUB TO WS-TABLE-NO.
007480     MOVE VARH-SNAP-DATE TO DL-DATE.
007490     MOVE 'VARHIST' TO DL-SOURCE.
007500     STRING 'TABLE ' DELIMITED BY SIZE
007510         WS-TABLE-NO DELIMITED BY SIZE
007520         ' CODES ' DELIMITED BY SIZE
007530         WS-PREV-PAIR (WS-SUB) DELIMITED BY SIZE
007540         ' TO ' DELIMITED BY SIZE
007550         WS-SNAP-PAIR (WS-SUB) DELIMITED BY SIZE
007560         INTO DL-DESC.
007570     MOVE WS-DETAIL-LINE TO REPORT-LINE.
007580     WRITE REPORT-LINE.
007590     MOVE WS-SNAP-PAIR (WS-SUB) TO WS-PREV-PAIR (WS-SUB).
007600     ADD 1 TO WS-MOVES-LISTED.
007610 2420-EXIT.
007620     EXIT.
007630*------------------------------------------------------*
007640* 2450-DRAIN-MOVE PASSES OVER THE KEY'S MOVEMENTS NOT   *
007650* LISTED: THOSE ALREADY IN THE OPENING BALANCE, AND     *
007660* THOSE AFTER THE CLOSING SNAPSHOT, WHICH ARE COUNTED.  *
007670*------------------------------------------------------*
007680 2450-DRAIN-MOVE.
007690     IF MV-DATE > WS-CLOSE-SNAP-DATE
007700         ADD 1 TO WS-LATE-MOVES.
007710     PERFORM 2900-RETURN-MOVE THRU 2900-EXIT.
007720 2450-EXIT.
007730     EXIT.
007740*------------------------------------------------------*
007750* 2600-STATE-CLOSING PRINTS THE CLOSING BALANCES AND    *
007760* THE PROOF: OPENING PLUS EVERY MOVEMENT LISTED AGAINST *
007770* THE CLOSING SNAPSHOT, FIELD BY FIELD.                 *
007780*------------------------------------------------------*
007790 2600-STATE-CLOSING.
007800     IF WS-LATE-MOVES > ZERO
007810         MOVE SPACES TO WS-DETAIL-LINE
007820         MOVE WS-LATE-MOVES TO WS-EDIT-LATE
007830         STRING WS-EDIT-LATE DELIMITED BY SIZE
007840             ' LATER ENTRIES' DELIMITED BY SIZE
007850             INTO DL-DESC
007860         MOVE 'NOT SHOWN' TO DL-FLAG
007870         MOVE WS-DETAIL-LINE TO REPORT-LINE
007880         WRITE REPORT-LINE.
007890     MOVE WS-CLOSING-DATA TO SNAP-VARIABLES.
007900     PERFORM 2700-GET-BALANCES THRU 2700-EXIT.
007910     MOVE WS-WORK-SIGNED TO WS-CLOSE-SIGNED.
007920     MOVE WS-WORK-COMP   TO WS-CLOSE-COMP.
007930     MOVE WS-WORK-AMOUNT TO WS-CLOSE-AMOUNT.
007940     MOVE SPACES TO WS-DETAIL-LINE.
007950     MOVE WS-CLOSE-SNAP-DATE TO DL-DATE.
007960     MOVE 'VARHIST' TO DL-SOURCE.
007970     MOVE 'CLOSING BALANCE' TO DL-DESC.
007980     PERFORM 2750-EDIT-BALANCES THRU 2750-EXIT.
007990     MOVE WS-DETAIL-LINE TO REPORT-LINE.
008000     WRITE REPORT-LINE.
008010     MOVE WS-SUM-SIGNED TO WS-WORK-SIGNED.
008020     MOVE WS-SUM-COMP   TO WS-WORK-COMP.
008030     MOVE WS-SUM-AMOUNT TO WS-WORK-AMOUNT.
008040     MOVE SPACES TO WS-DETAIL-LINE.
008050     MOVE 'OPENING PLUS ENTRIES' TO DL-DESC.
008060     PERFORM 2750-EDIT-BALANCES THRU 2750-EXIT.
008070     IF WS-SUM-SIGNED = WS-CLOSE-SIGNED
008080         AND WS-SUM-COMP = WS-CLOSE-COMP
008090         AND WS-SUM-AMOUNT = WS-CLOSE-AMOUNT
008100         MOVE 'AGREES' TO DL-FLAG
008110     ELSE
008120         MOVE '** BREAK' TO DL-FLAG
008130         ADD 1 TO WS-PROOF-BREAKS.
008140     MOVE WS-DETAIL-LINE TO REPORT-LINE.
008150     WRITE REPORT-LINE.
008160 2600-EXIT.
008170     EXIT.
008180*------------------------------------------------------*
008190* 2700-GET-BALANCES TAKES THE THREE BALANCES FROM THE   *
008200* IMAGE IN SNAP-VARIABLES.  A FIELD FAILING A NUMERIC   *
008210* CLASS TEST IS TAKEN AS ZERO.                          *
008220*------------------------------------------------------*
008230 2700-GET-BALANCES.
008240     MOVE ZERO TO WS-WORK-SIGNED.
008250     MOVE ZERO TO WS-WORK-AMOUNT.
008260     IF VARIABLES-SIGNED-NUMERIC IN SNAP-VARIABLES
008270        NUMERIC
008280         MOVE VARIABLES-SIGNED-NUMERIC IN SNAP-VARIABLES
008290             TO WS-WORK-SIGNED.
008300     MOVE VARIABLES-COMP-NUMERIC IN SNAP-VARIABLES
008310         TO WS-WORK-COMP.
008320     IF VARIABLES-COMP-3-NUMERIC IN SNAP-VARIABLES
008330        NUMERIC
008340         MOVE VARIABLES-COMP-3-NUMERIC IN SNAP-VARIABLES
008350             TO WS-WORK-AMOUNT.
008360 2700-EXIT.
008370     EXIT.
008380*------------------------------------------------------*
008390 2750-EDIT-BALANCES.
008400     MOVE WS-WORK-SIGNED TO WS-EDIT-COUNT.
008410     MOVE WS-EDIT-COUNT  TO DL-SIGNED.
008420     MOVE WS-WORK-COMP   TO WS-EDIT-COUNT.
008430     MOVE WS-EDIT-COUNT  TO DL-COMP.
008440     MOVE WS-WORK-AMOUNT TO WS-EDIT-AMOUNT.
008450     MOVE WS-EDIT-AMOUNT TO DL-AMOUNT.
008460 2750-EXIT.
008470     EXIT.
008480*------------------------------------------------------*
008490* 2800-READ-NEXT-SNAP READS THE NEXT SNAPSHOT AND SETS  *
008500* ITS 8-BYTE MATCH KEY; PAST THE KEY RANGE OR AT END    *
008510* THE MATCH KEY IS HIGH-VALUES.                         *
008520*------------------------------------------------------*
008530 2800-READ-NEXT-SNAP.
008540     READ HISTORY-FILE NEXT RECORD
008550         AT END
008560             MOVE HIGH-VALUES TO WS-HIST-KEY
008570             GO TO 2800-EXIT.
008580     MOVE VARH-NUMERIC TO VK-KEY-NUMERIC.
008590     MOVE VK-KEY-ALPHA TO WS-HIST-KEY.
008600     IF WS-HIST-KEY > WS-KEY-TO
008610         MOVE HIGH-VALUES TO WS-HIST-KEY.
008620 2800-EXIT.
008630     EXIT.
008640*------------------------------------------------------*
008650 2900-RETURN-MOVE.
008660     RETURN SORT-FILE
008670         AT END
008680             MOVE HIGH-VALUES TO WS-MOVE-KEY
008690             GO TO 2900-EXIT.
008700     MOVE MV-KEY TO WS-MOVE-KEY.
008710 2900-EXIT.
008720     EXIT.
008730*------------------------------------------------------*
008740 3000-TERMINATE.
008750     IF NOT FATAL-ERROR
008760         MOVE WS-KEYS-STATED  TO TL-STATED
008770         MOVE WS-KEYS-SKIPPED TO TL-SKIPPED
008780         MOVE WS-MOVES-LISTED TO TL-LISTED
008790         MOVE WS-PROOF-BREAKS TO TL-BREAKS
008800         MOVE SPACES TO REPORT-LINE
008810         WRITE REPORT-LINE
008820         MOVE WS-TOTAL-LINE TO REPORT-LINE
008830         WRITE REPORT-LINE
008840         CLOSE HISTORY-FILE.
008850     CLOSE REPORT-FILE.
008860     DISPLAY 'VARSTMT - AUDITS READ      ' WS-AUDITS-READ.
008870     DISPLAY 'VARSTMT - DETAILS READ     ' WS-DETAILS-READ.
008880     DISPLAY 'VARSTMT - REVERSALS READ   ' WS-REVERSALS-READ.
008890     DISPLAY 'VARSTMT - ENTRIES SORTED   ' WS-MOVES-SORTED.
008900     DISPLAY 'VARSTMT - KEYS STATED      ' WS-KEYS-STATED.
008910     DISPLAY 'VARSTMT - PROOF BREAKS     ' WS-PROOF-BREAKS.
008920 3000-EXIT.
008930     EXIT.
008940*------------------------------------------------------*
008950* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
008960* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
008970* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
008980* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
008990*------------------------------------------------------*
009000 9800-CYCLE-START.
009010     MOVE 'VARSTMT' TO CYCG-PROGRAM.
009020     SET CYCG-START TO TRUE.
009030     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
009040     IF CYCG-CLEARED
009050         GO TO 9800-EXIT.
009060     IF CYCG-BLOCKED
009070         MOVE 12 TO RETURN-CODE
009080     ELSE
009090         MOVE 16 TO RETURN-CODE.
009100     STOP RUN.
009110 9800-EXIT.
009120     EXIT.
009130*------------------------------------------------------*
009140* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
009150* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
009160* BACK AFTERWARDS.                                      *
009170*------------------------------------------------------*
009180 9900-CYCLE-END.
009190     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
009200     SET CYCG-END TO TRUE.
009210     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
009220     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
009230 9900-EXIT.
009240     EXIT.
