000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLFEED.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - GENERAL-LEDGER     *
000120*                  INTERFACE.  SUMMARIZES VARPOST       *
000130*                  ADJUSTMENTS AND AUDITED BALANCE      *
000140*                  CHANGES BY GL ACCOUNT INTO A         *
000150*                  BALANCED JOURNAL FILE.               *
000160*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000170*                  CALLED AT START, ENDING THE RUN WITH *
000180*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000190*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000200*                  THE CYCLE, AND AT END TO RECORD THE  *
000210*                  RETURN CODE ON CYCLSTAT.             *
000220*  2026-10-15  DCP JOURNAL VARREVRS REVERSALS FROM      *
000230*                  REVDTL (REVDREC.CPY) AS A THIRD KIND *
000240*                  OF ITEM.                             *
000250*------------------------------------------------------*
000260*
000270* PURPOSE.
000280*   REPLACES FINANCE RE-KEYING THE POSTJRNL TOTALS INTO
000290*   THE LEDGER, AND CARRIES THE TABMAINT/VARBATCH
000300*   BALANCE CHANGES THAT NEVER REACHED IT AT ALL.  THREE
000310*   KINDS OF ITEM FEED THE JOURNAL:
000320*     POSTING - EVERY POSTED 'D' RECORD ON POSTDTL
000330*               (PDETREC.CPY), AMOUNT = THE ADJUSTMENT TO
000340*               VARIABLES-COMP-3-NUMERIC.  POSTDTL MAY BE
000350*               SEVERAL POSTINGS CONCATENATED; EACH MUST
000360*               END IN ITS OWN TRAILER AND AGREE WITH IT.
000370*     REVERSAL - EVERY 'D' RECORD ON REVDTL (REVDREC.CPY),
000380*               AMOUNT = THE POSTING'S ADJUSTMENT NEGATED,
000390*               AS VARREVRS TOOK IT BACK OUT.  REVDTL MAY
000400*               BE SEVERAL REVERSALS CONCATENATED, EACH
000410*               SEALED AND PROVED THE SAME WAY AS POSTDTL.
000420*     AUDIT   - EVERY AUDITIN RECORD (AUDTREC.CPY) DATED
000430*               INSIDE THE CARD'S AUDIT WINDOW, AMOUNT =
000440*               NEW MINUS OLD VARIABLES-SIGNED-NUMERIC.
000450*               OPENING BALANCES ON A NEW KEY COUNT; A
000460*               CLOSE MOVES NOTHING.
000470*   ITEMS OF ZERO ARE SKIPPED.
000480*
000490*   AN ITEM IS MAPPED THROUGH THE CODE IN ITS KEY'S FIRST
000500*   VARIABLES-GROUP-OCCURS-IN SLOT - FOR A POSTING OR A
000510*   REVERSAL, AS CARRIED ON POSTDTL OR REVDTL, SO A
000520*   REVERSAL LANDS ON THE ACCOUNTS ITS POSTING DID; FOR
000530*   AN AUDIT ITEM, AS ON VARMSTR NOW - TO THE GLMAP TABLE
000540*   (GLMPREC.CPY).  AN INCREASE DEBITS THE GL ACCOUNT
000550*   AND CREDITS ITS OFFSET; A DECREASE DOES THE REVERSE.
000560*   THE DEBITS AND CREDITS ARE SUMMED PER ACCOUNT AND
000570*   SIDE AND WRITTEN TO GLJRNL (GLJREC.CPY) IN ACCOUNT
000580*   ORDER BETWEEN A HEADER AND A CONTROL TRAILER.  THE
000590*   TRAILER IS WRITTEN ONLY WHEN TOTAL DEBITS EQUAL
000600*   TOTAL CREDITS.
000610*
000620*   AN ITEM WHOSE CODE HAS NO MAPPING - OR AN AUDIT ITEM
000630*   WHOSE KEY IS NO LONGER ON VARMSTR - IS LEFT OUT OF
000640*   THE JOURNAL AND LISTED ON GLEXCP INSTEAD, AND THE RUN
000650*   ENDS WITH RETURN-CODE 8.  NOTHING IS PARKED IN A
000660*   SUSPENSE ACCOUNT.
000670*
000680*   THE PARAMETER CARD (PARMCARD, ONE 80-BYTE CARD):
000690*     COLS  1- 8  JOURNAL DATE     (YYYYMMDD)
000700*     COLS  9-16  AUDIT FROM DATE  (YYYYMMDD)
000710*     COLS 17-24  AUDIT TO DATE    (YYYYMMDD)
000720*   A MISSING CARD, A NON-NUMERIC DATE, FROM AFTER TO, A
000730*   POSTDTL OR REVDTL THAT DOES NOT AGREE WITH ITS
000740*   TRAILER, A FULL ACCOUNT TABLE OR AN UNBALANCED
000750*   JOURNAL IS RETURN-CODE 16, AND GLJRNL IS LEFT WITHOUT
000760*   A TRAILER.  REVDTL MAY BE EMPTY OR DUMMY ON A NIGHT
000770*   WITH NO REVERSAL.
000780*------------------------------------------------------*
000790 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000810 SOURCE-COMPUTER. IBM-370.
000820 OBJECT-COMPUTER. IBM-370.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT PARM-FILE      ASSIGN TO PARMCARD
000860         ORGANIZATION IS SEQUENTIAL.
000870     SELECT DETAIL-FILE    ASSIGN TO POSTDTL
000880         ORGANIZATION IS SEQUENTIAL.
000890     SELECT REVERSAL-FILE  ASSIGN TO REVDTL
000900         ORGANIZATION IS SEQUENTIAL.
000910     SELECT AUDIT-FILE     ASSIGN TO AUDITIN
000920         ORGANIZATION IS SEQUENTIAL.
000930     SELECT VARIABLES-FILE ASSIGN TO VARMSTR
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS VARIABLES-NUMERIC
000970         FILE STATUS IS WS-FILE-STATUS.
000980     SELECT GLMAP-FILE     ASSIGN TO GLMAP
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS GLMP-CODE
001020         FILE STATUS IS WS-GLMP-STATUS.
001030     SELECT JOURNAL-FILE   ASSIGN TO GLJRNL
001040         ORGANIZATION IS SEQUENTIAL.
001050     SELECT EXCEPTION-RPT  ASSIGN TO GLEXCP
001060         ORGANIZATION IS SEQUENTIAL.
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  PARM-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 01  PARM-CARD              PIC X(80).
001130 FD  DETAIL-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160     COPY "PDETREC.cpy".
001170 FD  REVERSAL-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200     COPY "REVDREC.cpy".
001210 FD  AUDIT-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240     COPY "AUDTREC.cpy".
001250 FD  VARIABLES-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY "testes.cpy".
001280 FD  GLMAP-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY "GLMPREC.cpy".
001310 FD  JOURNAL-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340     COPY "GLJREC.cpy".
001350 FD  EXCEPTION-RPT
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380 01  EXCEPTION-LINE         PIC X(100).
001390 WORKING-STORAGE SECTION.
001400     COPY "VARKEY.cpy".
001410 01  WS-FILE-STATUS         PIC X(02).
001420 01  WS-GLMP-STATUS         PIC X(02).
001430 01  WS-SWITCHES.
001440     05 WS-EOF-SW           PIC X(01) VALUE 'N'.
001450        88 END-OF-FILE      VALUE 'Y'.
001460     05 WS-AUDIT-EOF-SW     PIC X(01) VALUE 'N'.
001470        88 AUDIT-END-OF-FILE VALUE 'Y'.
001480     05 WS-REV-EOF-SW       PIC X(01) VALUE 'N'.
001490        88 REVERSAL-END-OF-FILE VALUE 'Y'.
001500     05 WS-FATAL-SW         PIC X(01) VALUE 'N'.
001510        88 FATAL-ERROR      VALUE 'Y'.
001511     05 WS-SLOT-SW          PIC X(01).
001512        88 ACCOUNT-SLOT-FOUND VALUE 'Y'.
001520 01  WS-PARM-FIELDS.
001530     05 PC-JOURNAL-DATE-X   PIC X(08).
001540     05 PC-JOURNAL-DATE REDEFINES PC-JOURNAL-DATE-X
001550                            PIC 9(08).
001560     05 PC-AUDIT-FROM-X     PIC X(08).
001570     05 PC-AUDIT-FROM REDEFINES PC-AUDIT-FROM-X
001580                            PIC 9(08).
001590     05 PC-AUDIT-TO-X       PIC X(08).
001600     05 PC-AUDIT-TO REDEFINES PC-AUDIT-TO-X
001610                            PIC 9(08).
001620     05 FILLER              PIC X(56).
001630 01  WS-ITEM.
001640     05 WS-ITEM-SOURCE      PIC X(08).
001650     05 WS-ITEM-KEY         PIC X(08).
001660     05 WS-ITEM-CODE        PIC X(02).
001670     05 WS-ITEM-AMOUNT      PIC S9(09)V9(02) COMP-3.
001680 01  WS-POSTING-ENTRY.
001690     05 WS-POST-ACCOUNT     PIC X(10).
001700     05 WS-POST-SIDE        PIC X(01).
001710        88 POST-DEBIT       VALUE 'D'.
001720        88 POST-CREDIT      VALUE 'C'.
001730     05 WS-POST-AMOUNT      PIC S9(09)V9(02) COMP-3.
001740 01  WS-PDET-PROOF.
001750     05 WS-PDET-COUNT       PIC 9(09) COMP VALUE ZERO.
001760     05 WS-PDET-TOTAL       PIC S9(11)V9(02) COMP-3
001770                            VALUE ZERO.
001780 01  WS-RDET-PROOF.
001790     05 WS-RDET-COUNT       PIC 9(09) COMP VALUE ZERO.
001800     05 WS-RDET-TOTAL       PIC S9(11)V9(02) COMP-3
001810                            VALUE ZERO.
001820 01  WS-GL-TABLE.
001830     05 GLT-ENTRY OCCURS 500 TIMES.
001840        10 GLT-ACCOUNT      PIC X(10).
001850        10 GLT-DEBITS       PIC S9(11)V9(02) COMP-3.
001860        10 GLT-CREDITS      PIC S9(11)V9(02) COMP-3.
001870        10 GLT-DR-COUNT     PIC 9(07) COMP.
001880        10 GLT-CR-COUNT     PIC 9(07) COMP.
001890 01  WS-GL-USED             PIC 9(04) COMP VALUE ZERO.
001900 01  WS-GL-MAX              PIC 9(04) COMP VALUE 500.
001910 01  WS-SUB                 PIC 9(04) COMP.
001920 01  WS-MOVE-SUB            PIC 9(04) COMP.
001930 01  WS-JOURNAL-TOTALS.
001940     05 WS-TOTAL-DEBITS     PIC S9(13)V9(02) COMP-3
001950                            VALUE ZERO.
001960     05 WS-TOTAL-CREDITS    PIC S9(13)V9(02) COMP-3
001970                            VALUE ZERO.
001980     05 WS-LINE-COUNT       PIC 9(07) COMP VALUE ZERO.
001990     05 WS-EXCEPTION-TOTAL  PIC S9(11)V9(02) COMP-3
002000                            VALUE ZERO.
002010 01  WS-COUNTERS.
002020     05 WS-POSTINGS-READ    PIC 9(09) COMP VALUE ZERO.
002030     05 WS-REVERSALS-READ   PIC 9(09) COMP VALUE ZERO.
002040     05 WS-AUDITS-READ      PIC 9(09) COMP VALUE ZERO.
002050     05 WS-ITEMS-MAPPED     PIC 9(09) COMP VALUE ZERO.
002060     05 WS-EXCEPTIONS       PIC 9(09) COMP VALUE ZERO.
002070 01  WS-EDIT-AMOUNT         PIC $$$,$$$,$$9.99-.
002080 01  WS-EDIT-TOTAL          PIC $$$,$$$,$$$,$$9.99-.
002090 01  WS-HEADING-1.
002100     05 FILLER              PIC X(40) VALUE
002110            'GLFEED  GL INTERFACE EXCEPTIONS - DATE '.
002120     05 H1-JOURNAL-DATE     PIC 9(08).
002130     05 FILLER              PIC X(16) VALUE
002140            '  AUDIT WINDOW '.
002150     05 H1-AUDIT-FROM       PIC 9(08).
002160     05 FILLER              PIC X(01) VALUE '-'.
002170     05 H1-AUDIT-TO         PIC 9(08).
002180 01  WS-HEADING-2.
002190     05 FILLER              PIC X(10) VALUE 'SOURCE'.
002200     05 FILLER              PIC X(10) VALUE 'KEY'.
002210     05 FILLER              PIC X(06) VALUE 'CODE'.
002220     05 FILLER              PIC X(18) VALUE 'AMOUNT'.
002230     05 FILLER              PIC X(06) VALUE 'REASON'.
002240 01  WS-DETAIL-LINE.
002250     05 DL-SOURCE           PIC X(08).
002260     05 FILLER              PIC X(02) VALUE SPACES.
002270     05 DL-KEY              PIC X(08).
002280     05 FILLER              PIC X(02) VALUE SPACES.
002290     05 DL-CODE             PIC X(02).
002300     05 FILLER              PIC X(04) VALUE SPACES.
002310     05 DL-AMOUNT           PIC X(16).
002320     05 FILLER              PIC X(02) VALUE SPACES.
002330     05 DL-REASON           PIC X(30).
002340 01  WS-TOTAL-LINE-1.
002350     05 FILLER              PIC X(18) VALUE
002360            'POSTINGS READ . .'.
002370     05 TL-POSTINGS         PIC ZZZ,ZZZ,ZZ9.
002380     05 FILLER              PIC X(03) VALUE SPACES.
002390     05 FILLER              PIC X(18) VALUE
002400            'AUDITS READ . . .'.
002410     05 TL-AUDITS           PIC ZZZ,ZZZ,ZZ9.
002420     05 FILLER              PIC X(03) VALUE SPACES.
002430     05 FILLER              PIC X(18) VALUE
002440            'REVERSALS READ. .'.
002450     05 TL-REVERSALS        PIC ZZZ,ZZZ,ZZ9.
002460 01  WS-TOTAL-LINE-2.
002470     05 FILLER              PIC X(18) VALUE
002480            'ITEMS MAPPED. . .'.
002490     05 TL-MAPPED           PIC ZZZ,ZZZ,ZZ9.
002500     05 FILLER              PIC X(03) VALUE SPACES.
002510     05 FILLER              PIC X(18) VALUE
002520            'EXCEPTIONS. . . .'.
002530     05 TL-EXCEPTIONS       PIC ZZZ,ZZZ,ZZ9.
002540 01  WS-TOTAL-LINE-3.
002550     05 FILLER              PIC X(22) VALUE
002560            'TOTAL NOT JOURNALED  '.
002570     05 TL-EXCEPTION-TOTAL  PIC X(20).
002580     COPY "CYCLPARM.cpy".
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
002620     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
002630     PERFORM 2000-POSTING-ONE THRU 2000-EXIT
002640         UNTIL END-OF-FILE
002650         OR FATAL-ERROR.
002660     PERFORM 2200-REVERSAL-ONE THRU 2200-EXIT
002670         UNTIL REVERSAL-END-OF-FILE
002680         OR FATAL-ERROR.
002690     PERFORM 2500-AUDIT-ONE   THRU 2500-EXIT
002700         UNTIL AUDIT-END-OF-FILE
002710         OR FATAL-ERROR.
002720     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
002730     IF FATAL-ERROR
002740         MOVE 16 TO RETURN-CODE
002750     ELSE
002760         IF WS-EXCEPTIONS > ZERO
002770             MOVE 8 TO RETURN-CODE.
002780     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
002790     STOP RUN.
002800*------------------------------------------------------*
002810 1000-INITIALIZE.
002820     OPEN INPUT  PARM-FILE.
002830     OPEN INPUT  DETAIL-FILE.
002840     OPEN INPUT  REVERSAL-FILE.
002850     OPEN INPUT  AUDIT-FILE.
002860     OPEN OUTPUT JOURNAL-FILE.
002870     OPEN OUTPUT EXCEPTION-RPT.
002880     OPEN INPUT  VARIABLES-FILE.
002890     IF WS-FILE-STATUS NOT = '00'
002900         DISPLAY 'GLFEED - VARMSTR UNAVAILABLE, STATUS '
002910             WS-FILE-STATUS
002920         SET FATAL-ERROR TO TRUE.
002930     OPEN INPUT  GLMAP-FILE.
002940     IF WS-GLMP-STATUS NOT = '00'
002950         DISPLAY 'GLFEED - GL MAPPING FILE UNAVAILABLE, '
002960             'STATUS ' WS-GLMP-STATUS
002970         SET FATAL-ERROR TO TRUE.
002980     IF NOT FATAL-ERROR
002990         PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
003000     CLOSE PARM-FILE.
003010     IF FATAL-ERROR
003020         SET END-OF-FILE TO TRUE
003030         SET REVERSAL-END-OF-FILE TO TRUE
003040         SET AUDIT-END-OF-FILE TO TRUE
003050         GO TO 1000-EXIT.
003060     MOVE PC-JOURNAL-DATE TO H1-JOURNAL-DATE.
003070     MOVE PC-AUDIT-FROM   TO H1-AUDIT-FROM.
003080     MOVE PC-AUDIT-TO     TO H1-AUDIT-TO.
003090     MOVE WS-HEADING-1 TO EXCEPTION-LINE.
003100     WRITE EXCEPTION-LINE.
003110     MOVE WS-HEADING-2 TO EXCEPTION-LINE.
003120     WRITE EXCEPTION-LINE.
003130     MOVE SPACES          TO GL-JOURNAL-RECORD.
003140     MOVE 'H'             TO GLJ-REC-TYPE.
003150     MOVE PC-JOURNAL-DATE TO GLJ-JOURNAL-DATE.
003160     MOVE 'GLFEED  '      TO GLJ-SOURCE.
003170     ACCEPT GLJH-RUN-DATE FROM DATE YYYYMMDD.
003180     ACCEPT GLJH-RUN-TIME FROM TIME.
003190     MOVE PC-AUDIT-FROM   TO GLJH-AUDIT-FROM.
003200     MOVE PC-AUDIT-TO     TO GLJH-AUDIT-TO.
003210     WRITE GL-JOURNAL-RECORD.
003220     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
003230     PERFORM 2300-READ-REVERSAL THRU 2300-EXIT.
003240     PERFORM 2600-READ-AUDIT  THRU 2600-EXIT.
003250 1000-EXIT.
003260     EXIT.
003270*------------------------------------------------------*
003280* 1100-LOAD-PARM READS AND EDITS THE PARAMETER CARD.    *
003290* ALL THREE DATES ARE REQUIRED.                         *
003300*------------------------------------------------------*
003310 1100-LOAD-PARM.
003320     READ PARM-FILE
003330         AT END
003340             DISPLAY 'GLFEED - NO PARAMETER CARD'
003350             SET FATAL-ERROR TO TRUE
003360             GO TO 1100-EXIT.
003370     MOVE PARM-CARD TO WS-PARM-FIELDS.
003380     IF PC-JOURNAL-DATE-X NOT NUMERIC
003390         DISPLAY 'GLFEED - JOURNAL DATE NOT NUMERIC: '
003400             PC-JOURNAL-DATE-X
003410         SET FATAL-ERROR TO TRUE
003420         GO TO 1100-EXIT.
003430     IF PC-AUDIT-FROM-X NOT NUMERIC
003440         OR PC-AUDIT-TO-X NOT NUMERIC
003450         DISPLAY 'GLFEED - AUDIT WINDOW NOT NUMERIC: '
003460             PC-AUDIT-FROM-X ' ' PC-AUDIT-TO-X
003470         SET FATAL-ERROR TO TRUE
003480         GO TO 1100-EXIT.
003490     IF PC-AUDIT-FROM > PC-AUDIT-TO
003500         DISPLAY 'GLFEED - AUDIT FROM DATE IS AFTER TO DATE'
003510         SET FATAL-ERROR TO TRUE.
003520 1100-EXIT.
003530     EXIT.
003540*------------------------------------------------------*
003550* 2000-POSTING-ONE TAKES ONE POSTDTL RECORD.  A TRAILER *
003560* CLOSES THE POSTING BEFORE IT AND MUST AGREE WITH THE  *
003570* DETAIL SEEN SINCE THE LAST ONE; A POSTED DETAIL IS AN *
003580* ITEM FOR THE JOURNAL.                                 *
003590*------------------------------------------------------*
003600 2000-POSTING-ONE.
003610     IF PDET-TRAILER
003620         PERFORM 2050-CHECK-TRAILER THRU 2050-EXIT
003630         GO TO 2000-NEXT.
003640     IF NOT PDET-DETAIL
003650         OR PDET-ADJUSTMENT NOT NUMERIC
003660         DISPLAY 'GLFEED - POSTDTL RECORD MALFORMED AT KEY '
003670             PDET-KEY
003680         SET FATAL-ERROR TO TRUE
003690         GO TO 2000-EXIT.
003700     ADD 1 TO WS-PDET-COUNT.
003710     IF NOT PDET-POSTED
003720         GO TO 2000-NEXT.
003730     ADD PDET-ADJUSTMENT TO WS-PDET-TOTAL.
003740     ADD 1 TO WS-POSTINGS-READ.
003750     IF PDET-ADJUSTMENT = ZERO
003760         GO TO 2000-NEXT.
003770     MOVE 'POSTING'       TO WS-ITEM-SOURCE.
003780     MOVE PDET-KEY        TO WS-ITEM-KEY.
003790     MOVE PDET-CODE       TO WS-ITEM-CODE.
003800     MOVE PDET-ADJUSTMENT TO WS-ITEM-AMOUNT.
003810     PERFORM 2800-APPLY-ITEM THRU 2800-EXIT.
003820 2000-NEXT.
003830     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
003840 2000-EXIT.
003850     EXIT.
003860*------------------------------------------------------*
003870 2050-CHECK-TRAILER.
003880     IF PDET-TRL-COUNT NOT NUMERIC
003890         OR PDET-TRL-TOTAL NOT NUMERIC
003900         OR PDET-TRL-COUNT NOT = WS-PDET-COUNT
003910         OR PDET-TRL-TOTAL NOT = WS-PDET-TOTAL
003920         DISPLAY 'GLFEED - POSTDTL TRAILER DOES NOT AGREE '
003930             'FOR POSTING ' PDET-POSTING
003940         DISPLAY 'GLFEED - COUNT FILE ' WS-PDET-COUNT
003950             ' TRAILER ' PDET-TRL-COUNT
003960         SET FATAL-ERROR TO TRUE
003970         GO TO 2050-EXIT.
003980     MOVE ZERO TO WS-PDET-COUNT.
003990     MOVE ZERO TO WS-PDET-TOTAL.
004000 2050-EXIT.
004010     EXIT.
004020*------------------------------------------------------*
004030* 2100-READ-DETAIL READS THE NEXT POSTDTL RECORD.  AT   *
004040* END OF FILE ANY DETAIL NOT YET CLOSED BY A TRAILER    *
004050* MEANS A POSTING ARRIVED SHORT.                        *
004060*------------------------------------------------------*
004070 2100-READ-DETAIL.
004080     READ DETAIL-FILE
004090         AT END
004100             SET END-OF-FILE TO TRUE.
004110     IF END-OF-FILE
004120         AND WS-PDET-COUNT > ZERO
004130         DISPLAY 'GLFEED - NO TRAILER AFTER THE LAST '
004140             'POSTING ON POSTDTL, CANNOT PROVE IT COMPLETE'
004150         SET FATAL-ERROR TO TRUE.
004160 2100-EXIT.
004170     EXIT.
004180*------------------------------------------------------*
004190* 2200-REVERSAL-ONE TAKES ONE REVDTL RECORD THE SAME    *
004200* WAY 2000 TAKES A POSTDTL ONE: A TRAILER CLOSES THE    *
004210* REVERSAL BEFORE IT, A DETAIL IS AN ITEM FOR THE       *
004220* JOURNAL.                                              *
004230*------------------------------------------------------*
004240 2200-REVERSAL-ONE.
004250     IF RDET-TRAILER
004260         PERFORM 2250-CHECK-REV-TRAILER THRU 2250-EXIT
004270         GO TO 2200-NEXT.
004280     IF NOT RDET-DETAIL
004290         OR RDET-ADJUSTMENT NOT NUMERIC
004300         DISPLAY 'GLFEED - REVDTL RECORD MALFORMED AT KEY '
004310             RDET-KEY
004320         SET FATAL-ERROR TO TRUE
004330         GO TO 2200-EXIT.
004340     ADD 1 TO WS-RDET-COUNT.
004350     ADD RDET-ADJUSTMENT TO WS-RDET-TOTAL.
004360     ADD 1 TO WS-REVERSALS-READ.
004370     IF RDET-ADJUSTMENT = ZERO
004380         GO TO 2200-NEXT.
004390     MOVE 'REVERSAL'      TO WS-ITEM-SOURCE.
004400     MOVE RDET-KEY        TO WS-ITEM-KEY.
004410     MOVE RDET-CODE       TO WS-ITEM-CODE.
004420     MOVE RDET-ADJUSTMENT TO WS-ITEM-AMOUNT.
004430     PERFORM 2800-APPLY-ITEM THRU 2800-EXIT.
004440 2200-NEXT.
004450     PERFORM 2300-READ-REVERSAL THRU 2300-EXIT.
004460 2200-EXIT.
004470     EXIT.
004480*------------------------------------------------------*
004490 2250-CHECK-REV-TRAILER.
004500     IF RDET-TRL-COUNT NOT NUMERIC
004510         OR RDET-TRL-TOTAL NOT NUMERIC
004520         OR RDET-TRL-COUNT NOT = WS-RDET-COUNT
004530         OR RDET-TRL-TOTAL NOT = WS-RDET-TOTAL
004540         DISPLAY 'GLFEED - REVDTL TRAILER DOES NOT AGREE '
004550             'FOR POSTING ' RDET-POSTING
004560         DISPLAY 'GLFEED - COUNT FILE ' WS-RDET-COUNT
004570             ' TRAILER ' RDET-TRL-COUNT
004580         SET FATAL-ERROR TO TRUE
004590         GO TO 2250-EXIT.
004600     MOVE ZERO TO WS-RDET-COUNT.
004610     MOVE ZERO TO WS-RDET-TOTAL.
004620 2250-EXIT.
004630     EXIT.
004640*------------------------------------------------------*
004650* 2300-READ-REVERSAL READS THE NEXT REVDTL RECORD.  AT  *
004660* END OF FILE ANY DETAIL NOT YET CLOSED BY A TRAILER    *
004670* MEANS A REVERSAL ARRIVED SHORT.                       *
004680*------------------------------------------------------*
004690 2300-READ-REVERSAL.
004700     READ REVERSAL-FILE
004710         AT END
004720             SET REVERSAL-END-OF-FILE TO TRUE.
004730     IF REVERSAL-END-OF-FILE
004740         AND WS-RDET-COUNT > ZERO
004750         DISPLAY 'GLFEED - NO TRAILER AFTER THE LAST '
004760             'REVERSAL ON REVDTL, CANNOT PROVE IT COMPLETE'
004770         SET FATAL-ERROR TO TRUE.
004780 2300-EXIT.
004790     EXIT.
004800*------------------------------------------------------*
004810* 2500-AUDIT-ONE TAKES ONE AUDIT RECORD.  ONLY BALANCE  *
004820* CHANGES DATED INSIDE THE WINDOW THAT MOVE THE SIGNED  *
004830* BALANCE ARE ITEMS; THE CODE COMES FROM THE MASTER.    *
004840*------------------------------------------------------*
004850 2500-AUDIT-ONE.
004860     IF AUDT-CHANGE-DATE NOT NUMERIC
004870         OR AUDT-CHANGE-DATE < PC-AUDIT-FROM
004880         OR AUDT-CHANGE-DATE > PC-AUDIT-TO
004890         GO TO 2500-NEXT.
004900     ADD 1 TO WS-AUDITS-READ.
004910     MOVE 'AUDIT'       TO WS-ITEM-SOURCE.
004920     MOVE AUDT-KEY-ALPHA TO WS-ITEM-KEY.
004930     MOVE SPACES        TO WS-ITEM-CODE.
004940     MOVE ZERO          TO WS-ITEM-AMOUNT.
004950     IF AUDT-OLD-SIGNED-NUM NOT NUMERIC
004960         OR AUDT-NEW-SIGNED-NUM NOT NUMERIC
004970         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
004980         MOVE 'AUDIT AMOUNTS NOT NUMERIC' TO DL-REASON
004990         PERFORM 2950-PRINT-EXCEPTION THRU 2950-EXIT
005000         GO TO 2500-NEXT.
005010     SUBTRACT AUDT-OLD-SIGNED-NUM FROM AUDT-NEW-SIGNED-NUM
005020         GIVING WS-ITEM-AMOUNT.
005030     IF WS-ITEM-AMOUNT = ZERO
005040         GO TO 2500-NEXT.
005050     MOVE AUDT-KEY-ALPHA TO VK-KEY-ALPHA.
005060     MOVE VK-KEY-NUMERIC TO VARIABLES-NUMERIC.
005070     READ VARIABLES-FILE
005080         INVALID KEY
005090             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
005100             MOVE 'KEY NOT ON MASTER' TO DL-REASON
005110             PERFORM 2950-PRINT-EXCEPTION THRU 2950-EXIT
005120             GO TO 2500-NEXT.
005130     MOVE VARIABLES-GROUP-OCCURS-IN (1) TO WS-ITEM-CODE.
005140     PERFORM 2800-APPLY-ITEM THRU 2800-EXIT.
005150 2500-NEXT.
005160     PERFORM 2600-READ-AUDIT THRU 2600-EXIT.
005170 2500-EXIT.
005180     EXIT.
005190*------------------------------------------------------*
005200 2600-READ-AUDIT.
005210     READ AUDIT-FILE
005220         AT END
005230             SET AUDIT-END-OF-FILE TO TRUE.
005240 2600-EXIT.
005250     EXIT.
005260*------------------------------------------------------*
005270* 2800-APPLY-ITEM MAPS ONE ITEM'S CODE TO ITS ACCOUNTS   *
005280* AND POSTS BOTH SIDES TO THE ACCOUNT TABLE.  AN        *
005290* UNMAPPED CODE GOES TO THE EXCEPTION LIST.             *
005300*------------------------------------------------------*
005310 2800-APPLY-ITEM.
005320     MOVE WS-ITEM-CODE TO GLMP-CODE.
005330     READ GLMAP-FILE
005340         INVALID KEY
005350             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
005360             MOVE 'NO GL MAPPING FOR CODE' TO DL-REASON
005370             PERFORM 2950-PRINT-EXCEPTION THRU 2950-EXIT
005380             GO TO 2800-EXIT.
005390     ADD 1 TO WS-ITEMS-MAPPED.
005400     IF WS-ITEM-AMOUNT > ZERO
005410         MOVE WS-ITEM-AMOUNT TO WS-POST-AMOUNT
005420         MOVE GLMP-ACCOUNT TO WS-POST-ACCOUNT
005430         MOVE 'D' TO WS-POST-SIDE
005440         PERFORM 2850-POST-TO-ACCOUNT THRU 2850-EXIT
005450         MOVE GLMP-OFFSET-ACCOUNT TO WS-POST-ACCOUNT
005460         MOVE 'C' TO WS-POST-SIDE
005470         PERFORM 2850-POST-TO-ACCOUNT THRU 2850-EXIT
005480     ELSE
005490         SUBTRACT WS-ITEM-AMOUNT FROM ZERO
005500             GIVING WS-POST-AMOUNT
005510         MOVE GLMP-ACCOUNT TO WS-POST-ACCOUNT
005520         MOVE 'C' TO WS-POST-SIDE
005530         PERFORM 2850-POST-TO-ACCOUNT THRU 2850-EXIT
005540         MOVE GLMP-OFFSET-ACCOUNT TO WS-POST-ACCOUNT
005550         MOVE 'D' TO WS-POST-SIDE
005560         PERFORM 2850-POST-TO-ACCOUNT THRU 2850-EXIT.
005570 2800-EXIT.
005580     EXIT.
005590*------------------------------------------------------*
005600* 2850-POST-TO-ACCOUNT ADDS ONE SIDE OF AN ITEM TO THE  *
005610* TABLE ENTRY FOR ITS ACCOUNT.  THE TABLE IS KEPT IN    *
005620* ACCOUNT ORDER - A NEW ACCOUNT IS OPENED IN PLACE BY   *
005630* SHIFTING THE ENTRIES ABOVE IT UP ONE.  WS-SUB IS      *
005631* TESTED AGAINST THE ENTRIES IN USE BEFORE ANY ENTRY IS *
005632* READ, SO A FULL TABLE IS NEVER READ PAST ITS END.     *
005640*------------------------------------------------------*
005650 2850-POST-TO-ACCOUNT.
005660     MOVE 1   TO WS-SUB.
005670     MOVE 'N' TO WS-SLOT-SW.
005680     PERFORM 2860-FIND-ACCOUNT THRU 2860-EXIT
005690         UNTIL ACCOUNT-SLOT-FOUND.
005700     IF WS-SUB > WS-GL-USED
005710         PERFORM 2870-OPEN-ACCOUNT THRU 2870-EXIT
005711     ELSE
005712         IF GLT-ACCOUNT (WS-SUB) NOT = WS-POST-ACCOUNT
005720             PERFORM 2870-OPEN-ACCOUNT THRU 2870-EXIT.
005730     IF FATAL-ERROR
005740         GO TO 2850-EXIT.
005750     IF POST-DEBIT
005760         ADD WS-POST-AMOUNT TO GLT-DEBITS (WS-SUB)
005770         ADD 1 TO GLT-DR-COUNT (WS-SUB)
005780     ELSE
005790         ADD WS-POST-AMOUNT TO GLT-CREDITS (WS-SUB)
005800         ADD 1 TO GLT-CR-COUNT (WS-SUB).
005810 2850-EXIT.
005820     EXIT.
005830*------------------------------------------------------*
005831* 2860-FIND-ACCOUNT STOPS AT THE FIRST ENTRY NOT BELOW  *
005832* THE ACCOUNT, OR ONE PAST THE LAST ENTRY IN USE.       *
005833*------------------------------------------------------*
005840 2860-FIND-ACCOUNT.
005841     IF WS-SUB > WS-GL-USED
005842         SET ACCOUNT-SLOT-FOUND TO TRUE
005843         GO TO 2860-EXIT.
005844     IF GLT-ACCOUNT (WS-SUB) NOT < WS-POST-ACCOUNT
005845         SET ACCOUNT-SLOT-FOUND TO TRUE
005846         GO TO 2860-EXIT.
005850     ADD 1 TO WS-SUB.
005860 2860-EXIT.
005870     EXIT.
005880*------------------------------------------------------*
005890 2870-OPEN-ACCOUNT.
005900     IF WS-GL-USED NOT < WS-GL-MAX
005910         DISPLAY 'GLFEED - GL ACCOUNT TABLE FULL AT '
005920             WS-GL-MAX ' ACCOUNTS'
005930         SET FATAL-ERROR TO TRUE
005940         GO TO 2870-EXIT.
005950     PERFORM 2880-SHIFT-ONE THRU 2880-EXIT
005960         VARYING WS-MOVE-SUB FROM WS-GL-USED BY -1
005970         UNTIL WS-MOVE-SUB < WS-SUB.
005980     ADD 1 TO WS-GL-USED.
005990     MOVE WS-POST-ACCOUNT TO GLT-ACCOUNT (WS-SUB).
006000     MOVE ZERO TO GLT-DEBITS   (WS-SUB).
006010     MOVE ZERO TO GLT-CREDITS  (WS-SUB).
006020     MOVE ZERO TO GLT-DR-COUNT (WS-SUB).
006030     MOVE ZERO TO GLT-CR-COUNT (WS-SUB).
006040 2870-EXIT.
006050     EXIT.
006060*------------------------------------------------------*
006070 2880-SHIFT-ONE.
006080     MOVE GLT-ENTRY (WS-MOVE-SUB)
006090         TO GLT-ENTRY (WS-MOVE-SUB + 1).
006100 2880-EXIT.
006110     EXIT.
006120*------------------------------------------------------*
006130* 2900-WRITE-EXCEPTION COUNTS AN ITEM LEFT OUT OF THE   *
006140* JOURNAL AND BUILDS ITS LINE; THE CALLER SUPPLIES THE  *
006150* REASON AND 2950 PRINTS IT.                            *
006160*------------------------------------------------------*
006170 2900-WRITE-EXCEPTION.
006180     ADD 1 TO WS-EXCEPTIONS.
006190     ADD WS-ITEM-AMOUNT TO WS-EXCEPTION-TOTAL.
006200     MOVE WS-ITEM-SOURCE TO DL-SOURCE.
006210     MOVE WS-ITEM-KEY    TO DL-KEY.
006220     MOVE WS-ITEM-CODE   TO DL-CODE.
006230     MOVE WS-ITEM-AMOUNT TO WS-EDIT-AMOUNT.
006240     MOVE WS-EDIT-AMOUNT TO DL-AMOUNT.
006250     MOVE SPACES         TO DL-REASON.
006260 2900-EXIT.
006270     EXIT.
006280*------------------------------------------------------*
006290 2950-PRINT-EXCEPTION.
006300     MOVE WS-DETAIL-LINE TO EXCEPTION-LINE.
006310     WRITE EXCEPTION-LINE.
006320 2950-EXIT.
006330     EXIT.
006340*------------------------------------------------------*
006350* 3000-TERMINATE WRITES THE SUMMED JOURNAL LINES AND,   *
006360* WHEN THEY BALANCE, THE CONTROL TRAILER, THEN CLOSES   *
006370* THE EXCEPTION LIST WITH ITS TOTALS.                   *
006380*------------------------------------------------------*
006390 3000-TERMINATE.
006400     IF FATAL-ERROR
006410         GO TO 3000-CLOSE.
006420     PERFORM 3100-WRITE-ACCOUNT THRU 3100-EXIT
006430         VARYING WS-SUB FROM 1 BY 1
006440         UNTIL WS-SUB > WS-GL-USED.
006450     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
006460         DISPLAY 'GLFEED - JOURNAL DOES NOT BALANCE, NO '
006470             'TRAILER WRITTEN'
006480         SET FATAL-ERROR TO TRUE
006490         GO TO 3000-CLOSE.
006500     MOVE SPACES           TO GL-JOURNAL-RECORD.
006510     MOVE 'T'              TO GLJ-REC-TYPE.
006520     MOVE PC-JOURNAL-DATE  TO GLJ-JOURNAL-DATE.
006530     MOVE 'GLFEED  '       TO GLJ-SOURCE.
006540     MOVE WS-LINE-COUNT    TO GLJT-LINE-COUNT.
006550     MOVE WS-TOTAL-DEBITS  TO GLJT-TOTAL-DEBITS.
006560     MOVE WS-TOTAL-CREDITS TO GLJT-TOTAL-CREDITS.
006570     WRITE GL-JOURNAL-RECORD.
006580     MOVE SPACES TO EXCEPTION-LINE.
006590     WRITE EXCEPTION-LINE.
006600     MOVE WS-POSTINGS-READ  TO TL-POSTINGS.
006610     MOVE WS-AUDITS-READ    TO TL-AUDITS.
006620     MOVE WS-REVERSALS-READ TO TL-REVERSALS.
006630     MOVE WS-TOTAL-LINE-1   TO EXCEPTION-LINE.
006640     WRITE EXCEPTION-LINE.
006650     MOVE WS-ITEMS-MAPPED   TO TL-MAPPED.
006660     MOVE WS-EXCEPTIONS     TO TL-EXCEPTIONS.
006670     MOVE WS-TOTAL-LINE-2   TO EXCEPTION-LINE.
006680     WRITE EXCEPTION-LINE.
006690     MOVE WS-EXCEPTION-TOTAL TO WS-EDIT-TOTAL.
006700     MOVE WS-EDIT-TOTAL     TO TL-EXCEPTION-TOTAL.
006710     MOVE WS-TOTAL-LINE-3   TO EXCEPTION-LINE.
006720     WRITE EXCEPTION-LINE.
006730     DISPLAY 'GLFEED - JOURNAL LINES . . . : ' WS-LINE-COUNT.
006740     MOVE WS-TOTAL-DEBITS   TO WS-EDIT-TOTAL.
006750     DISPLAY 'GLFEED - TOTAL DEBITS. . . . : ' WS-EDIT-TOTAL.
006760     MOVE WS-TOTAL-CREDITS  TO WS-EDIT-TOTAL.
006770     DISPLAY 'GLFEED - TOTAL CREDITS . . . : ' WS-EDIT-TOTAL.
006780     DISPLAY 'GLFEED - EXCEPTIONS. . . . . : ' WS-EXCEPTIONS.
006790 3000-CLOSE.
006800     CLOSE DETAIL-FILE.
006810     CLOSE REVERSAL-FILE.
006820     CLOSE AUDIT-FILE.
006830     CLOSE VARIABLES-FILE.
006840     CLOSE GLMAP-FILE.
006850     CLOSE JOURNAL-FILE.
006860     CLOSE EXCEPTION-RPT.
006870 3000-EXIT.
006880     EXIT.
006890*------------------------------------------------------*
006900* 3100-WRITE-ACCOUNT WRITES ONE ACCOUNT'S DEBIT LINE AND *
006910* CREDIT LINE, EACH ONLY WHEN IT HAS ITEMS BEHIND IT.   *
006920*------------------------------------------------------*
006930 3100-WRITE-ACCOUNT.
006940     IF GLT-DR-COUNT (WS-SUB) > ZERO
006950         MOVE 'D' TO WS-POST-SIDE
006960         MOVE GLT-DEBITS (WS-SUB) TO WS-POST-AMOUNT
006970         PERFORM 3150-WRITE-LINE THRU 3150-EXIT
006980         ADD GLT-DEBITS (WS-SUB) TO WS-TOTAL-DEBITS.
006990     IF GLT-CR-COUNT (WS-SUB) > ZERO
007000         MOVE 'C' TO WS-POST-SIDE
007010         PERFORM 3150-WRITE-LINE THRU 3150-EXIT
007020         ADD GLT-CREDITS (WS-SUB) TO WS-TOTAL-CREDITS.
007030 3100-EXIT.
007040     EXIT.
007050*------------------------------------------------------*
007060 3150-WRITE-LINE.
007070     MOVE SPACES                TO GL-JOURNAL-RECORD.
007080     MOVE 'D'                   TO GLJ-REC-TYPE.
007090     MOVE PC-JOURNAL-DATE       TO GLJ-JOURNAL-DATE.
007100     MOVE 'GLFEED  '            TO GLJ-SOURCE.
007110     MOVE GLT-ACCOUNT (WS-SUB)  TO GLJD-ACCOUNT.
007120     MOVE WS-POST-SIDE          TO GLJD-DR-CR.
007130     IF POST-DEBIT
007140         MOVE GLT-DEBITS (WS-SUB)    TO GLJD-AMOUNT
007150         MOVE GLT-DR-COUNT (WS-SUB)  TO GLJD-ITEM-COUNT
007160     ELSE
007170         MOVE GLT-CREDITS (WS-SUB)   TO GLJD-AMOUNT
007180         MOVE GLT-CR-COUNT (WS-SUB)  TO GLJD-ITEM-COUNT.
007190     WRITE GL-JOURNAL-RECORD.
007200     ADD 1 TO WS-LINE-COUNT.
007210 3150-EXIT.
007220     EXIT.
007230*------------------------------------------------------*
007240* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
007250* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
007260* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
007270* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
007280*------------------------------------------------------*
007290 9800-CYCLE-START.
007300     MOVE 'GLFEED' TO CYCG-PROGRAM.
007310     SET CYCG-START TO TRUE.
007320     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
007330     IF CYCG-CLEARED
007340         GO TO 9800-EXIT.
007350     IF CYCG-BLOCKED
007360         MOVE 12 TO RETURN-CODE
007370     ELSE
007380         MOVE 16 TO RETURN-CODE.
007390     STOP RUN.
007400 9800-EXIT.
007410     EXIT.
007420*------------------------------------------------------*
007430* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
007440* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
007450* BACK AFTERWARDS.                                      *
007460*------------------------------------------------------*
007470 9900-CYCLE-END.
007480     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
007490     SET CYCG-END TO TRUE.
007500     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
007510     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
007520 9900-EXIT.
007530     EXIT.
