000155*                  INBOUND TRAILER HASH TOTALS - SO     *
000156*                  RUNBAL CAN CROSS-FOOT THE NIGHT'S    *
000157*                  RUNS.                                *
000158*  2026-10-15  DCP POSTING-PERIOD CONTROL (POSTCTL) -   *
000159*                  A SECOND RUN FOR A PERIOD AND KEY    *
000160*                  RANGE ALREADY POSTED IS REFUSED.     *
000161*                  POSTDTL POSTING-DETAIL FILE WRITTEN  *
000162*                  ALONGSIDE THE JOURNAL FOR VARREVRS.  *
000163*  2026-10-15  DCP POSTDTL CARRIES EACH KEY'S FIRST     *
000164*                  GROUP-OCCURS-IN CODE FOR THE GLFEED  *
000165*                  GENERAL-LEDGER INTERFACE.            *
000166*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000167*                  CALLED AT START, ENDING THE RUN WITH *
000168*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000169*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000170*                  THE CYCLE, AND AT END TO RECORD THE  *
000171*                  RETURN CODE ON CYCLSTAT.             *
000172*  2026-10-15  DCP RUNCTL STAMPED WITH THE CYCLE'S      *
000173*                  BUSINESS DATE FROM CYCLGATE, NOT THE *
000174*                  CLOCK.                               *
000175*  2026-10-15  DCP POSTDTL OPENED ONLY ONCE THE PERIOD  *
000176*                  CHECK HAS PASSED, SO A REFUSED RUN   *
000177*                  LEAVES THE LAST DETAIL FILE INTACT.  *
000178*------------------------------------------------------*
000179*
000180* PURPOSE.
000190*   REPLACES THE LARGEST MANUAL-KEYING EVENT IN THE
000200*   CALENDAR: THE PERIOD-END ACCRUAL ADJUSTMENT OF THE
000490*   VARIN MUST CARRY THE CONTROL-TOTAL TRAILER
000500*   (VARTRLR.CPY); IT IS VERIFIED AT END OF FILE LIKE
000510*   EVERY CONSUMER IN THE SUITE, AND VAROUT IS SEALED
000511*   WITH A FRESH TRAILER OVER THE POSTED FILE.
000512*
000513*   PERIOD CONTROL.  EVERY CLEAN RUN LEAVES A RECORD ON
000514*   THE POSTCTL KSDS (PCTLREC.CPY) - EFFECTIVE DATE, KEY
000515*   RANGE, RATE AND TOTALS.  BEFORE ANY RECORD IS READ
000516*   THE RUN LOOKS FOR A POSTING ALREADY ON FILE FOR THE
000517*   SAME EFFECTIVE DATE WHOSE KEY RANGE OVERLAPS THIS
000518*   ONE; FINDING ONE ENDS THE RUN WITH RETURN-CODE 16
000519*   BEFORE ANYTHING IS POSTED.  A POSTING VARREVRS HAS
000520*   REVERSED IN FULL NO LONGER BLOCKS ITS PERIOD.  A RUN
000521*   THAT ENDS IN ERROR WRITES NO CONTROL RECORD - VARIN
000522*   IS NEVER UPDATED IN PLACE, SO THERE IS NOTHING TO
000523*   UNDO AND THE PERIOD STAYS OPEN FOR THE RERUN.
000524*
000525*   POSTING DETAIL.  POSTDTL (PDETREC.CPY) CARRIES ONE
000526*   RECORD PER JOURNAL LINE - KEY, OLD AMOUNT,
000527*   ADJUSTMENT, NEW AMOUNT AND POSTED/REJECTED - AND A
000528*   COUNT/TOTAL TRAILER, FOR VARREVRS TO BACK THE
000529*   POSTING OUT WITHOUT RE-KEYING THE JOURNAL.
000530*------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000640     SELECT POSTED-FILE    ASSIGN TO VAROUT
000650         ORGANIZATION IS SEQUENTIAL.
000660     SELECT JOURNAL-RPT    ASSIGN TO POSTJRNL
000661         ORGANIZATION IS SEQUENTIAL.
000662     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000663         ORGANIZATION IS SEQUENTIAL.
000664     SELECT PERIOD-CONTROL-FILE ASSIGN TO POSTCTL
000665         ORGANIZATION IS INDEXED
000666         ACCESS MODE IS DYNAMIC
000667         RECORD KEY IS PCTL-KEY
000668         FILE STATUS IS WS-PCTL-STATUS.
000669     SELECT DETAIL-FILE    ASSIGN TO POSTDTL
000674         ORGANIZATION IS SEQUENTIAL.
000680 DATA DIVISION.
000690 FILE SECTION.
000864     RECORDING MODE IS F
000866     LABEL RECORDS ARE STANDARD.
000868     COPY "RUNCREC.cpy".
000869 FD  PERIOD-CONTROL-FILE
000870     LABEL RECORDS ARE STANDARD.
000871     COPY "PCTLREC.cpy".
000872 FD  DETAIL-FILE
000873     RECORDING MODE IS F
000874     LABEL RECORDS ARE STANDARD.
000875     COPY "PDETREC.cpy".
000876 WORKING-STORAGE SECTION.
000880     COPY "VARKEY.cpy".
000890     COPY "VARTRLR.cpy".
000900     COPY "VARTRLWS.cpy" REPLACING
001080        88 FATAL-ERROR      VALUE 'Y'.
001090     05 WS-OVERFLOW-SW      PIC X(01).
001100        88 POST-OVERFLOW    VALUE 'Y'.
001101     05 WS-PCTL-EOF-SW      PIC X(01) VALUE 'N'.
001102        88 PCTL-SCAN-DONE   VALUE 'Y'.
001103     05 WS-DETAIL-OPEN-SW   PIC X(01) VALUE 'N'.
001104        88 DETAIL-FILE-OPEN VALUE 'Y'.
001105 01  WS-PCTL-STATUS         PIC X(02).
001106 01  WS-POST-SEQ            PIC 9(02) VALUE ZERO.
001110 01  WS-PARM-FIELDS.
001120     05 PC-RATE-X           PIC X(08).
001130     05 PC-RATE REDEFINES PC-RATE-X
001350     05 WS-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
001360     05 WS-RECORDS-POSTED   PIC 9(09) COMP VALUE ZERO.
001370     05 WS-RECORDS-REJECT   PIC 9(09) COMP VALUE ZERO.
001371     05 WS-DETAIL-COUNT     PIC 9(09) COMP VALUE ZERO.
001380 01  WS-EDIT-AMOUNT         PIC $$$,$$$,$$9.99-.
001390 01  WS-EDIT-TOTAL          PIC $$$,$$$,$$$,$$9.99-.
001400 01  WS-EDIT-RATE           PIC ZZ9.99999.
001780     05 FILLER              PIC X(20) VALUE
001790            'TOTAL AMOUNT POSTED '.
001800     05 TL-TOTAL-POSTED     PIC X(20).
001801     COPY "CYCLPARM.cpy".
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
001821     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001830     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001840     PERFORM 2000-POST-ONE    THRU 2000-EXIT
001850         UNTIL END-OF-FILE
001870     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
001880     IF FATAL-ERROR
001890         MOVE 16 TO RETURN-CODE.
001891     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001900     STOP RUN.
001910*------------------------------------------------------*
001920 1000-INITIALIZE.
001950     OPEN OUTPUT POSTED-FILE.
001960     OPEN OUTPUT JOURNAL-RPT.
001965     OPEN EXTEND RUN-CONTROL-FILE.
001966     OPEN I-O PERIOD-CONTROL-FILE.
001967     IF WS-PCTL-STATUS = '35'
001968         OPEN OUTPUT PERIOD-CONTROL-FILE
001969         CLOSE PERIOD-CONTROL-FILE
001970         OPEN I-O PERIOD-CONTROL-FILE.
001971     IF WS-PCTL-STATUS NOT = '00'
001972         DISPLAY 'VARPOST - PERIOD CONTROL FILE '
001973             'UNAVAILABLE, STATUS ' WS-PCTL-STATUS
001974         SET FATAL-ERROR TO TRUE.
001975     PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
001980     CLOSE PARM-FILE.
001981     IF NOT FATAL-ERROR
001982         PERFORM 1200-CHECK-PERIOD THRU 1200-EXIT.
001990     IF FATAL-ERROR
002000         SET END-OF-FILE TO TRUE
002010         GO TO 1000-EXIT.
002011     OPEN OUTPUT DETAIL-FILE.
002012     SET DETAIL-FILE-OPEN TO TRUE.
002020     MOVE PC-RATE TO WS-EDIT-RATE.
002030     MOVE WS-EDIT-RATE TO H1-RATE.
002040     MOVE PC-EFF-DATE  TO H1-EFF-DATE.
002450         ELSE
002460             DISPLAY 'VARPOST - KEY TO NOT NUMERIC: '
002470                 PC-KEY-TO-X
002471             SET FATAL-ERROR TO TRUE
002472             GO TO 1100-EXIT.
002473     IF WS-KEY-FROM > WS-KEY-TO
002474         DISPLAY 'VARPOST - KEY RANGE FROM EXCEEDS TO'
002475         SET FATAL-ERROR TO TRUE.
002476 1100-EXIT.
002477     EXIT.
002478*------------------------------------------------------*
002479* 1200-CHECK-PERIOD READS EVERY POSTING ON FILE FOR    *
002480* THE CARD'S EFFECTIVE DATE.  ONE STILL STANDING       *
002481* (POSTED OR ONLY PARTLY REVERSED) WHOSE KEY RANGE     *
002482* OVERLAPS THIS RUN'S IS FATAL.  ALONG THE WAY IT     *
002483* FINDS THE HIGHEST SEQUENCE USED FOR THIS EFFECTIVE   *
002484* DATE AND KEY FROM, SO THIS RUN TAKES THE NEXT ONE.   *
002485*------------------------------------------------------*
002486 1200-CHECK-PERIOD.
002487     MOVE PC-EFF-DATE TO PCTL-EFF-DATE.
002488     MOVE ZERO        TO PCTL-KEY-FROM.
002489     MOVE ZERO        TO PCTL-SEQ.
002490     START PERIOD-CONTROL-FILE KEY NOT < PCTL-KEY
002491         INVALID KEY
002492             SET PCTL-SCAN-DONE TO TRUE.
002493     PERFORM 1210-CHECK-ONE-RUN THRU 1210-EXIT
002494         UNTIL PCTL-SCAN-DONE
002495         OR FATAL-ERROR.
002496     IF FATAL-ERROR
002497         GO TO 1200-EXIT.
002498     IF WS-POST-SEQ = 99
002499         DISPLAY 'VARPOST - 99 POSTINGS ALREADY ON FILE FOR '
002500             'THIS PERIOD AND KEY FROM'
002501         SET FATAL-ERROR TO TRUE
002502         GO TO 1200-EXIT.
002503     ADD 1 TO WS-POST-SEQ.
002504     DISPLAY 'VARPOST - POSTING . . . . . : ' PC-EFF-DATE
002505         ' ' WS-KEY-FROM ' ' WS-POST-SEQ.
002506 1200-EXIT.
002507     EXIT.
002508*------------------------------------------------------*
002509 1210-CHECK-ONE-RUN.
002510     READ PERIOD-CONTROL-FILE NEXT RECORD
002511         AT END
002512             SET PCTL-SCAN-DONE TO TRUE
002513             GO TO 1210-EXIT.
002514     IF PCTL-EFF-DATE NOT = PC-EFF-DATE
002515         SET PCTL-SCAN-DONE TO TRUE
002516         GO TO 1210-EXIT.
002517     IF PCTL-KEY-FROM = WS-KEY-FROM
002518         AND PCTL-SEQ > WS-POST-SEQ
002519         MOVE PCTL-SEQ TO WS-POST-SEQ.
002520     IF PCTL-REVERSED
002521         GO TO 1210-EXIT.
002522     IF PCTL-KEY-FROM NOT > WS-KEY-TO
002523         AND PCTL-KEY-TO NOT < WS-KEY-FROM
002524         DISPLAY 'VARPOST - PERIOD ' PC-EFF-DATE
002525             ' ALREADY POSTED FOR KEYS ' PCTL-KEY-FROM
002526             '-' PCTL-KEY-TO
002527         DISPLAY 'VARPOST - POSTED ' PCTL-POST-DATE
002528             ' ' PCTL-POST-TIME ' STATUS ' PCTL-STATUS
002529             ', RUN REFUSED'
002530         SET FATAL-ERROR TO TRUE.
002531 1210-EXIT.
002540     EXIT.
002550*------------------------------------------------------*
002560 2000-POST-ONE.
003050     MOVE 'REJECTED OVERFLOW' TO DL-STATUS.
003060     MOVE WS-DETAIL-LINE TO JOURNAL-LINE.
003070     WRITE JOURNAL-LINE.
003071     MOVE SPACES        TO POST-DETAIL-RECORD.
003072     MOVE 'R'           TO PDET-STATUS.
003073     MOVE ZERO          TO PDET-ADJUSTMENT.
003074     MOVE WS-OLD-AMOUNT TO PDET-NEW-AMOUNT.
003075     PERFORM 2360-WRITE-DETAIL THRU 2360-EXIT.
003080 2200-EXIT.
003090     EXIT.
003100*------------------------------------------------------*
003170     MOVE 'POSTED' TO DL-STATUS.
003180     MOVE WS-DETAIL-LINE TO JOURNAL-LINE.
003190     WRITE JOURNAL-LINE.
003191     MOVE SPACES        TO POST-DETAIL-RECORD.
003192     MOVE 'P'           TO PDET-STATUS.
003193     MOVE WS-ADJUSTMENT TO PDET-ADJUSTMENT.
003194     MOVE WS-NEW-AMOUNT TO PDET-NEW-AMOUNT.
003195     PERFORM 2360-WRITE-DETAIL THRU 2360-EXIT.
003200 2300-EXIT.
003210     EXIT.
003220*------------------------------------------------------*
003250     MOVE VK-KEY-ALPHA      TO DL-KEY.
003260     MOVE WS-OLD-AMOUNT     TO WS-EDIT-AMOUNT.
003270     MOVE WS-EDIT-AMOUNT    TO DL-OLD.
003271 2350-EXIT.
003272     EXIT.
003273*------------------------------------------------------*
003274* 2360-WRITE-DETAIL WRITES THE POSTDTL TWIN OF THE     *
003275* JOURNAL LINE JUST WRITTEN.  THE CALLER HAS SET THE   *
003276* STATUS, ADJUSTMENT AND NEW AMOUNT.                   *
003277*------------------------------------------------------*
003278 2360-WRITE-DETAIL.
003279     MOVE PC-EFF-DATE   TO PDET-EFF-DATE.
003280     MOVE WS-KEY-FROM   TO PDET-KEY-FROM.
003281     MOVE WS-POST-SEQ   TO PDET-SEQ.
003282     MOVE 'D'           TO PDET-REC-TYPE.
003283     MOVE VK-KEY-ALPHA  TO PDET-KEY.
003284     MOVE WS-OLD-AMOUNT TO PDET-OLD-AMOUNT.
003285     MOVE VARIABLES-GROUP-OCCURS-IN IN VARIABLES (1)
003286         TO PDET-CODE.
003287     WRITE POST-DETAIL-RECORD.
003288     ADD 1 TO WS-DETAIL-COUNT.
003289 2360-EXIT.
003290     EXIT.
003300*------------------------------------------------------*
003310* 2400-READ-MASTER READS THE NEXT VARIABLES RECORD,     *
003840         MOVE OUT-COMP3-HASH   TO TRLR-COMP3-HASH
003850         MOVE TRAILER-RECORD   TO POSTED-VARIABLES
003860         WRITE POSTED-VARIABLES
003870         SET OUT-TRAILER-SEALED TO TRUE
003871         PERFORM 3700-SEAL-DETAIL THRU 3700-EXIT
003872         PERFORM 3800-WRITE-PERIOD-CONTROL THRU 3800-EXIT.
003880     MOVE SPACES TO JOURNAL-LINE.
003890     WRITE JOURNAL-LINE.
003900     MOVE WS-RECORDS-READ   TO TL-READ.
004000     CLOSE POSTED-FILE.
004010     CLOSE JOURNAL-RPT.
004015     CLOSE RUN-CONTROL-FILE.
004016     IF DETAIL-FILE-OPEN
004017         CLOSE DETAIL-FILE.
004018     CLOSE PERIOD-CONTROL-FILE.
004020 3000-EXIT.
004021     EXIT.
004022*------------------------------------------------------*
004023* 3700-SEAL-DETAIL CLOSES POSTDTL WITH ITS COUNT AND   *
004024* TOTAL-ADJUSTMENT TRAILER.  THE TOTAL IS THE SAME SUM *
004025* AS THE JOURNAL'S TOTAL AMOUNT POSTED.                *
004026*------------------------------------------------------*
004027 3700-SEAL-DETAIL.
004028     MOVE SPACES          TO POST-DETAIL-RECORD.
004029     MOVE PC-EFF-DATE     TO PDET-EFF-DATE.
004030     MOVE WS-KEY-FROM     TO PDET-KEY-FROM.
004031     MOVE WS-POST-SEQ     TO PDET-SEQ.
004032     MOVE 'T'             TO PDET-REC-TYPE.
004033     MOVE WS-DETAIL-COUNT TO PDET-TRL-COUNT.
004034     MOVE WS-TOTAL-POSTED TO PDET-TRL-TOTAL.
004035     WRITE POST-DETAIL-RECORD.
004036 3700-EXIT.
004037     EXIT.
004038*------------------------------------------------------*
004039* 3800-WRITE-PERIOD-CONTROL RECORDS THE CLEAN RUN ON    *
004040* POSTCTL.  FAILING TO WRITE IT IS RETURN-CODE 16 -    *
004041* THE POSTED MASTER IS GOOD BUT THE PERIOD IS NOT      *
004042* PROTECTED AGAINST A RESUBMIT UNTIL SOMEONE LOOKS.    *
004043*------------------------------------------------------*
004044 3800-WRITE-PERIOD-CONTROL.
004045     MOVE SPACES            TO POST-CONTROL-RECORD.
004046     MOVE PC-EFF-DATE       TO PCTL-EFF-DATE.
004047     MOVE WS-KEY-FROM       TO PCTL-KEY-FROM.
004048     MOVE WS-POST-SEQ       TO PCTL-SEQ.
004049     MOVE WS-KEY-TO         TO PCTL-KEY-TO.
004050     MOVE PC-RATE           TO PCTL-RATE.
004051     MOVE 'P'               TO PCTL-STATUS.
004052     ACCEPT PCTL-POST-DATE FROM DATE YYYYMMDD.
004053     ACCEPT PCTL-POST-TIME FROM TIME.
004054     MOVE WS-RECORDS-READ   TO PCTL-RECORDS-READ.
004055     MOVE WS-RECORDS-POSTED TO PCTL-RECORDS-POSTED.
004056     MOVE WS-RECORDS-REJECT TO PCTL-RECORDS-REJECT.
004057     MOVE WS-TOTAL-POSTED   TO PCTL-TOTAL-POSTED.
004058     MOVE ZERO              TO PCTL-REV-DATE.
004059     MOVE ZERO              TO PCTL-REV-TIME.
004060     MOVE ZERO              TO PCTL-RECORDS-REVERSED.
004061     MOVE ZERO              TO PCTL-RECORDS-REFUSED.
004062     MOVE ZERO              TO PCTL-TOTAL-REVERSED.
004063     WRITE POST-CONTROL-RECORD
004064         INVALID KEY
004065             DISPLAY 'VARPOST - PERIOD CONTROL WRITE FAILED, '
004066                 'STATUS ' WS-PCTL-STATUS
004067             SET FATAL-ERROR TO TRUE.
004068 3800-EXIT.
004069     EXIT.
004070*------------------------------------------------------*
004071* 3900-WRITE-RUN-CONTROL APPENDS THIS RUN'S COUNTS AND  *
004072* INBOUND TRAILER HASH TOTALS TO THE COMMON RUN-CONTROL *
004073* FILE FOR RUNBAL'S END-OF-DAY CROSS-FOOT.  RECORDS     *
004080* OUTSIDE THE KEY RANGE ARE READ BUT NEITHER POSTED NOR *
004090* REJECTED, SO READ DOES NOT CROSS-FOOT TO OUT PLUS     *
004100* REJECT HERE - RUNBAL KNOWS NOT TO APPLY THAT CHECK    *
004130 3900-WRITE-RUN-CONTROL.
004140     MOVE SPACES            TO RUN-CONTROL-RECORD.
004150     MOVE 'VARPOST '        TO RUNC-PROGRAM.
004160     MOVE CYCG-BUS-DATE     TO RUNC-RUN-DATE.
004170     ACCEPT RUNC-RUN-TIME FROM TIME.
004180     MOVE WS-RECORDS-READ   TO RUNC-IN-COUNT.
004190     MOVE WS-RECORDS-POSTED TO RUNC-OUT-COUNT.
004230     WRITE RUN-CONTROL-RECORD.
004240 3900-EXIT.
004250     EXIT.
004260*------------------------------------------------------*
004270* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
004280* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
004290* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
004300* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
004310*------------------------------------------------------*
004320 9800-CYCLE-START.
004330     MOVE 'VARPOST' TO CYCG-PROGRAM.
004340     SET CYCG-START TO TRUE.
004350     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004360     IF CYCG-CLEARED
004370         GO TO 9800-EXIT.
004380     IF CYCG-BLOCKED
004390         MOVE 12 TO RETURN-CODE
004400     ELSE
004410         MOVE 16 TO RETURN-CODE.
004420     STOP RUN.
004430 9800-EXIT.
004440     EXIT.
004450*------------------------------------------------------*
004460* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
004470* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
004480* BACK AFTERWARDS.                                      *
004490*------------------------------------------------------*
004500 9900-CYCLE-END.
004510     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
004520     SET CYCG-END TO TRUE.
004530     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004540     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
004550 9900-EXIT.
004560     EXIT.
