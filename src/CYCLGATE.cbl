000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CYCLGATE.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - BATCH CYCLE GATE   *
000120*                  CALLED BY EVERY BATCH PROGRAM AT     *
000130*                  START AND END OF RUN.                *
000140*  2026-10-15  DCP LIMTRPT SCHEDULED AFTER VALLOAD, AND *
000150*                  AFTER VARARCH IF IT RAN, SO THE      *
000160*                  BREACH AGES SEE TONIGHT'S SNAPSHOT.  *
000170*  2026-10-15  DCP BUSINESS DATE TAKEN FROM THE CYCLE-  *
000180*                  OPEN RECORD, NOT THE CLOCK, SO A     *
000190*                  CHAIN PAST MIDNIGHT STAYS IN ITS     *
000200*                  CYCLE; DAY PROGRAMS (RULE D) OPEN    *
000210*                  THE NEXT ONE.  THE ONCE RULE TESTS   *
000220*                  THE PROGRAM'S OWN STATUS.            *
000221*  2026-10-15  DCP VARUNLD OPENS THE NEXT CYCLE; DAY    *
000222*                  PROGRAMS RUN AHEAD IN IT.  THE END   *
000223*                  CALL KEEPS THE START CALL'S CYCLE.   *
000230*------------------------------------------------------*
000240*
000250* PURPOSE.
000260*   RUNBAL ONLY TELLS US THE NEXT MORNING THAT THE NIGHT
000270*   WENT WRONG.  THIS SUBPROGRAM STOPS A PROGRAM RUNNING
000280*   OUT OF ORDER IN THE FIRST PLACE.  EVERY BATCH PROGRAM
000290*   CALLS IT (CYCLPARM.CPY) BEFORE OPENING ANY DATA FILE
000300*   AND AGAIN JUST BEFORE STOP RUN, AND IT KEEPS ONE
000310*   CYCLSTAT RECORD (CYCLREC.CPY) PER PROGRAM PER
000320*   BUSINESS DATE.  THE BUSINESS DATE IS THE OPEN CYCLE
000330*   ON THE CYCLE-OPEN RECORD (CYCLREC.CPY), RETURNED IN
000340*   CYCG-BUS-DATE FOR THE CALLER TO STAMP RUNCTL WITH.
000350*   IT IS NOT THE CLOCK: A NIGHT CHAIN THAT RUNS PAST
000360*   MIDNIGHT FINISHES IN THE CYCLE IT STARTED IN.  THE
000370*   CYCLE MOVES ON WHEN THE FIRST NIGHT STEP, VARUNLD,
000380*   STARTS ON A LATER CALENDAR DATE THAN THE OPEN CYCLE
000390*   AND THAT CYCLE'S VARUNLD HAS COMPLETED - VARUNLD
000400*   OPENS THE NEW CYCLE AT THE CLOCK DATE, SO A DAY WITH
000410*   NO MASTER MAINTENANCE STILL GETS ITS OWN NIGHT.  A
000420*   DAY PROGRAM (RULE 'D') STARTED ONCE THE OPEN CYCLE
000430*   HAS BEEN UNLOADED AND THE CALENDAR HAS MOVED ON
000440*   RUNS AHEAD IN THE NEXT CYCLE, AT THE CLOCK DATE, SO
000450*   THAT NIGHT'S VARUNLD SEES IT AS THE DAY'S WORK.
000451*   VARUNLD MUST THEREFORE BE STARTED BEFORE MIDNIGHT.
000452*   AN OPERATOR CAN ALSO OPEN A CYCLE ON CYCLMNT, AND
000453*   THE FIRST CALL EVER OPENS ONE FROM THE CLOCK.  EVERY
000454*   OPENING IS LOGGED TO CYCLLOG.  THE END CALL RECORDS
000455*   THE RUN IN THE CYCLE ITS START CALL RETURNED IN
000456*   CYCG-BUS-DATE, WHATEVER HAS OPENED SINCE.
000460*
000470*   START.  THE SCHEDULE BELOW LISTS, FOR EACH PROGRAM
000480*   THAT HAS ANY, ITS RULES FOR THE SAME DATE:
000490*     'R' - REQUIRED: THE PREDECESSOR MUST HAVE RUN AND
000500*           COMPLETED CLEANLY (STATUS 'C')
000510*     'I' - IF RUN: THE PREDECESSOR NEED NOT RUN, BUT IF
000520*           IT STARTED IT MUST NOT BE LEFT RUNNING,
000530*           ABENDED OR FAILED (STATUS 'S' OR 'F') - A
000540*           VARBATCH RESTART STILL PENDING, SAY
000550*     'O' - ONCE: THE PROGRAM ITSELF MAY NOT RUN AGAIN
000560*           AFTER COMPLETING CLEANLY IN THE CYCLE - AN
000570*           EXTRACT MUST NOT SHIP THE SAME FILE TWICE
000580*     'D' - DAY PROGRAM: MAY RUN AHEAD IN THE NEXT
000590*           CYCLE, AS ABOVE; IT PLACES NO CONDITION ON
000591*           THE RUN
000600*   A PROGRAM NOT ON THE SCHEDULE IS ALWAYS CLEARED AND
000610*   ITS RUN STILL RECORDED.  A PROGRAM'S OWN STATUS 'S'
000620*   DOES NOT REFUSE IT - THAT IS THE RESTART.
000630*   A REFUSED START IS LEFT ON THE RECORD WITH ITS
000640*   REASON AND RETURNED AS BLOCKED; THE CALLER ENDS WITH
000650*   RETURN-CODE 12 BEFORE OPENING ANYTHING.  WHEN AN
000660*   OPERATOR HAS GRANTED AN OVERRIDE ON CYCLMNT FOR THE
000670*   PROGRAM AND DATE, THE REFUSAL IS SET ASIDE ONCE, THE
000680*   OVERRIDE IS MARKED USED AND THE USE IS LOGGED TO
000690*   CYCLLOG (CLOGREC.CPY) WITH THE REFUSAL IT SET ASIDE.
000700*
000710*   END.  THE RETURN CODE IS RECORDED: UNDER 8 IS
000720*   COMPLETE, 8 IS EXCEPTIONS, 16 OR OVER IS FAILED.
000730*
000740*   CYCLSTAT THAT CANNOT BE OPENED OR UPDATED RETURNS
000750*   UNAVAILABLE AND THE CALLER ENDS WITH RETURN-CODE
000760*   16.  ON THE FIRST EVER RUN THE FILE IS CREATED
000770*   (FILE STATUS 35 ON THE I-O OPEN).  THE FILE IS
000780*   OPENED AND CLOSED ON EVERY CALL SO NO BATCH PROGRAM
000790*   HOLDS IT WHILE IT RUNS.
000800*------------------------------------------------------*
000810 ENVIRONMENT DIVISION.
000820 CONFIGURATION SECTION.
000830 SOURCE-COMPUTER. IBM-370.
000840 OBJECT-COMPUTER. IBM-370.
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT CYCLE-FILE     ASSIGN TO CYCLSTAT
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS CYCL-KEY
000910         FILE STATUS IS WS-CYCL-STATUS.
000920     SELECT CYCLE-LOG-FILE ASSIGN TO CYCLLOG
000930         ORGANIZATION IS SEQUENTIAL.
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  CYCLE-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY "CYCLREC.cpy".
000990 FD  CYCLE-LOG-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY "CLOGREC.cpy".
001030 WORKING-STORAGE SECTION.
001040 01  WS-CYCL-STATUS         PIC X(02).
001050 01  WS-SWITCHES.
001060     05 WS-OWN-FOUND-SW     PIC X(01).
001070        88 OWN-RECORD-FOUND VALUE 'Y'.
001080     05 WS-DAY-PROGRAM-SW   PIC X(01).
001090        88 CALLER-IS-DAY-PROGRAM VALUE 'Y'.
001100 01  WS-OWN-STATUS          PIC X(01).
001110     88 OWN-COMPLETE        VALUE 'C'.
001120 01  WS-RUN-DATE            PIC 9(08).
001130 01  WS-TODAY-DATE          PIC 9(08).
001140 01  WS-RUN-TIME            PIC 9(08).
001150 01  WS-BLOCK-REASON        PIC X(30).
001160 01  WS-OWN-RECORD          PIC X(120).
001170 01  WS-SUB                 PIC 9(02) COMP.
001180*------------------------------------------------------*
001190* THE CYCLE SCHEDULE: PROGRAM, PREDECESSOR, RULE.  THE  *
001200* NIGHTLY CHAIN IS VARUNLD, VALLOAD, THEN VARKSDS,      *
001210* VARARCH AND VAREXTR (SEE RUNBAL); THE DAY'S MASTER    *
001220* MAINTENANCE MUST HAVE SETTLED BEFORE VARUNLD TAKES    *
001230* ITS COPY.  RUNBAL HAS NO ENTRY - IT REPORTS A MISSING *
001240* OR FAILED RUN ITSELF AND MUST NOT BE STOPPED BY ONE.  *
001250* VARUNLD OPENS EACH NEW CYCLE.  THE D ENTRIES ARE THE  *
001251* DAY PROGRAMS, WHICH RUN AHEAD IN THE NEXT CYCLE ONCE  *
001252* THE OPEN ONE HAS BEEN UNLOADED, SO THAT VARUNLD'S IF- *
001253* RUN RULES FIND THEM UNDER THE DATE IT OPENS.          *
001260*------------------------------------------------------*
001270 01  WS-SCHEDULE-VALUES.
001280     05 FILLER              PIC X(17) VALUE
001290        'VARUNLD VARBATCHI'.
001300     05 FILLER              PIC X(17) VALUE
001310        'VARUNLD VARIMPRTI'.
001320     05 FILLER              PIC X(17) VALUE
001330        'VARUNLD VARSWEEPI'.
001340     05 FILLER              PIC X(17) VALUE
001350        'VARUNLD VARREST I'.
001360     05 FILLER              PIC X(17) VALUE
001370        'VALLOAD VARUNLD R'.
001380     05 FILLER              PIC X(17) VALUE
001390        'VARKSDS VALLOAD R'.
001400     05 FILLER              PIC X(17) VALUE
001410        'VARARCH VALLOAD R'.
001420     05 FILLER              PIC X(17) VALUE
001430        'VAREXTR VALLOAD R'.
001440     05 FILLER              PIC X(17) VALUE
001450        'VAREXTR         O'.
001460     05 FILLER              PIC X(17) VALUE
001470        'VARDELTAVALLOAD R'.
001480     05 FILLER              PIC X(17) VALUE
001490        'VARDELTA        O'.
001500     05 FILLER              PIC X(17) VALUE
001510        'VARPOST VALLOAD R'.
001520     05 FILLER              PIC X(17) VALUE
001530        'VARPURGEVALLOAD R'.
001540     05 FILLER              PIC X(17) VALUE
001550        'VARPURGEVARBATCHI'.
001560     05 FILLER              PIC X(17) VALUE
001570        'VARPURGEVARIMPRTI'.
001580     05 FILLER              PIC X(17) VALUE
001590        'VARPURGEVARPOST I'.
001600     05 FILLER              PIC X(17) VALUE
001610        'VARREVRSVARPOST I'.
001620     05 FILLER              PIC X(17) VALUE
001630        'GLFEED  VARPOST I'.
001640     05 FILLER              PIC X(17) VALUE
001650        'GLFEED  VARREVRSI'.
001660     05 FILLER              PIC X(17) VALUE
001670        'GLFEED          O'.
001680     05 FILLER              PIC X(17) VALUE
001690        'VARPROOFVARARCH R'.
001700     05 FILLER              PIC X(17) VALUE
001710        'VARHCONDVARARCH I'.
001720     05 FILLER              PIC X(17) VALUE
001730        'VARMOVE VARARCH I'.
001740     05 FILLER              PIC X(17) VALUE
001750        'VARSTMT VARARCH I'.
001760     05 FILLER              PIC X(17) VALUE
001770        'LIMTRPT VALLOAD R'.
001780     05 FILLER              PIC X(17) VALUE
001790        'LIMTRPT VARARCH I'.
001800     05 FILLER              PIC X(17) VALUE
001810        'VARBATCH        D'.
001820     05 FILLER              PIC X(17) VALUE
001830        'VARIMPRT        D'.
001840     05 FILLER              PIC X(17) VALUE
001850        'VARSWEEP        D'.
001860     05 FILLER              PIC X(17) VALUE
001870        'VARREST         D'.
001880 01  WS-SCHEDULE-TABLE REDEFINES WS-SCHEDULE-VALUES.
001890     05 WS-SCHED-ENTRY OCCURS 30 TIMES.
001900        10 WS-SCHED-PROGRAM PIC X(08).
001910        10 WS-SCHED-PRED    PIC X(08).
001920        10 WS-SCHED-RULE    PIC X(01).
001930           88 SCHED-REQUIRED VALUE 'R'.
001940           88 SCHED-IF-RUN  VALUE 'I'.
001950           88 SCHED-ONCE    VALUE 'O'.
001960           88 SCHED-DAY     VALUE 'D'.
001970 01  WS-SCHED-COUNT         PIC 9(02) COMP VALUE 30.
001980 LINKAGE SECTION.
001990     COPY "CYCLPARM.cpy".
002000 PROCEDURE DIVISION USING CYCLE-GATE-PARMS.
002010 0000-MAINLINE.
002020     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002030     ACCEPT WS-RUN-TIME FROM TIME.
002040     SET CYCG-CLEARED TO TRUE.
002050     PERFORM 1000-OPEN-CYCLE THRU 1000-EXIT.
002060     IF CYCG-UNAVAILABLE
002070         GOBACK.
002080     PERFORM 1100-GET-BUS-DATE THRU 1100-EXIT.
002090     IF CYCG-UNAVAILABLE
002100         CLOSE CYCLE-FILE
002110         GOBACK.
002120     MOVE WS-RUN-DATE TO CYCG-BUS-DATE.
002130     IF CYCG-START
002140         PERFORM 2000-START-RUN THRU 2000-EXIT
002150     ELSE
002160         PERFORM 3000-END-RUN   THRU 3000-EXIT.
002170     CLOSE CYCLE-FILE.
002180     GOBACK.
002190*------------------------------------------------------*
002200 1000-OPEN-CYCLE.
002210     OPEN I-O CYCLE-FILE.
002220     IF WS-CYCL-STATUS = '35'
002230         OPEN OUTPUT CYCLE-FILE
002240         CLOSE CYCLE-FILE
002250         OPEN I-O CYCLE-FILE.
002260     IF WS-CYCL-STATUS NOT = '00'
002270         DISPLAY 'CYCLGATE - CYCLE STATUS FILE '
002280             'UNAVAILABLE, STATUS ' WS-CYCL-STATUS
002290             ' - ' CYCG-PROGRAM
002300         SET CYCG-UNAVAILABLE TO TRUE.
002310 1000-EXIT.
002320     EXIT.
002330*------------------------------------------------------*
002340* 1100-GET-BUS-DATE SETS WS-RUN-DATE TO THE CYCLE THE   *
002350* CALL BELONGS TO.  THAT IS THE OPEN CYCLE ON THE       *
002360* CYCLE-OPEN RECORD, EXCEPT THAT ONCE THE OPEN CYCLE'S  *
002370* VARUNLD HAS COMPLETED AND THE CALENDAR HAS MOVED ON,  *
002380* VARUNLD OPENS A NEW CYCLE AT THE CLOCK DATE AND A DAY *
002381* PROGRAM RUNS AHEAD AT THE CLOCK DATE.  AN END CALL    *
002382* TAKES THE CYCLE ITS START CALL RETURNED.  WITH NO     *
002383* CYCLE-OPEN RECORD YET ONE IS OPENED FROM THE CLOCK.   *
002390*------------------------------------------------------*
002400 1100-GET-BUS-DATE.
002410     MOVE ZERO           TO CYCO-KEY-DATE.
002420     SET CYCO-CONTROL-ID TO TRUE.
002430     READ CYCLE-FILE
002440         INVALID KEY
002450             MOVE ZERO   TO WS-RUN-DATE
002460             PERFORM 1200-OPEN-NEW-CYCLE THRU 1200-EXIT
002470             GO TO 1100-EXIT.
002480     MOVE CYCO-BUS-DATE  TO WS-RUN-DATE.
002490     IF CYCG-END
002491         IF CYCG-BUS-DATE NUMERIC
002492            AND CYCG-BUS-DATE NOT = ZERO
002493             MOVE CYCG-BUS-DATE TO WS-RUN-DATE
002494         END-IF
002495         GO TO 1100-EXIT.
002500     IF WS-TODAY-DATE NOT > WS-RUN-DATE
002510         GO TO 1100-EXIT.
002520     MOVE 'N' TO WS-DAY-PROGRAM-SW.
002521     IF CYCG-PROGRAM NOT = 'VARUNLD'
002530         PERFORM 1150-CHECK-DAY-PROGRAM THRU 1150-EXIT
002540             VARYING WS-SUB FROM 1 BY 1
002550             UNTIL WS-SUB > WS-SCHED-COUNT
002560                OR CALLER-IS-DAY-PROGRAM
002570         IF NOT CALLER-IS-DAY-PROGRAM
002580             GO TO 1100-EXIT.
002590     MOVE WS-RUN-DATE    TO CYCL-BUS-DATE.
002600     MOVE 'VARUNLD'      TO CYCL-PROGRAM.
002610     READ CYCLE-FILE
002620         INVALID KEY
002630             GO TO 1100-EXIT.
002640     IF NOT CYCL-COMPLETE
002650         GO TO 1100-EXIT.
002651     IF CALLER-IS-DAY-PROGRAM
002652         DISPLAY 'CYCLGATE - ' CYCG-PROGRAM ' RUNS AHEAD IN '
002653             'CYCLE ' WS-TODAY-DATE ', OPEN CYCLE '
002654             WS-RUN-DATE ' UNLOADED'
002655         MOVE WS-TODAY-DATE TO WS-RUN-DATE
002656         GO TO 1100-EXIT.
002660     PERFORM 1200-OPEN-NEW-CYCLE THRU 1200-EXIT.
002670 1100-EXIT.
002680     EXIT.
002690*------------------------------------------------------*
002700 1150-CHECK-DAY-PROGRAM.
002710     IF WS-SCHED-PROGRAM (WS-SUB) = CYCG-PROGRAM
002720         AND SCHED-DAY (WS-SUB)
002730         SET CALLER-IS-DAY-PROGRAM TO TRUE.
002740 1150-EXIT.
002750     EXIT.
002760*------------------------------------------------------*
002770* 1200-OPEN-NEW-CYCLE MAKES THE CLOCK DATE THE OPEN     *
002780* CYCLE.  WS-RUN-DATE COMES IN AS THE CYCLE IT REPLACES *
002790* (ZERO WHEN THERE WAS NONE) AND GOES OUT AS THE NEW    *
002800* ONE.                                                  *
002810*------------------------------------------------------*
002820 1200-OPEN-NEW-CYCLE.
002830     MOVE SPACES         TO CYCLE-OPEN-RECORD.
002840     MOVE ZERO           TO CYCO-KEY-DATE.
002850     SET CYCO-CONTROL-ID TO TRUE.
002860     MOVE WS-TODAY-DATE  TO CYCO-BUS-DATE.
002870     MOVE WS-RUN-DATE    TO CYCO-PRIOR-DATE.
002880     MOVE CYCG-PROGRAM   TO CYCO-OPENED-BY.
002890     MOVE WS-TODAY-DATE  TO CYCO-OPEN-DATE.
002900     MOVE WS-RUN-TIME    TO CYCO-OPEN-TIME.
002910     IF WS-RUN-DATE = ZERO
002920         WRITE CYCLE-OPEN-RECORD
002930     ELSE
002940         REWRITE CYCLE-OPEN-RECORD.
002950     IF WS-CYCL-STATUS NOT = '00'
002960         DISPLAY 'CYCLGATE - CYCLE OPEN FAILED, STATUS '
002970             WS-CYCL-STATUS ' - ' CYCG-PROGRAM
002980         SET CYCG-UNAVAILABLE TO TRUE
002990         GO TO 1200-EXIT.
003000     MOVE SPACES         TO CYCLE-LOG-RECORD.
003010     MOVE WS-TODAY-DATE  TO CLOG-BUS-DATE.
003020     MOVE CYCG-PROGRAM   TO CLOG-PROGRAM.
003030     SET CLOG-OPENED     TO TRUE.
003040     MOVE WS-TODAY-DATE  TO CLOG-LOG-DATE.
003050     MOVE WS-RUN-TIME    TO CLOG-LOG-TIME.
003060     MOVE 'CYCLE OPENED BY VARUNLD' TO CLOG-REASON.
003070     OPEN EXTEND CYCLE-LOG-FILE.
003080     WRITE CYCLE-LOG-RECORD.
003090     CLOSE CYCLE-LOG-FILE.
003100     DISPLAY 'CYCLGATE - CYCLE ' WS-TODAY-DATE ' OPENED BY '
003110         CYCG-PROGRAM ', PRIOR CYCLE ' WS-RUN-DATE.
003120     MOVE WS-TODAY-DATE  TO WS-RUN-DATE.
003130 1200-EXIT.
003140     EXIT.
003150*------------------------------------------------------*
003160* 2000-START-RUN READS THE PROGRAM'S OWN RECORD, HOLDS  *
003170* IT ASIDE WHILE THE PREDECESSORS ARE READ INTO THE     *
003180* SAME RECORD AREA, THEN WRITES IT BACK AS STARTED OR   *
003190* AS REFUSED.                                          *
003200*------------------------------------------------------*
003210 2000-START-RUN.
003220     MOVE 'N'            TO WS-OWN-FOUND-SW.
003230     MOVE SPACES         TO WS-BLOCK-REASON.
003240     MOVE WS-RUN-DATE    TO CYCL-BUS-DATE.
003250     MOVE CYCG-PROGRAM   TO CYCL-PROGRAM.
003260     READ CYCLE-FILE
003270         INVALID KEY
003280             MOVE SPACES       TO CYCLE-STATUS-RECORD
003290             MOVE WS-RUN-DATE  TO CYCL-BUS-DATE
003300             MOVE CYCG-PROGRAM TO CYCL-PROGRAM
003310             MOVE ZERO         TO CYCL-RUN-COUNT
003320             MOVE ZERO         TO CYCL-START-DATE
003330             MOVE ZERO         TO CYCL-START-TIME
003340             MOVE ZERO         TO CYCL-END-DATE
003350             MOVE ZERO         TO CYCL-END-TIME
003360             MOVE ZERO         TO CYCL-RETURN-CODE
003370             MOVE ZERO         TO CYCL-OVERRIDE-DATE
003380             MOVE ZERO         TO CYCL-OVERRIDE-TIME
003390             GO TO 2000-CHECK.
003400     SET OWN-RECORD-FOUND TO TRUE.
003410 2000-CHECK.
003420     MOVE CYCLE-STATUS-RECORD TO WS-OWN-RECORD.
003430     MOVE CYCL-STATUS         TO WS-OWN-STATUS.
003440     PERFORM 2100-CHECK-ENTRY THRU 2100-EXIT
003450         VARYING WS-SUB FROM 1 BY 1
003460         UNTIL WS-SUB > WS-SCHED-COUNT
003470            OR WS-BLOCK-REASON NOT = SPACES.
003480     MOVE WS-OWN-RECORD TO CYCLE-STATUS-RECORD.
003490     IF WS-BLOCK-REASON NOT = SPACES
003500         IF CYCL-OVERRIDE-OPEN
003510             PERFORM 2300-USE-OVERRIDE THRU 2300-EXIT
003520         ELSE
003530             PERFORM 2200-REFUSE-RUN THRU 2200-EXIT
003540             GO TO 2000-EXIT.
003550     SET CYCL-STARTED    TO TRUE.
003560     ADD 1               TO CYCL-RUN-COUNT.
003570     MOVE WS-TODAY-DATE  TO CYCL-START-DATE.
003580     MOVE WS-RUN-TIME    TO CYCL-START-TIME.
003590     MOVE ZERO           TO CYCL-END-DATE.
003600     MOVE ZERO           TO CYCL-END-TIME.
003610     MOVE ZERO           TO CYCL-RETURN-CODE.
003620     MOVE SPACES         TO CYCL-BLOCK-REASON.
003630     PERFORM 2900-PUT-RECORD THRU 2900-EXIT.
003640 2000-EXIT.
003650     EXIT.
003660*------------------------------------------------------*
003670* 2100-CHECK-ENTRY APPLIES ONE SCHEDULE RULE BELONGING  *
003680* TO THE CALLING PROGRAM, LEAVING WS-BLOCK-REASON SET   *
003690* WHEN THE RULE REFUSES THE RUN.  THE ONCE RULE TESTS   *
003700* WS-OWN-STATUS, TAKEN BEFORE ANY PREDECESSOR WAS READ  *
003710* OVER THE RECORD AREA.  A DAY ENTRY IS NOT A RULE.    *
003720*------------------------------------------------------*
003730 2100-CHECK-ENTRY.
003740     IF WS-SCHED-PROGRAM (WS-SUB) NOT = CYCG-PROGRAM
003750         GO TO 2100-EXIT.
003760     IF SCHED-DAY (WS-SUB)
003770         GO TO 2100-EXIT.
003780     IF SCHED-ONCE (WS-SUB)
003790         IF OWN-RECORD-FOUND
003800            AND OWN-COMPLETE
003810             MOVE 'ALREADY COMPLETE THIS CYCLE'
003820                 TO WS-BLOCK-REASON
003830         END-IF
003840         GO TO 2100-EXIT.
003850     MOVE WS-RUN-DATE              TO CYCL-BUS-DATE.
003860     MOVE WS-SCHED-PRED (WS-SUB)   TO CYCL-PROGRAM.
003870     READ CYCLE-FILE
003880         INVALID KEY
003890             IF SCHED-REQUIRED (WS-SUB)
003900                 STRING WS-SCHED-PRED (WS-SUB)
003910                     DELIMITED BY SPACE
003920                     ' NOT RUN THIS CYCLE'
003930                     DELIMITED BY SIZE
003940                     INTO WS-BLOCK-REASON
003950             END-IF
003960             GO TO 2100-EXIT.
003970     IF SCHED-REQUIRED (WS-SUB)
003980         AND NOT CYCL-COMPLETE
003990         STRING WS-SCHED-PRED (WS-SUB) DELIMITED BY SPACE
004000             ' NOT COMPLETE, STATUS ' DELIMITED BY SIZE
004010             CYCL-STATUS DELIMITED BY SIZE
004020             INTO WS-BLOCK-REASON
004030         GO TO 2100-EXIT.
004040     IF SCHED-IF-RUN (WS-SUB)
004050         AND (CYCL-STARTED OR CYCL-FAILED)
004060         STRING WS-SCHED-PRED (WS-SUB) DELIMITED BY SPACE
004070             ' PENDING, STATUS ' DELIMITED BY SIZE
004080             CYCL-STATUS DELIMITED BY SIZE
004090             INTO WS-BLOCK-REASON.
004100 2100-EXIT.
004110     EXIT.
004120*------------------------------------------------------*
004130* 2200-REFUSE-RUN LEAVES THE REFUSAL ON THE PROGRAM'S   *
004140* RECORD.  A PROGRAM THAT HAD NOT RUN IS MARKED 'B'; ONE *
004150* THAT HAD KEEPS ITS STATUS SO ITS SUCCESSORS STILL SEE  *
004160* HOW IT ENDED.                                        *
004170*------------------------------------------------------*
004180 2200-REFUSE-RUN.
004190     IF NOT OWN-RECORD-FOUND
004200         OR CYCL-NOT-RUN
004210         SET CYCL-REFUSED TO TRUE.
004220     MOVE WS-BLOCK-REASON TO CYCL-BLOCK-REASON.
004230     PERFORM 2900-PUT-RECORD THRU 2900-EXIT.
004240     IF NOT CYCG-UNAVAILABLE
004250         SET CYCG-BLOCKED TO TRUE.
004260     DISPLAY 'CYCLGATE - ' CYCG-PROGRAM ' REFUSED FOR CYCLE '
004270         WS-RUN-DATE ': ' WS-BLOCK-REASON.
004280 2200-EXIT.
004290     EXIT.
004300*------------------------------------------------------*
004310* 2300-USE-OVERRIDE SETS THE REFUSAL ASIDE ON THE       *
004320* STRENGTH OF AN OPEN OVERRIDE, ONCE, AND LOGS IT.      *
004330*------------------------------------------------------*
004340 2300-USE-OVERRIDE.
004350     SET CYCL-OVERRIDE-USED TO TRUE.
004360     MOVE SPACES             TO CYCLE-LOG-RECORD.
004370     MOVE WS-RUN-DATE        TO CLOG-BUS-DATE.
004380     MOVE CYCG-PROGRAM       TO CLOG-PROGRAM.
004390     SET CLOG-USED           TO TRUE.
004400     MOVE CYCL-OVERRIDE-USER TO CLOG-USER-ID.
004410     MOVE WS-TODAY-DATE      TO CLOG-LOG-DATE.
004420     MOVE WS-RUN-TIME        TO CLOG-LOG-TIME.
004430     MOVE 'OVERRIDE USED BY BATCH RUN' TO CLOG-REASON.
004440     MOVE WS-BLOCK-REASON    TO CLOG-BLOCK-REASON.
004450     OPEN EXTEND CYCLE-LOG-FILE.
004460     WRITE CYCLE-LOG-RECORD.
004470     CLOSE CYCLE-LOG-FILE.
004480     DISPLAY 'CYCLGATE - ' CYCG-PROGRAM ' OVERRIDE USED, '
004490         'GRANTED BY ' CYCL-OVERRIDE-USER ': '
004500         WS-BLOCK-REASON.
004510 2300-EXIT.
004520     EXIT.
004530*------------------------------------------------------*
004540 2900-PUT-RECORD.
004550     IF OWN-RECORD-FOUND
004560         REWRITE CYCLE-STATUS-RECORD
004570     ELSE
004580         WRITE CYCLE-STATUS-RECORD.
004590     IF WS-CYCL-STATUS NOT = '00'
004600         DISPLAY 'CYCLGATE - CYCLE STATUS UPDATE FAILED, '
004610             'STATUS ' WS-CYCL-STATUS ' - ' CYCG-PROGRAM
004620         SET CYCG-UNAVAILABLE TO TRUE.
004630 2900-EXIT.
004640     EXIT.
004650*------------------------------------------------------*
004660* 3000-END-RUN RECORDS HOW THE RUN ENDED.  A RECORD NOT *
004670* ON FILE MEANS THE START CALL NEVER HAPPENED, WHICH IS *
004680* RECORDED AS IT STANDS RATHER THAN LOST.              *
004690*------------------------------------------------------*
004700 3000-END-RUN.
004710     MOVE 'N'            TO WS-OWN-FOUND-SW.
004720     MOVE WS-RUN-DATE    TO CYCL-BUS-DATE.
004730     MOVE CYCG-PROGRAM   TO CYCL-PROGRAM.
004740     READ CYCLE-FILE
004750         INVALID KEY
004760             MOVE SPACES       TO CYCLE-STATUS-RECORD
004770             MOVE WS-RUN-DATE  TO CYCL-BUS-DATE
004780             MOVE CYCG-PROGRAM TO CYCL-PROGRAM
004790             MOVE 1            TO CYCL-RUN-COUNT
004800             MOVE ZERO         TO CYCL-START-DATE
004810             MOVE ZERO         TO CYCL-START-TIME
004820             MOVE ZERO         TO CYCL-OVERRIDE-DATE
004830             MOVE ZERO         TO CYCL-OVERRIDE-TIME
004840             GO TO 3000-UPDATE.
004850     SET OWN-RECORD-FOUND TO TRUE.
004860 3000-UPDATE.
004870     MOVE WS-TODAY-DATE    TO CYCL-END-DATE.
004880     MOVE WS-RUN-TIME      TO CYCL-END-TIME.
004890     MOVE CYCG-RETURN-CODE TO CYCL-RETURN-CODE.
004900     IF CYCG-RETURN-CODE NOT < 16
004910         SET CYCL-FAILED TO TRUE
004920     ELSE
004930         IF CYCG-RETURN-CODE NOT < 8
004940             SET CYCL-EXCEPTIONS TO TRUE
004950         ELSE
004960             SET CYCL-COMPLETE TO TRUE.
004970     PERFORM 2900-PUT-RECORD THRU 2900-EXIT.
004980 3000-EXIT.
004990     EXIT.
