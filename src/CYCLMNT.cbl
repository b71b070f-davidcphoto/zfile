000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CYCLMNT.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - ONLINE INQUIRY OF  *
000120*                  THE BATCH CYCLE STATUS AND THE       *
000130*                  LOGGED OPERATOR OVERRIDE FOR RERUNS, *
000140*                  IN THE CODEMNT SCREEN STYLE.         *
000150*  2026-10-15  DCP C OPENS A BUSINESS DATE ON THE CYCLE-*
000160*                  OPEN RECORD; DATE ZERO NOW MEANS THE *
000170*                  OPEN CYCLE RATHER THAN THE CLOCK.    *
000171*  2026-10-15  DCP CYCLSTAT AND CYCLLOG OPENS CHECKED - *
000172*                  RC 16 WHEN EITHER IS UNAVAILABLE.    *
000180*------------------------------------------------------*
000190*
000200* PURPOSE.
000210*   THE OPERATOR'S VIEW OF THE CYCLSTAT KSDS
000220*   (CYCLREC.CPY) THAT CYCLGATE KEEPS FOR EVERY BATCH
000230*   PROGRAM IN THE SUITE.
000240*     I - INQUIRE: ONE LINE PER PROGRAM RECORDED FOR THE
000250*         BUSINESS DATE (ZERO = THE OPEN CYCLE ON THE
000260*         CYCLE-OPEN RECORD, CYCLREC.CPY) - STATUS,
000270*         RUNS, START AND END TIMES,
000280*         RETURN CODE, OVERRIDE AND THE LAST REFUSAL
000290*     O - OVERRIDE: LETS THE NAMED PROGRAM THROUGH THE
000300*         GATE ONCE FOR THE BUSINESS DATE, EVEN THOUGH A
000310*         PREDECESSOR HAS NOT COMPLETED OR IT HAS
000320*         ALREADY RUN - THE RERUN CASE.  A REASON IS
000330*         REQUIRED.  THE OVERRIDE IS STAMPED WITH THE
000340*         SIGNED-ON ID ON THE PROGRAM'S RECORD AND
000350*         LOGGED TO CYCLLOG (CLOGREC.CPY); CYCLGATE LOGS
000360*         IT AGAIN WHEN A RUN USES IT.  A CYCLE BEFORE
000370*         THE OPEN ONE CANNOT BE OVERRIDDEN - EVERY RUN
000380*         JOINS THE OPEN CYCLE OR A LATER ONE, SO NONE
000381*         CAN JOIN IT NOW.
000390*     C - OPEN CYCLE: MAKES THE BUSINESS DATE KEYED (ZERO
000400*         = TODAY) THE OPEN CYCLE, FOR THE NIGHT VARUNLD
000410*         DOES NOT OPEN IT ITSELF - A CHAIN HELD BACK
000420*         UNTIL AFTER MIDNIGHT, SAY.  THE
000430*         DATE MUST BE LATER THAN THE OPEN CYCLE AND NOT
000440*         LATER THAN TODAY.  A REASON IS REQUIRED AND THE
000450*         OPENING IS LOGGED TO CYCLLOG.
000460*   INQUIRY IS OPEN TO ANY SIGNED-ON OPERATOR; OVERRIDE
000470*   AND OPEN CYCLE REQUIRE AUTHORITY LEVEL 3
000480*   (OPERREC.CPY).
000490*------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT CYCLE-FILE     ASSIGN TO CYCLSTAT
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CYCL-KEY
000600         FILE STATUS IS WS-FILE-STATUS.
000610     SELECT CYCLE-LOG-FILE ASSIGN TO CYCLLOG
000620         ORGANIZATION IS SEQUENTIAL
000621         FILE STATUS IS WS-LOG-STATUS.
000630     SELECT OPERPROF-FILE  ASSIGN TO OPERPROF
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS OPER-USER-ID
000670         FILE STATUS IS WS-OPER-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CYCLE-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY "CYCLREC.cpy".
000730 FD  CYCLE-LOG-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY "CLOGREC.cpy".
000770 FD  OPERPROF-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY "OPERREC.cpy".
000800 WORKING-STORAGE SECTION.
000810 01  WS-FILE-STATUS        PIC X(02).
000820 01  WS-SWITCHES.
000830     05 WS-QUIT-SW         PIC X(01) VALUE 'N'.
000840        88 QUIT-REQUESTED  VALUE 'Y'.
000850     05 WS-REJECT-SW       PIC X(01) VALUE 'N'.
000860        88 FIELDS-REJECTED VALUE 'Y'.
000870     05 WS-SIGNON-SW       PIC X(01) VALUE 'N'.
000880        88 SIGNED-ON       VALUE 'Y'.
000890     05 WS-BROWSE-SW       PIC X(01).
000900        88 BROWSE-DONE     VALUE 'Y'.
000910 01  WS-OPER-STATUS        PIC X(02).
000911 01  WS-LOG-STATUS         PIC X(02).
000920 01  WS-SIGNON-FIELDS.
000930     05 WS-TRY-USER        PIC X(08).
000940     05 WS-TRY-PASSWORD    PIC X(08).
000950     05 WS-SIGNON-ID       PIC X(08) VALUE SPACES.
000960     05 WS-SIGNON-LEVEL    PIC X(01) VALUE SPACE.
000970        88 SIGNON-CAN-OVERRIDE VALUE '3'.
000980     05 WS-ATTEMPTS        PIC 9(01) COMP VALUE ZERO.
000990 01  WS-TODAY-DATE         PIC 9(08).
001000 01  WS-NOW-TIME           PIC 9(08).
001010 01  WS-CYCLE-DATE         PIC 9(08).
001020 01  WS-OPEN-DATE          PIC 9(08).
001030 01  WS-PROGRAMS-SHOWN     PIC 9(03) COMP.
001040 01  WS-STATUS-LINE.
001050     05 SL-PROGRAM         PIC X(08).
001060     05 FILLER             PIC X(01) VALUE SPACE.
001070     05 SL-STATUS          PIC X(01).
001080     05 FILLER             PIC X(01) VALUE SPACE.
001090     05 SL-RUNS            PIC ZZ9.
001100     05 FILLER             PIC X(01) VALUE SPACE.
001110     05 SL-START-TIME      PIC 9(06).
001120     05 FILLER             PIC X(01) VALUE SPACE.
001130     05 SL-END-TIME        PIC 9(06).
001140     05 FILLER             PIC X(01) VALUE SPACE.
001150     05 SL-RC              PIC ZZZ9.
001160     05 FILLER             PIC X(01) VALUE SPACE.
001170     05 SL-OVERRIDE        PIC X(01).
001180     05 FILLER             PIC X(01) VALUE SPACE.
001190     05 SL-REASON          PIC X(30).
001200 01  WS-SCREEN-FIELDS.
001210     05 SM-FUNCTION        PIC X(01).
001220     05 SM-BUS-DATE        PIC 9(08).
001230     05 SM-PROGRAM         PIC X(08).
001240     05 SM-REASON          PIC X(30).
001250 SCREEN SECTION.
001260 01  CYCLMNT-MAP.
001270     05 LINE 1  COLUMN 1 VALUE
001280         'CYCLMNT - BATCH CYCLE STATUS AND OVERRIDE'.
001290     05 LINE 3  COLUMN 1 VALUE
001300         'FUNCTION (I-INQ O-OVERRIDE C-OPEN X-EXIT):'.
001310     05 LINE 3  COLUMN 45 PIC X(01) USING SM-FUNCTION.
001320     05 LINE 4  COLUMN 1 VALUE
001330         'BUSINESS DATE (YYYYMMDD, 0-OPEN CYCLE):'.
001340     05 LINE 4  COLUMN 42 PIC 9(08) USING SM-BUS-DATE.
001350     05 LINE 6  COLUMN 1 VALUE
001360         'PROGRAM (O ONLY):'.
001370     05 LINE 6  COLUMN 20 PIC X(08) USING SM-PROGRAM.
001380     05 LINE 7  COLUMN 1 VALUE
001390         'REASON  (O, C):'.
001400     05 LINE 7  COLUMN 20 PIC X(30) USING SM-REASON.
001410 PROCEDURE DIVISION.
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001440     PERFORM 2000-PROCESS-TRANS   THRU 2000-EXIT
001450         UNTIL QUIT-REQUESTED.
001460     PERFORM 3000-TERMINATE       THRU 3000-EXIT.
001470     STOP RUN.
001480*------------------------------------------------------*
001490 1000-INITIALIZE.
001500     OPEN I-O CYCLE-FILE.
001510     IF WS-FILE-STATUS = '35'
001520         OPEN OUTPUT CYCLE-FILE
001530         CLOSE CYCLE-FILE
001540         OPEN I-O CYCLE-FILE.
001541     IF WS-FILE-STATUS NOT = '00'
001542         DISPLAY 'CYCLMNT - CYCLE STATUS FILE UNAVAILABLE, '
001543             'STATUS ' WS-FILE-STATUS
001544         MOVE 16 TO RETURN-CODE
001545         SET QUIT-REQUESTED TO TRUE.
001550     OPEN EXTEND CYCLE-LOG-FILE.
001551     IF WS-LOG-STATUS NOT = '00'
001552         DISPLAY 'CYCLMNT - CYCLE LOG FILE UNAVAILABLE, '
001553             'STATUS ' WS-LOG-STATUS
001554         MOVE 16 TO RETURN-CODE
001555         SET QUIT-REQUESTED TO TRUE.
001560     OPEN INPUT OPERPROF-FILE.
001570     IF WS-OPER-STATUS NOT = '00'
001580         DISPLAY 'CYCLMNT - OPERATOR PROFILE FILE '
001590             'UNAVAILABLE, STATUS ' WS-OPER-STATUS
001600         MOVE 16 TO RETURN-CODE
001610         SET QUIT-REQUESTED TO TRUE.
001620     IF NOT QUIT-REQUESTED
001630         PERFORM 1500-SIGN-ON THRU 1500-EXIT.
001640 1000-EXIT.
001650     EXIT.
001660*------------------------------------------------------*
001670* 1500-SIGN-ON SIGNS THE OPERATOR ON AGAINST OPERPROF,  *
001680* THE SAME SHAPE AS CODEMNT'S 1500.  THREE FAILED       *
001690* ATTEMPTS END THE SESSION WITH RC 16 - FAIL CLOSED.    *
001700* THE SIGNED-ON ID IS WHAT STAMPS AN OVERRIDE.          *
001710*------------------------------------------------------*
001720 1500-SIGN-ON.
001730     MOVE ZERO TO WS-ATTEMPTS.
001740     PERFORM 1510-ONE-ATTEMPT THRU 1510-EXIT
001750         UNTIL SIGNED-ON
001760         OR WS-ATTEMPTS >= 3.
001770     IF NOT SIGNED-ON
001780         DISPLAY 'CYCLMNT - SIGN-ON FAILED, ENDING'
001790         MOVE 16 TO RETURN-CODE
001800         SET QUIT-REQUESTED TO TRUE.
001810 1500-EXIT.
001820     EXIT.
001830*------------------------------------------------------*
001840 1510-ONE-ATTEMPT.
001850     ADD 1 TO WS-ATTEMPTS.
001860     DISPLAY 'CYCLMNT - OPERATOR ID: '.
001870     ACCEPT WS-TRY-USER.
001880     DISPLAY 'CYCLMNT - PASSWORD: '.
001890     ACCEPT WS-TRY-PASSWORD.
001900     MOVE WS-TRY-USER TO OPER-USER-ID.
001910     READ OPERPROF-FILE
001920         INVALID KEY
001930             DISPLAY 'CYCLMNT - SIGN-ON REJECTED'
001940             GO TO 1510-EXIT.
001950     IF OPER-PASSWORD NOT = WS-TRY-PASSWORD
001960         DISPLAY 'CYCLMNT - SIGN-ON REJECTED'
001970         GO TO 1510-EXIT.
001980     IF OPER-AUTH-LEVEL NOT = '1' AND '2' AND '3'
001990         DISPLAY 'CYCLMNT - PROFILE AUTHORITY LEVEL '
002000             'INVALID'
002010         GO TO 1510-EXIT.
002020     SET SIGNED-ON TO TRUE.
002030     MOVE OPER-USER-ID    TO WS-SIGNON-ID.
002040     MOVE OPER-AUTH-LEVEL TO WS-SIGNON-LEVEL.
002050     DISPLAY 'CYCLMNT - SIGNED ON ' WS-SIGNON-ID
002060         ' LEVEL ' WS-SIGNON-LEVEL.
002070 1510-EXIT.
002080     EXIT.
002090*------------------------------------------------------*
002100* 2000-PROCESS-TRANS IS THE HANDLER PARAGRAPH FOR THE   *
002110* ONLINE TRANSACTION - ONE SCREEN, DISPATCHED BY        *
002120* FUNCTION CODE, THE SAME SHAPE AS CODEMNT.             *
002130*------------------------------------------------------*
002140 2000-PROCESS-TRANS.
002150     MOVE 'N' TO WS-REJECT-SW.
002160     DISPLAY CYCLMNT-MAP.
002170     ACCEPT  CYCLMNT-MAP.
002180     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002190     PERFORM 2050-GET-OPEN-CYCLE THRU 2050-EXIT.
002200     IF SM-BUS-DATE = ZERO
002210         MOVE WS-OPEN-DATE  TO WS-CYCLE-DATE
002220     ELSE
002230         MOVE SM-BUS-DATE   TO WS-CYCLE-DATE.
002240     EVALUATE SM-FUNCTION
002250         WHEN 'I'
002260             PERFORM 2100-INQUIRE-CYCLE THRU 2100-EXIT
002270         WHEN 'O'
002280             IF NOT SIGNON-CAN-OVERRIDE
002290                 DISPLAY 'CYCLMNT - NOT AUTHORIZED FOR '
002300                     'CYCLE OVERRIDE'
002310             ELSE
002320                 PERFORM 2200-GRANT-OVERRIDE THRU 2200-EXIT
002330             END-IF
002340         WHEN 'C'
002350             IF NOT SIGNON-CAN-OVERRIDE
002360                 DISPLAY 'CYCLMNT - NOT AUTHORIZED TO '
002370                     'OPEN A CYCLE'
002380             ELSE
002390                 PERFORM 2300-OPEN-CYCLE THRU 2300-EXIT
002400             END-IF
002410         WHEN 'X'
002420             SET QUIT-REQUESTED TO TRUE
002430         WHEN OTHER
002440             DISPLAY 'CYCLMNT - INVALID FUNCTION CODE'
002450     END-EVALUATE.
002460 2000-EXIT.
002470     EXIT.
002480*------------------------------------------------------*
002490* 2050-GET-OPEN-CYCLE SETS WS-OPEN-DATE FROM THE CYCLE- *
002500* OPEN RECORD - TODAY WHEN NO CYCLE HAS BEEN OPENED YET.*
002510*------------------------------------------------------*
002520 2050-GET-OPEN-CYCLE.
002530     MOVE WS-TODAY-DATE  TO WS-OPEN-DATE.
002540     MOVE ZERO           TO CYCO-KEY-DATE.
002550     SET CYCO-CONTROL-ID TO TRUE.
002560     READ CYCLE-FILE
002570         INVALID KEY
002580             GO TO 2050-EXIT.
002590     MOVE CYCO-BUS-DATE  TO WS-OPEN-DATE.
002600 2050-EXIT.
002610     EXIT.
002620*------------------------------------------------------*
002630* 2100-INQUIRE-CYCLE LISTS EVERY PROGRAM RECORDED FOR   *
002640* THE BUSINESS DATE, IN PROGRAM-NAME ORDER (THE KSDS    *
002650* KEY ORDER WITHIN A DATE).                             *
002660*------------------------------------------------------*
002670 2100-INQUIRE-CYCLE.
002680     MOVE ZERO TO WS-PROGRAMS-SHOWN.
002690     MOVE 'N' TO WS-BROWSE-SW.
002700     MOVE WS-CYCLE-DATE TO CYCL-BUS-DATE.
002710     MOVE LOW-VALUES    TO CYCL-PROGRAM.
002720     START CYCLE-FILE KEY NOT < CYCL-KEY
002730         INVALID KEY
002740             SET BROWSE-DONE TO TRUE.
002750     DISPLAY 'CYCLMNT - CYCLE ' WS-CYCLE-DATE.
002760     DISPLAY 'PROGRAM  S RUN START  END     RC O '
002770         'LAST REFUSAL'.
002780     PERFORM 2110-SHOW-ONE THRU 2110-EXIT
002790         UNTIL BROWSE-DONE.
002800     IF WS-PROGRAMS-SHOWN = ZERO
002810         DISPLAY 'CYCLMNT - NO RUNS RECORDED FOR THE CYCLE'.
002820 2100-EXIT.
002830     EXIT.
002840*------------------------------------------------------*
002850 2110-SHOW-ONE.
002860     READ CYCLE-FILE NEXT RECORD
002870         AT END
002880             SET BROWSE-DONE TO TRUE
002890             GO TO 2110-EXIT.
002900     IF CYCL-BUS-DATE NOT = WS-CYCLE-DATE
002910         SET BROWSE-DONE TO TRUE
002920         GO TO 2110-EXIT.
002930     MOVE CYCL-PROGRAM           TO SL-PROGRAM.
002940     MOVE CYCL-STATUS            TO SL-STATUS.
002950     MOVE CYCL-RUN-COUNT         TO SL-RUNS.
002960     MOVE CYCL-START-TIME (1:6)  TO SL-START-TIME.
002970     MOVE CYCL-END-TIME (1:6)    TO SL-END-TIME.
002980     MOVE CYCL-RETURN-CODE       TO SL-RC.
002990     MOVE CYCL-OVERRIDE-SW       TO SL-OVERRIDE.
003000     MOVE CYCL-BLOCK-REASON      TO SL-REASON.
003010     DISPLAY WS-STATUS-LINE.
003020     ADD 1 TO WS-PROGRAMS-SHOWN.
003030 2110-EXIT.
003040     EXIT.
003050*------------------------------------------------------*
003060* 2200-GRANT-OVERRIDE OPENS A ONE-RUN OVERRIDE ON THE   *
003070* PROGRAM'S RECORD FOR THE BUSINESS DATE, ADDING THE    *
003080* RECORD (STATUS NOT RUN) WHEN THE PROGRAM HAS NOT      *
003090* BEEN SEEN IN THE CYCLE YET.                           *
003100*------------------------------------------------------*
003110 2200-GRANT-OVERRIDE.
003120     IF SM-PROGRAM = SPACES
003130         DISPLAY 'CYCLMNT - PROGRAM NAME REQUIRED'
003140         GO TO 2200-EXIT.
003150     IF SM-REASON = SPACES
003160         DISPLAY 'CYCLMNT - OVERRIDE REASON REQUIRED'
003170         GO TO 2200-EXIT.
003180     IF WS-CYCLE-DATE < WS-OPEN-DATE
003190         DISPLAY 'CYCLMNT - A PAST CYCLE CANNOT BE '
003200             'OVERRIDDEN'
003210         GO TO 2200-EXIT.
003220     ACCEPT WS-NOW-TIME FROM TIME.
003230     MOVE WS-CYCLE-DATE TO CYCL-BUS-DATE.
003240     MOVE SM-PROGRAM    TO CYCL-PROGRAM.
003250     READ CYCLE-FILE
003260         INVALID KEY
003270             PERFORM 2210-ADD-RECORD THRU 2210-EXIT
003280             GO TO 2200-LOG.
003290     IF CYCL-OVERRIDE-OPEN
003300         DISPLAY 'CYCLMNT - OVERRIDE ALREADY OPEN, GRANTED BY '
003310             CYCL-OVERRIDE-USER
003320         GO TO 2200-EXIT.
003330     SET CYCL-OVERRIDE-OPEN TO TRUE.
003340     MOVE WS-SIGNON-ID      TO CYCL-OVERRIDE-USER.
003350     MOVE WS-TODAY-DATE     TO CYCL-OVERRIDE-DATE.
003360     MOVE WS-NOW-TIME       TO CYCL-OVERRIDE-TIME.
003370     REWRITE CYCLE-STATUS-RECORD
003380         INVALID KEY
003390             DISPLAY 'CYCLMNT - REWRITE FAILED'
003400             GO TO 2200-EXIT.
003410 2200-LOG.
003420     IF FIELDS-REJECTED
003430         GO TO 2200-EXIT.
003440     MOVE SPACES          TO CYCLE-LOG-RECORD.
003450     MOVE WS-CYCLE-DATE   TO CLOG-BUS-DATE.
003460     MOVE SM-PROGRAM      TO CLOG-PROGRAM.
003470     SET CLOG-GRANTED     TO TRUE.
003480     MOVE WS-SIGNON-ID    TO CLOG-USER-ID.
003490     MOVE WS-TODAY-DATE   TO CLOG-LOG-DATE.
003500     MOVE WS-NOW-TIME     TO CLOG-LOG-TIME.
003510     MOVE SM-REASON       TO CLOG-REASON.
003520     MOVE CYCL-BLOCK-REASON TO CLOG-BLOCK-REASON.
003530     WRITE CYCLE-LOG-RECORD.
003540     DISPLAY 'CYCLMNT - OVERRIDE GRANTED FOR ' SM-PROGRAM
003550         ' CYCLE ' WS-CYCLE-DATE.
003560 2200-EXIT.
003570     EXIT.
003580*------------------------------------------------------*
003590 2210-ADD-RECORD.
003600     MOVE SPACES        TO CYCLE-STATUS-RECORD.
003610     MOVE WS-CYCLE-DATE TO CYCL-BUS-DATE.
003620     MOVE SM-PROGRAM    TO CYCL-PROGRAM.
003630     MOVE ZERO          TO CYCL-RUN-COUNT.
003640     MOVE ZERO          TO CYCL-START-DATE.
003650     MOVE ZERO          TO CYCL-START-TIME.
003660     MOVE ZERO          TO CYCL-END-DATE.
003670     MOVE ZERO          TO CYCL-END-TIME.
003680     MOVE ZERO          TO CYCL-RETURN-CODE.
003690     SET CYCL-OVERRIDE-OPEN TO TRUE.
003700     MOVE WS-SIGNON-ID  TO CYCL-OVERRIDE-USER.
003710     MOVE WS-TODAY-DATE TO CYCL-OVERRIDE-DATE.
003720     MOVE WS-NOW-TIME   TO CYCL-OVERRIDE-TIME.
003730     WRITE CYCLE-STATUS-RECORD
003740         INVALID KEY
003750             DISPLAY 'CYCLMNT - WRITE FAILED'
003760             SET FIELDS-REJECTED TO TRUE.
003770 2210-EXIT.
003780     EXIT.
003790*------------------------------------------------------*
003800* 2300-OPEN-CYCLE MAKES THE KEYED DATE THE OPEN CYCLE,  *
003810* WRITING THE CYCLE-OPEN RECORD IF THERE IS NONE YET.   *
003820* RUNS ALREADY RECORDED FOR THE OLD CYCLE STAY AS THEY  *
003830* ARE; EVERY GATE CALL FROM NOW ON JOINS THE NEW ONE.   *
003840*------------------------------------------------------*
003850 2300-OPEN-CYCLE.
003860     IF SM-REASON = SPACES
003870         DISPLAY 'CYCLMNT - OPEN CYCLE REASON REQUIRED'
003880         GO TO 2300-EXIT.
003890     IF SM-BUS-DATE = ZERO
003900         MOVE WS-TODAY-DATE TO WS-CYCLE-DATE.
003910     IF WS-CYCLE-DATE NOT > WS-OPEN-DATE
003920         DISPLAY 'CYCLMNT - DATE MUST BE LATER THAN THE '
003930             'OPEN CYCLE ' WS-OPEN-DATE
003940         GO TO 2300-EXIT.
003950     IF WS-CYCLE-DATE > WS-TODAY-DATE
003960         DISPLAY 'CYCLMNT - A FUTURE CYCLE CANNOT BE OPENED'
003970         GO TO 2300-EXIT.
003980     ACCEPT WS-NOW-TIME FROM TIME.
003990     MOVE ZERO           TO CYCO-KEY-DATE.
004000     SET CYCO-CONTROL-ID TO TRUE.
004010     READ CYCLE-FILE
004020         INVALID KEY
004030             GO TO 2300-ADD.
004040     MOVE CYCO-BUS-DATE  TO CYCO-PRIOR-DATE.
004050     PERFORM 2310-SET-OPEN THRU 2310-EXIT.
004060     REWRITE CYCLE-OPEN-RECORD
004070         INVALID KEY
004080             DISPLAY 'CYCLMNT - REWRITE FAILED'
004090             GO TO 2300-EXIT.
004100     GO TO 2300-LOG.
004110 2300-ADD.
004120     MOVE SPACES         TO CYCLE-OPEN-RECORD.
004130     MOVE ZERO           TO CYCO-KEY-DATE.
004140     SET CYCO-CONTROL-ID TO TRUE.
004150     MOVE ZERO           TO CYCO-PRIOR-DATE.
004160     PERFORM 2310-SET-OPEN THRU 2310-EXIT.
004170     WRITE CYCLE-OPEN-RECORD
004180         INVALID KEY
004190             DISPLAY 'CYCLMNT - WRITE FAILED'
004200             GO TO 2300-EXIT.
004210 2300-LOG.
004220     MOVE SPACES          TO CYCLE-LOG-RECORD.
004230     MOVE WS-CYCLE-DATE   TO CLOG-BUS-DATE.
004240     SET CLOG-OPENED      TO TRUE.
004250     MOVE WS-SIGNON-ID    TO CLOG-USER-ID.
004260     MOVE WS-TODAY-DATE   TO CLOG-LOG-DATE.
004270     MOVE WS-NOW-TIME     TO CLOG-LOG-TIME.
004280     MOVE SM-REASON       TO CLOG-REASON.
004290     WRITE CYCLE-LOG-RECORD.
004300     DISPLAY 'CYCLMNT - CYCLE ' WS-CYCLE-DATE ' OPENED, '
004310         'PRIOR CYCLE ' WS-OPEN-DATE.
004320 2300-EXIT.
004330     EXIT.
004340*------------------------------------------------------*
004350 2310-SET-OPEN.
004360     MOVE WS-CYCLE-DATE  TO CYCO-BUS-DATE.
004370     MOVE WS-SIGNON-ID   TO CYCO-OPENED-BY.
004380     MOVE WS-TODAY-DATE  TO CYCO-OPEN-DATE.
004390     MOVE WS-NOW-TIME    TO CYCO-OPEN-TIME.
004400 2310-EXIT.
004410     EXIT.
004420*------------------------------------------------------*
004430 3000-TERMINATE.
004440     CLOSE CYCLE-FILE.
004450     CLOSE CYCLE-LOG-FILE.
004460     CLOSE OPERPROF-FILE.
004470 3000-EXIT.
004480     EXIT.
