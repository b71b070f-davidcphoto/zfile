000110*  2026-09-02  DCP INITIAL VERSION - END-OF-DAY CROSS-  *
000120*                  FOOT OF THE RUN-CONTROL RECORDS      *
000130*                  (RUNCREC.CPY) THE NIGHT'S BATCH      *
000131*                  PROGRAMS APPEND TO RUNCTL.           *
000132*  2026-10-15  DCP VARUNLD JOINS THE NIGHTLY SET - ITS  *
000133*                  UNLOADED COUNT AND HASH TOTALS MUST  *
000134*                  MATCH WHAT VALLOAD READ.             *
000135*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000136*                  CALLED AT START, ENDING THE RUN WITH *
000137*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000138*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000139*                  THE CYCLE, AND AT END TO RECORD THE  *
000140*                  RETURN CODE ON CYCLSTAT.             *
000141*  2026-10-15  DCP RUN DATE DEFAULTS TO THE CYCLE'S     *
000142*                  BUSINESS DATE FROM CYCLGATE, NOT THE *
000143*                  CLOCK.                               *
000150*------------------------------------------------------*
000160*
000170* PURPOSE.
000310*     - VALLOAD'S VALID COUNT MUST EQUAL THE VARKSDS
000320*       RECORDS LOADED AND THE VARARCH RECORDS ARCHIVED
000330*       PLUS ALREADY ON FILE
000340*     - VARUNLD'S UNLOADED COUNT AND TRAILER HASH TOTALS
000350*       MUST EQUAL VALLOAD'S READ COUNT AND HASH TOTALS -
000360*       THE FILE VARUNLD BUILT FROM VARMSTR IS THE FILE
000361*       VALLOAD READ, SO NOTHING MAINTAINED ON THE KSDS
000362*       WAS LOST ON THE WAY BACK INTO THE CHAIN
000363*   VARUNLD, VALLOAD, VARKSDS, VARARCH AND VAREXTR RUN
000364*   EVERY NIGHT - ONE OF THEM MISSING FROM THE FILE IS
000365*   ITSELF A BREAK.  VARPOST AND VARPURGE ARE PERIODIC AND
000370*   CHECKED ONLY WHEN PRESENT.
000380*
000390*   THE RUN DATE COMES FROM THE PARM CARD ON THE EXEC
000400*   STATEMENT (YYYYMMDD), DEFAULTING TO THE BUSINESS
000401*   DATE OF THE OPEN CYCLE, AS CYCLGATE RETURNS IT.
000410*
000420*   ANY BREAK ENDS THE RUN WITH RETURN-CODE 8 SO THE
000430*   SCHEDULER PAGES INSTEAD OF THE 8 AM SURPRISE; AN
000810* KNOWN PROGRAM WROTE FOR THE RUN DATE.  SLOTS 1-4 ARE  *
000820* THE NIGHTLY CHAIN (VALLOAD, VARKSDS, VARARCH,         *
000830* VAREXTR), 5-6 THE PERIODIC RUNS (VARPOST, VARPURGE).  *
000831* SLOT 7 IS VARUNLD, WHICH OPENS THE NIGHT - NIGHTLY    *
000832* LIKE 1-4 BUT ADDED AFTER THE PERIODIC SLOTS.          *
000840*------------------------------------------------------*
000850 01  WS-PROG-TABLE.
000860     05 WS-PROG-ENTRY OCCURS 7 TIMES.
000870        10 WS-PT-NAME       PIC X(08).
000880        10 WS-PT-FOUND-SW   PIC X(01).
000890        10 WS-PT-IN         PIC 9(09)  COMP.
001170     05 NL-PROGRAM          PIC X(08).
001180     05 FILLER              PIC X(03) VALUE SPACES.
001190     05 NL-TEXT             PIC X(40).
001191     COPY "CYCLPARM.cpy".
001192 LINKAGE SECTION.
001193 01  LK-PARM.
001194     05 LK-PARM-LEN         PIC S9(04) COMP.
001197                            PIC 9(08).
001200 PROCEDURE DIVISION USING LK-PARM.
001210 0000-MAINLINE.
001211     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001220     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001230     PERFORM 2000-SCAN-ONE    THRU 2000-EXIT
001240         UNTIL END-OF-FILE
001290     ELSE
001300         IF BALANCE-BREAK
001310             MOVE 8 TO RETURN-CODE.
001311     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001320     STOP RUN.
001330*------------------------------------------------------*
001340 1000-INITIALIZE.
001450     MOVE 'VAREXTR ' TO WS-PT-NAME (4).
001460     MOVE 'VARPOST ' TO WS-PT-NAME (5).
001470     MOVE 'VARPURGE' TO WS-PT-NAME (6).
001471     MOVE 'VARUNLD ' TO WS-PT-NAME (7).
001480     PERFORM 1100-CLEAR-ONE-SLOT THRU 1100-EXIT
001490         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
001500     PERFORM 1200-SET-RUN-DATE THRU 1200-EXIT.
001510     MOVE WS-RUN-DATE TO H1-RUN-DATE.
001520     MOVE WS-HEADING-1 TO REPORT-LINE.
001710     EXIT.
001720*------------------------------------------------------*
001730 1200-SET-RUN-DATE.
001740     MOVE CYCG-BUS-DATE TO WS-RUN-DATE.
001750     IF LK-PARM-LEN >= 8
001760         AND LK-RUN-DATE NUMERIC
001770         MOVE LK-RUN-DATE-NUM TO WS-RUN-DATE.
001920     MOVE ZERO TO WS-SLOT.
001930     PERFORM 2100-MATCH-PROGRAM THRU 2100-EXIT
001940         VARYING WS-SUB FROM 1 BY 1
001950         UNTIL WS-SUB > 7
001960         OR WS-SLOT > ZERO.
001970     IF WS-SLOT = ZERO
001980         GO TO 2000-CONTINUE.
002240     IF FATAL-ERROR
002250         GO TO 3000-CLOSE.
002260     PERFORM 3100-CHECK-PRESENCE THRU 3100-EXIT
002270         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
002280     PERFORM 3200-CHECK-CROSSFOOTS THRU 3200-EXIT.
002290     PERFORM 3300-CHECK-CHAIN      THRU 3300-EXIT.
002300     MOVE SPACES TO REPORT-LINE.
002460     EXIT.
002470*------------------------------------------------------*
002480* 3100-CHECK-PRESENCE - A MISSING NIGHTLY PROGRAM       *
002490* (SLOTS 1-4 AND 7) IS A BREAK; A MISSING PERIODIC ONE  *
002500* (SLOTS 5-6) IS JUST NOTED.                            *
002510*------------------------------------------------------*
002520 3100-CHECK-PRESENCE.
002540         GO TO 3100-EXIT.
002550     MOVE SPACES TO WS-NOTE-LINE.
002560     MOVE WS-PT-NAME (WS-SUB) TO NL-PROGRAM.
002570     IF WS-SUB < 5 OR WS-SUB = 7
002580         MOVE 'NO RUN-CONTROL RECORD - BREAK' TO NL-TEXT
002590         SET BALANCE-BREAK TO TRUE
002600     ELSE
002720*------------------------------------------------------*
002730 3200-CHECK-CROSSFOOTS.
002740     PERFORM 3250-CROSSFOOT-ONE THRU 3250-EXIT
002750         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
002760 3200-EXIT.
002770     EXIT.
002780*------------------------------------------------------*
003150         COMPUTE WS-CHK-RIGHT =
003160             WS-PT-OUT (3) + WS-PT-REJ (3)
003170         PERFORM 3500-REPORT-CHECK THRU 3500-EXIT.
003171     IF WS-PT-FOUND-SW (7) = 'Y'
003172         PERFORM 3400-CHECK-UNLOAD THRU 3400-EXIT.
003180 3300-EXIT.
003190     EXIT.
003200*------------------------------------------------------*
003480     MOVE WS-PT-COMP3 (1)      TO WS-CHK-RIGHT.
003490     PERFORM 3500-REPORT-CHECK THRU 3500-EXIT.
003500 3350-EXIT.
003501     EXIT.
003502*------------------------------------------------------*
003503* 3400-CHECK-UNLOAD - WHAT VARUNLD WROTE FROM VARMSTR,   *
003504* COUNT AND BOTH TRAILER HASH TOTALS, AGAINST WHAT       *
003505* VALLOAD READ.  A DIFFERENCE MEANS THE FILE WAS LOST,   *
003506* SHORTENED OR REPLACED BETWEEN THE TWO STEPS.           *
003507*------------------------------------------------------*
003508 3400-CHECK-UNLOAD.
003509     MOVE 'VARUNLD UNLOADED = VALLOAD READ'
003510         TO WS-CHK-LABEL.
003511     MOVE WS-PT-OUT (7) TO WS-CHK-LEFT.
003512     MOVE WS-PT-IN (1)  TO WS-CHK-RIGHT.
003513     PERFORM 3500-REPORT-CHECK THRU 3500-EXIT.
003514     MOVE 'VARUNLD SIGNED HASH = VALLOAD'
003515         TO WS-CHK-LABEL.
003516     MOVE WS-PT-SIGNED (7) TO WS-CHK-LEFT.
003517     MOVE WS-PT-SIGNED (1) TO WS-CHK-RIGHT.
003518     PERFORM 3500-REPORT-CHECK THRU 3500-EXIT.
003519     MOVE 'VARUNLD COMP-3 HASH = VALLOAD'
003520         TO WS-CHK-LABEL.
003521     MOVE WS-PT-COMP3 (7) TO WS-CHK-LEFT.
003522     MOVE WS-PT-COMP3 (1) TO WS-CHK-RIGHT.
003523     PERFORM 3500-REPORT-CHECK THRU 3500-EXIT.
003524 3400-EXIT.
003525     EXIT.
003526*------------------------------------------------------*
003530 3500-REPORT-CHECK.
003540     MOVE WS-CHK-LABEL TO DL-LABEL.
003550     MOVE WS-CHK-LEFT  TO DL-LEFT.
003630     WRITE REPORT-LINE.
003640 3500-EXIT.
003650     EXIT.
003660*------------------------------------------------------*
003670* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
003680* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
003690* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
003700* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
003710*------------------------------------------------------*
003720 9800-CYCLE-START.
003730     MOVE 'RUNBAL' TO CYCG-PROGRAM.
003740     SET CYCG-START TO TRUE.
003750     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
003760     IF CYCG-CLEARED
003770         GO TO 9800-EXIT.
003780     IF CYCG-BLOCKED
003790         MOVE 12 TO RETURN-CODE
003800     ELSE
003810         MOVE 16 TO RETURN-CODE.
003820     STOP RUN.
003830 9800-EXIT.
003840     EXIT.
003850*------------------------------------------------------*
003860* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
003870* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
003880* BACK AFTERWARDS.                                      *
003890*------------------------------------------------------*
003900 9900-CYCLE-END.
003910     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
003920     SET CYCG-END TO TRUE.
003930     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
003940     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
003950 9900-EXIT.
003960     EXIT.
