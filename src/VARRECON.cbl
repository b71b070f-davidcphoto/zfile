000149*                  FILES - A MISSING OR MISMATCHED        *
000151*                  TRAILER ON EITHER SIDE MEANS A SHORT   *
000152*                  FILE AND ABORTS WITH RETURN-CODE 16.   *
000153*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS CALLED  *
000154*                  AT START, ENDING THE RUN WITH RC 12    *
000155*                  BEFORE ANY FILE IS OPENED WHEN A       *
000156*                  PREDECESSOR HAS NOT COMPLETED FOR THE  *
000157*                  CYCLE, AND AT END TO RECORD THE RETURN *
000158*                  CODE ON CYCLSTAT.                      *
000159*------------------------------------------------------*
000160*
000170* PURPOSE.
000180*   MATCHES YESTERDAY'S AND TODAY'S VARIABLES FILES BY
000790     05 OL-KEY              PIC X(10).
000800 01  WS-HEADING-1            PIC X(60) VALUE
000810     'VARRECON DAY-OVER-DAY TABLE RECONCILIATION'.
000811     COPY "CYCLPARM.cpy".
000820 PROCEDURE DIVISION.
000830 0000-MAINLINE.
000831     PERFORM 9800-CYCLE-START  THRU 9800-EXIT.
000840     PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
000850     PERFORM 2000-MATCH-RECS   THRU 2000-EXIT
000860         UNTIL YEST-EOF AND TODAY-EOF.
000870     PERFORM 3000-TERMINATE    THRU 3000-EXIT.
000872     IF FATAL-ERROR
000874         MOVE 16 TO RETURN-CODE.
000875     PERFORM 9900-CYCLE-END    THRU 9900-EXIT.
000880     STOP RUN.
000890*------------------------------------------------------*
000900 1000-INITIALIZE.
002270     CLOSE REPORT-FILE.
002280 3000-EXIT.
002290     EXIT.
002300*------------------------------------------------------*
002310* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
002320* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
002330* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
002340* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
002350*------------------------------------------------------*
002360 9800-CYCLE-START.
002370     MOVE 'VARRECON' TO CYCG-PROGRAM.
002380     SET CYCG-START TO TRUE.
002390     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002400     IF CYCG-CLEARED
002410         GO TO 9800-EXIT.
002420     IF CYCG-BLOCKED
002430         MOVE 12 TO RETURN-CODE
002440     ELSE
002450         MOVE 16 TO RETURN-CODE.
002460     STOP RUN.
002470 9800-EXIT.
002480     EXIT.
002490*------------------------------------------------------*
002500* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
002510* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
002520* BACK AFTERWARDS.                                      *
002530*------------------------------------------------------*
002540 9900-CYCLE-END.
002550     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
002560     SET CYCG-END TO TRUE.
002570     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002580     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
002590 9900-EXIT.
002600     EXIT.
