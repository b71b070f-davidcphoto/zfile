000154*                  FILE AT END OF RUN - COUNTS AND THE  *
000155*                  TRAILER HASH TOTALS - SO RUNBAL CAN  *
000156*                  CROSS-FOOT THE NIGHT'S RUNS.         *
000157*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000158*                  CALLED AT START, ENDING THE RUN WITH *
000159*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000160*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000161*                  THE CYCLE, AND AT END TO RECORD THE  *
000162*                  RETURN CODE ON CYCLSTAT.             *
000163*  2026-10-15  DCP RUNCTL STAMPED WITH THE CYCLE'S      *
000164*                  BUSINESS DATE FROM CYCLGATE, NOT THE *
000165*                  CLOCK.                               *
000166*------------------------------------------------------*
000170*
000180* PURPOSE.
000190*   RUN ONCE PER CYCLE AFTER THE DAY'S VARIABLES FILE IS
000750     05 WS-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
000760     05 WS-RECORDS-ARCHIVED PIC 9(09) COMP VALUE ZERO.
000770     05 WS-RECORDS-ONFILE   PIC 9(09) COMP VALUE ZERO.
000771     COPY "CYCLPARM.cpy".
000780 LINKAGE SECTION.
000790 01  LK-PARM.
000800     05 LK-PARM-LEN         PIC S9(04) COMP.
000830                            PIC 9(08).
000840 PROCEDURE DIVISION USING LK-PARM.
000850 0000-MAINLINE.
000851     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
000860     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
000870     PERFORM 2000-ARCHIVE-ONE THRU 2000-EXIT
000880         UNTIL END-OF-FILE
000900     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
000910     IF FATAL-ERROR
000920         MOVE 16 TO RETURN-CODE.
000921     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
000930     STOP RUN.
000940*------------------------------------------------------*
000950 1000-INITIALIZE.
001860 3900-WRITE-RUN-CONTROL.
001870     MOVE SPACES              TO RUN-CONTROL-RECORD.
001880     MOVE 'VARARCH '          TO RUNC-PROGRAM.
001890     MOVE CYCG-BUS-DATE       TO RUNC-RUN-DATE.
001900     ACCEPT RUNC-RUN-TIME FROM TIME.
001910     MOVE WS-RECORDS-READ     TO RUNC-IN-COUNT.
001920     MOVE WS-RECORDS-ARCHIVED TO RUNC-OUT-COUNT.
001960     WRITE RUN-CONTROL-RECORD.
001970 3900-EXIT.
001980     EXIT.
001990*------------------------------------------------------*
002000* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
002010* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
002020* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
002030* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
002040*------------------------------------------------------*
002050 9800-CYCLE-START.
002060     MOVE 'VARARCH' TO CYCG-PROGRAM.
002070     SET CYCG-START TO TRUE.
002080     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002090     IF CYCG-CLEARED
002100         GO TO 9800-EXIT.
002110     IF CYCG-BLOCKED
002120         MOVE 12 TO RETURN-CODE
002130     ELSE
002140         MOVE 16 TO RETURN-CODE.
002150     STOP RUN.
002160 9800-EXIT.
002170     EXIT.
002180*------------------------------------------------------*
002190* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
002200* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
002210* BACK AFTERWARDS.                                      *
002220*------------------------------------------------------*
002230 9900-CYCLE-END.
002240     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
002250     SET CYCG-END TO TRUE.
002260     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002270     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
002280 9900-EXIT.
002290     EXIT.
