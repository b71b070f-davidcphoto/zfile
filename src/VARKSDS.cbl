000168*                  FILE AT END OF RUN - COUNTS AND THE   *
000169*                  TRAILER HASH TOTALS - SO RUNBAL CAN   *
000170*                  CROSS-FOOT THE NIGHT'S RUNS.          *
000171*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS CALLED *
000172*                  AT START, ENDING THE RUN WITH RC 12   *
000173*                  BEFORE ANY FILE IS OPENED WHEN A      *
000174*                  PREDECESSOR HAS NOT COMPLETED FOR THE *
000175*                  CYCLE, AND AT END TO RECORD THE       *
000176*                  RETURN CODE ON CYCLSTAT.              *
000177*  2026-10-15  DCP RUNCTL STAMPED WITH THE CYCLE'S       *
000178*                  BUSINESS DATE FROM CYCLGATE, NOT THE  *
000179*                  CLOCK.                                *
000180*------------------------------------------------------*
000181*
000182* PURPOSE.
000190*   BUILDS A VSAM KSDS COUNTERPART OF THE SEQUENTIAL
000200*   VARIABLES FILE SO A SINGLE RECORD CAN BE PULLED BY
000210*   KEY INSTEAD OF SCANNING THE WHOLE FILE.  RECORD KEY
000770     05 WS-RECORDS-READ    PIC 9(09) COMP VALUE ZERO.
000780     05 WS-RECORDS-LOADED  PIC 9(09) COMP VALUE ZERO.
000790     05 WS-RECORDS-REJECT  PIC 9(09) COMP VALUE ZERO.
000791     COPY "CYCLPARM.cpy".
000800 PROCEDURE DIVISION.
000810 0000-MAINLINE.
000811     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
000820     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
000830     PERFORM 2000-LOAD-ONE    THRU 2000-EXIT
000840         UNTIL END-OF-FILE
000860     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
000870     IF FATAL-ERROR
000880         MOVE 16 TO RETURN-CODE.
000881     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
000890     STOP RUN.
000900*------------------------------------------------------*
000910 1000-INITIALIZE.
002070 3900-WRITE-RUN-CONTROL.
002080     MOVE SPACES            TO RUN-CONTROL-RECORD.
002090     MOVE 'VARKSDS '        TO RUNC-PROGRAM.
002100     MOVE CYCG-BUS-DATE     TO RUNC-RUN-DATE.
002110     ACCEPT RUNC-RUN-TIME FROM TIME.
002120     MOVE WS-RECORDS-READ   TO RUNC-IN-COUNT.
002130     MOVE WS-RECORDS-LOADED TO RUNC-OUT-COUNT.
002170     WRITE RUN-CONTROL-RECORD.
002180 3900-EXIT.
002190     EXIT.
002200*------------------------------------------------------*
002210* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
002220* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
002230* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
002240* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
002250*------------------------------------------------------*
002260 9800-CYCLE-START.
002270     MOVE 'VARKSDS' TO CYCG-PROGRAM.
002280     SET CYCG-START TO TRUE.
002290     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002300     IF CYCG-CLEARED
002310         GO TO 9800-EXIT.
002320     IF CYCG-BLOCKED
002330         MOVE 12 TO RETURN-CODE
002340     ELSE
002350         MOVE 16 TO RETURN-CODE.
002360     STOP RUN.
002370 9800-EXIT.
002380     EXIT.
002390*------------------------------------------------------*
002400* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
002410* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
002420* BACK AFTERWARDS.                                      *
002430*------------------------------------------------------*
002440 9900-CYCLE-END.
002450     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
002460     SET CYCG-END TO TRUE.
002470     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002480     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
002490 9900-EXIT.
002500     EXIT.
