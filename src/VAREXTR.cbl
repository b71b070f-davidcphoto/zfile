000381*                  FILE AT END OF RUN - ROW COUNT AND   *
000382*                  THE TRAILER HASH TOTALS - SO RUNBAL  *
000383*                  CAN CROSS-FOOT THE NIGHT'S RUNS.     *
000384*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000385*                  CALLED AT START, ENDING THE RUN WITH *
000386*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000387*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000388*                  THE CYCLE, AND AT END TO RECORD THE  *
000389*                  RETURN CODE ON CYCLSTAT.             *
000390*  2026-10-15  DCP RUNCTL STAMPED WITH THE CYCLE'S      *
000391*                  BUSINESS DATE FROM CYCLGATE, NOT THE *
000392*                  CLOCK.                               *
000393*------------------------------------------------------*
000394*
000400* PURPOSE.
000410*   WRITES ONE CSV ROW PER VARIABLES RECORD SO A NON-
000420*   COBOL SYSTEM CAN CONSUME THE FILE WITHOUT KNOWING
000850     05 WS-COMP-EDIT        PIC -9(08).
000860     05 WS-COMP3-EDIT       PIC -9(08).9(02).
000870     05 WS-BINARY-EDIT      PIC -9(08).
000871     COPY "CYCLPARM.cpy".
000880 PROCEDURE DIVISION.
000890 0000-MAINLINE.
000891     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
000900     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
000910     PERFORM 2000-EXTRACT-ONE THRU 2000-EXIT
000920         UNTIL END-OF-FILE.
000930     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
000932     IF FATAL-ERROR
000934         MOVE 16 TO RETURN-CODE.
000935     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
000940     STOP RUN.
000950*------------------------------------------------------*
000960 1000-INITIALIZE.
002261 3900-WRITE-RUN-CONTROL.
002271     MOVE SPACES            TO RUN-CONTROL-RECORD.
002281     MOVE 'VAREXTR '        TO RUNC-PROGRAM.
002291     MOVE CYCG-BUS-DATE     TO RUNC-RUN-DATE.
002301     ACCEPT RUNC-RUN-TIME FROM TIME.
002311     MOVE TRLC-RECORD-COUNT TO RUNC-IN-COUNT.
002321     MOVE TRLC-RECORD-COUNT TO RUNC-OUT-COUNT.
002361     WRITE RUN-CONTROL-RECORD.
002371 3900-EXIT.
002381     EXIT.
002391*------------------------------------------------------*
002401* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
002411* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
002421* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
002431* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
002441*------------------------------------------------------*
002451 9800-CYCLE-START.
002461     MOVE 'VAREXTR' TO CYCG-PROGRAM.
002471     SET CYCG-START TO TRUE.
002481     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002491     IF CYCG-CLEARED
002501         GO TO 9800-EXIT.
002511     IF CYCG-BLOCKED
002521         MOVE 12 TO RETURN-CODE
002531     ELSE
002541         MOVE 16 TO RETURN-CODE.
002551     STOP RUN.
002561 9800-EXIT.
002571     EXIT.
002581*------------------------------------------------------*
002591* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
002601* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
002611* BACK AFTERWARDS.                                      *
002621*------------------------------------------------------*
002631 9900-CYCLE-END.
002641     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
002651     SET CYCG-END TO TRUE.
002661     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002671     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
002681 9900-EXIT.
002691     EXIT.
