000110*  2026-08-22  DCP INITIAL VERSION - STAMPS THE        *
000120*                  CONTROL-TOTAL TRAILER (VARTRLR.CPY)  *
000130*                  ONTO THE SEQUENTIAL VARIABLES FILE.   *
000131*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS CALLED *
000132*                  AT START, ENDING THE RUN WITH RC 12   *
000133*                  BEFORE ANY FILE IS OPENED WHEN A      *
000134*                  PREDECESSOR HAS NOT COMPLETED FOR THE *
000135*                  CYCLE, AND AT END TO RECORD THE       *
000136*                  RETURN CODE ON CYCLSTAT.              *
000140*------------------------------------------------------*
000150*
000160* PURPOSE.
000640        88 END-OF-FILE      VALUE 'Y'.
000650     05 WS-FATAL-SW         PIC X(01) VALUE 'N'.
000660        88 FATAL-ERROR      VALUE 'Y'.
000661     COPY "CYCLPARM.cpy".
000670 PROCEDURE DIVISION.
000680 0000-MAINLINE.
000681     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
000690     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
000700     PERFORM 2000-COPY-ONE    THRU 2000-EXIT
000710         UNTIL END-OF-FILE
000730     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
000740     IF FATAL-ERROR
000750         MOVE 16 TO RETURN-CODE.
000751     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
000760     STOP RUN.
000770*------------------------------------------------------*
000780 1000-INITIALIZE.
001470     CLOSE SEALED-FILE.
001480 3000-EXIT.
001490     EXIT.
001500*------------------------------------------------------*
001510* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
001520* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
001530* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
001540* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
001550*------------------------------------------------------*
001560 9800-CYCLE-START.
001570     MOVE 'VARSEAL' TO CYCG-PROGRAM.
001580     SET CYCG-START TO TRUE.
001590     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
001600     IF CYCG-CLEARED
001610         GO TO 9800-EXIT.
001620     IF CYCG-BLOCKED
001630         MOVE 12 TO RETURN-CODE
001640     ELSE
001650         MOVE 16 TO RETURN-CODE.
001660     STOP RUN.
001670 9800-EXIT.
001680     EXIT.
001690*------------------------------------------------------*
001700* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
001710* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
001720* BACK AFTERWARDS.                                      *
001730*------------------------------------------------------*
001740 9900-CYCLE-END.
001750     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
001760     SET CYCG-END TO TRUE.
001770     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
001780     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
001790 9900-EXIT.
001800     EXIT.
