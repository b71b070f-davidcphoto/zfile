000137*                  MISSING OR MISMATCHED TRAILER MEANS  *
000138*                  A SHORT FILE AND ABORTS WITH         *
000139*                  RETURN-CODE 16.                      *
000140*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000141*                  CALLED AT START, ENDING THE RUN WITH *
000142*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000143*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000144*                  THE CYCLE, AND AT END TO RECORD THE  *
000145*                  RETURN CODE ON CYCLSTAT.             *
000146*------------------------------------------------------*
000150*
000160* PURPOSE.
000170*   VARIABLES-COMP-3-NUMERIC (INSIDE VARIABLES-GROUP2) IS A
000650     05 FILLER               PIC X(12) VALUE
000660            'TOTAL. . . .'.
000670     05 TL-AMOUNT            PIC X(15).
000671     COPY "CYCLPARM.cpy".
000680 PROCEDURE DIVISION.
000690 0000-MAINLINE.
000691     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
000700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000710     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
000720         UNTIL END-OF-FILE.
000730     PERFORM 3000-TERMINATE THRU 3000-EXIT.
000735     IF FATAL-ERROR
000736         MOVE 16 TO RETURN-CODE.
000737     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
000740     STOP RUN.
000750*------------------------------------------------------*
000760 1000-INITIALIZE.
001481     CLOSE REPORT-FILE.
001491 3000-EXIT.
001501     EXIT.
001511*------------------------------------------------------*
001521* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
001531* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
001541* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
001551* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
001561*------------------------------------------------------*
001571 9800-CYCLE-START.
001581     MOVE 'CURRRPT' TO CYCG-PROGRAM.
001591     SET CYCG-START TO TRUE.
001601     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
001611     IF CYCG-CLEARED
001621         GO TO 9800-EXIT.
001631     IF CYCG-BLOCKED
001641         MOVE 12 TO RETURN-CODE
001651     ELSE
001661         MOVE 16 TO RETURN-CODE.
001671     STOP RUN.
001681 9800-EXIT.
001691     EXIT.
001701*------------------------------------------------------*
001711* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
001721* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
001731* BACK AFTERWARDS.                                      *
001741*------------------------------------------------------*
001751 9900-CYCLE-END.
001761     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
001771     SET CYCG-END TO TRUE.
001781     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
001791     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
001801 9900-EXIT.
001811     EXIT.
