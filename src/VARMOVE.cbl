000120*                  MOVEMENT REPORT OVER THE VARHIST    *
000130*                  SNAPSHOT KSDS, WITH TOP-MOVERS      *
000140*                  RANKING AND PERIOD GRAND TOTALS.    *
000141*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS      *
000142*                  CALLED AT START, ENDING THE RUN     *
000143*                  WITH RC 12 BEFORE ANY FILE IS       *
000144*                  OPENED WHEN A PREDECESSOR HAS NOT   *
000145*                  COMPLETED FOR THE CYCLE, AND AT END *
000146*                  TO RECORD THE RETURN CODE ON        *
000147*                  CYCLSTAT.                           *
000150*------------------------------------------------------*
000160*
000170* PURPOSE.
001750     05 FILLER              PIC X(24) VALUE
001760            'TOTAL NET SIGNED. . . .'.
001770     05 TL-NET-SIGNED       PIC -9(11).
001771     COPY "CYCLPARM.cpy".
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001791     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001800     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001810     PERFORM 2000-PROCESS-ONE THRU 2000-EXIT
001820         UNTIL END-OF-FILE
001840     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
001850     IF FATAL-ERROR
001860         MOVE 16 TO RETURN-CODE.
001861     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001870     STOP RUN.
001880*------------------------------------------------------*
001890 1000-INITIALIZE.
004400     WRITE REPORT-LINE.
004410 3100-EXIT.
004420     EXIT.
004430*------------------------------------------------------*
004440* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
004450* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
004460* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
004470* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
004480*------------------------------------------------------*
004490 9800-CYCLE-START.
004500     MOVE 'VARMOVE' TO CYCG-PROGRAM.
004510     SET CYCG-START TO TRUE.
004520     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004530     IF CYCG-CLEARED
004540         GO TO 9800-EXIT.
004550     IF CYCG-BLOCKED
004560         MOVE 12 TO RETURN-CODE
004570     ELSE
004580         MOVE 16 TO RETURN-CODE.
004590     STOP RUN.
004600 9800-EXIT.
004610     EXIT.
004620*------------------------------------------------------*
004630* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
004640* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
004650* BACK AFTERWARDS.                                      *
004660*------------------------------------------------------*
004670 9900-CYCLE-END.
004680     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
004690     SET CYCG-END TO TRUE.
004700     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004710     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
004720 9900-EXIT.
004730     EXIT.
