000150*                  SITE DUPLICATE KEYS TO AN EXCEPTION *
000160*                  REPORT INSTEAD OF ARRIVAL-ORDER     *
000170*                  WINS.                               *
000171*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS      *
000172*                  CALLED AT START, ENDING THE RUN     *
000173*                  WITH RC 12 BEFORE ANY FILE IS       *
000174*                  OPENED WHEN A PREDECESSOR HAS NOT   *
000175*                  COMPLETED FOR THE CYCLE, AND AT END *
000176*                  TO RECORD THE RETURN CODE ON        *
000177*                  CYCLSTAT.                           *
000180*------------------------------------------------------*
000190*
000200* PURPOSE.
001650     05 FILLER              PIC X(16) VALUE
001660            'DUP RECORDS . .'.
001670     05 TL-DUP-RECORDS      PIC ZZZ,ZZZ,ZZ9.
001671     COPY "CYCLPARM.cpy".
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001691     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001700     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001710     PERFORM 2000-MERGE-ONE   THRU 2000-EXIT
001720         UNTIL (R1-EOF AND R2-EOF AND R3-EOF)
001740     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
001750     IF FATAL-ERROR
001760         MOVE 16 TO RETURN-CODE.
001761     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001770     STOP RUN.
001780*------------------------------------------------------*
001790 1000-INITIALIZE.
004860     CLOSE EXCEPTION-RPT.
004870 3000-EXIT.
004880     EXIT.
004890*------------------------------------------------------*
004900* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
004910* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
004920* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
004930* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
004940*------------------------------------------------------*
004950 9800-CYCLE-START.
004960     MOVE 'VARMERGE' TO CYCG-PROGRAM.
004970     SET CYCG-START TO TRUE.
004980     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004990     IF CYCG-CLEARED
005000         GO TO 9800-EXIT.
005010     IF CYCG-BLOCKED
005020         MOVE 12 TO RETURN-CODE
005030     ELSE
005040         MOVE 16 TO RETURN-CODE.
005050     STOP RUN.
005060 9800-EXIT.
005070     EXIT.
005080*------------------------------------------------------*
005090* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
005100* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
005110* BACK AFTERWARDS.                                      *
005120*------------------------------------------------------*
005130 9900-CYCLE-END.
005140     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
005150     SET CYCG-END TO TRUE.
005160     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
005170     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
005180 9900-EXIT.
005190     EXIT.
