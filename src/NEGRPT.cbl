000139*                  MISSING OR MISMATCHED TRAILER MEANS A  *
000141*                  SHORT FILE AND ABORTS WITH             *
000142*                  RETURN-CODE 16.                        *
000143*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS CALLED  *
000144*                  AT START, ENDING THE RUN WITH RC 12    *
000145*                  BEFORE ANY FILE IS OPENED WHEN A       *
000146*                  PREDECESSOR HAS NOT COMPLETED FOR THE  *
000147*                  CYCLE, AND AT END TO RECORD THE RETURN *
000148*                  CODE ON CYCLSTAT.                      *
000149*------------------------------------------------------*
000150*
000151* PURPOSE.
000160*   VARIABLES-REDEFINES OVERLAYS VARIABLES-GROUP, BUT
000170*   VARIABLES-FORMATED (PIC ----9) IS ONLY 5 BYTES WIDE
000180*   AGAINST VARIABLES-SIGNED-NUMERIC'S 8, SO IT NEVER
000670     05 FILLER             PIC X(12) VALUE
000680            'TOTAL. . . .'.
000690     05 TL-AMOUNT          PIC X(14).
000691     COPY "CYCLPARM.cpy".
000700 PROCEDURE DIVISION.
000710 0000-MAINLINE.
000711     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
000720     OPEN OUTPUT REPORT-FILE.
000730     MOVE WS-HEADING-1 TO REPORT-LINE.
000740     WRITE REPORT-LINE.
000840     CLOSE REPORT-FILE.
000842     IF FATAL-ERROR
000844         MOVE 16 TO RETURN-CODE.
000845     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
000850     STOP RUN.
000860*------------------------------------------------------*
000870* 1000-FILTER-NEGATIVES IS THE SORT INPUT PROCEDURE. IT *
001360             SET SORT-END-OF-FILE TO TRUE.
001370 2100-EXIT.
001380     EXIT.
001390*------------------------------------------------------*
001400* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
001410* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
001420* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
001430* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
001440*------------------------------------------------------*
001450 9800-CYCLE-START.
001460     MOVE 'NEGRPT' TO CYCG-PROGRAM.
001470     SET CYCG-START TO TRUE.
001480     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
001490     IF CYCG-CLEARED
001500         GO TO 9800-EXIT.
001510     IF CYCG-BLOCKED
001520         MOVE 12 TO RETURN-CODE
001530     ELSE
001540         MOVE 16 TO RETURN-CODE.
001550     STOP RUN.
001560 9800-EXIT.
001570     EXIT.
001580*------------------------------------------------------*
001590* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
001600* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
001610* BACK AFTERWARDS.                                      *
001620*------------------------------------------------------*
001630 9900-CYCLE-END.
001640     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
001650     SET CYCG-END TO TRUE.
001660     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
001670     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
001680 9900-EXIT.
001690     EXIT.
