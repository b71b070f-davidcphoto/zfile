000406*                  MISSING OR MISMATCHED TRAILER MEANS A  *
000407*                  SHORT FILE AND ABORTS WITH             *
000408*                  RETURN-CODE 16.                        *
000409*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS CALLED  *
000410*                  AT START, ENDING THE RUN WITH RC 12    *
000411*                  BEFORE ANY FILE IS OPENED WHEN A       *
000412*                  PREDECESSOR HAS NOT COMPLETED FOR THE  *
000413*                  CYCLE, AND AT END TO RECORD THE RETURN *
000414*                  CODE ON CYCLSTAT.                      *
000415*------------------------------------------------------*
000420*
000430* PURPOSE.
000440*   VARIABLES-REDEFINES REDEFINES VARIABLES-GROUP, SO
001002     05 WS-FATAL-SW        PIC X(01) VALUE 'N'.
001004        88 FATAL-ERROR     VALUE 'Y'.
001010 01  WS-SIGNED-EDIT        PIC -9(08).
001011     COPY "CYCLPARM.cpy".
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001031     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001040     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001050     PERFORM 2000-EXPORT-ONE  THRU 2000-EXIT
001060         UNTIL END-OF-FILE.
001070     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
001072     IF FATAL-ERROR
001074         MOVE 16 TO RETURN-CODE.
001075     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001080     STOP RUN.
001090*------------------------------------------------------*
001100 1000-INITIALIZE.
001801     CLOSE FORMATED-FILE.
001811 3000-EXIT.
001821     EXIT.
001831*------------------------------------------------------*
001841* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
001851* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
001861* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
001871* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
001881*------------------------------------------------------*
001891 9800-CYCLE-START.
001901     MOVE 'VAREXPRT' TO CYCG-PROGRAM.
001911     SET CYCG-START TO TRUE.
001921     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
001931     IF CYCG-CLEARED
001941         GO TO 9800-EXIT.
001951     IF CYCG-BLOCKED
001961         MOVE 12 TO RETURN-CODE
001971     ELSE
001981         MOVE 16 TO RETURN-CODE.
001991     STOP RUN.
002001 9800-EXIT.
002011     EXIT.
002021*------------------------------------------------------*
002031* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
002041* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
002051* BACK AFTERWARDS.                                      *
002061*------------------------------------------------------*
002071 9900-CYCLE-END.
002081     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
002091     SET CYCG-END TO TRUE.
002101     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002111     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
002121 9900-EXIT.
002131     EXIT.
