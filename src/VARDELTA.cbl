000140*                  VARRECON DOES AND WRITES ONLY THE    *
000150*                  MOVEMENT, IN VAREXTR'S COLUMN LAYOUT *
000160*                  PLUS A LEADING ACTION COLUMN.        *
000161*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000162*                  CALLED AT START, ENDING THE RUN WITH *
000163*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000164*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000165*                  THE CYCLE, AND AT END TO RECORD THE  *
000166*                  RETURN CODE ON CYCLSTAT.             *
000170*------------------------------------------------------*
000180*
000190* PURPOSE.
001080     05 WS-ROWS-CHANGED     PIC 9(09) COMP VALUE ZERO.
001090     05 WS-ROWS-DROPPED     PIC 9(09) COMP VALUE ZERO.
001100     05 WS-KEYS-UNCHANGED   PIC 9(09) COMP VALUE ZERO.
001101     COPY "CYCLPARM.cpy".
001110 PROCEDURE DIVISION.
001120 0000-MAINLINE.
001121     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001130     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001140     PERFORM 2000-MATCH-RECS  THRU 2000-EXIT
001150         UNTIL (YEST-EOF AND TODAY-EOF)
001170     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
001180     IF FATAL-ERROR
001190         MOVE 16 TO RETURN-CODE.
001191     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001200     STOP RUN.
001210*------------------------------------------------------*
001220 1000-INITIALIZE.
003880     CLOSE EXTRACT-FILE.
003890 3000-EXIT.
003900     EXIT.
003910*------------------------------------------------------*
003920* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
003930* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
003940* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
003950* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
003960*------------------------------------------------------*
003970 9800-CYCLE-START.
003980     MOVE 'VARDELTA' TO CYCG-PROGRAM.
003990     SET CYCG-START TO TRUE.
004000     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004010     IF CYCG-CLEARED
004020         GO TO 9800-EXIT.
004030     IF CYCG-BLOCKED
004040         MOVE 12 TO RETURN-CODE
004050     ELSE
004060         MOVE 16 TO RETURN-CODE.
004070     STOP RUN.
004080 9800-EXIT.
004090     EXIT.
004100*------------------------------------------------------*
004110* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
004120* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
004130* BACK AFTERWARDS.                                      *
004140*------------------------------------------------------*
004150 9900-CYCLE-END.
004160     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
004170     SET CYCG-END TO TRUE.
004180     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004190     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
004200 9900-EXIT.
004210     EXIT.
