000140*                  AGE BUT KEEPS EVERY CHANGE-POINT      *
000150*                  SNAPSHOT, WITH A KEPT/DROPPED REPORT  *
000160*                  PER SNAPSHOT DATE.                    *
000161*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS CALLED *
000162*                  AT START, ENDING THE RUN WITH RC 12   *
000163*                  BEFORE ANY FILE IS OPENED WHEN A      *
000164*                  PREDECESSOR HAS NOT COMPLETED FOR THE *
000165*                  CYCLE, AND AT END TO RECORD THE       *
000166*                  RETURN CODE ON CYCLSTAT.              *
000170*------------------------------------------------------*
000180*
000190* PURPOSE.
001420     05 FILLER              PIC X(16) VALUE
001430            'DROPPED . . . .'.
001440     05 TL-DROPPED          PIC ZZZ,ZZZ,ZZ9.
001441     COPY "CYCLPARM.cpy".
001450 LINKAGE SECTION.
001460 01  LK-PARM.
001470     05 LK-PARM-LEN         PIC S9(04) COMP.
001500                            PIC 9(05).
001510 PROCEDURE DIVISION USING LK-PARM.
001520 0000-MAINLINE.
001521     PERFORM 9800-CYCLE-START  THRU 9800-EXIT.
001530     PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
001540     PERFORM 2000-CONDENSE-ONE THRU 2000-EXIT
001550         UNTIL END-OF-FILE
001570     PERFORM 3000-TERMINATE    THRU 3000-EXIT.
001580     IF FATAL-ERROR
001590         MOVE 16 TO RETURN-CODE.
001591     PERFORM 9900-CYCLE-END    THRU 9900-EXIT.
001600     STOP RUN.
001610*------------------------------------------------------*
001620 1000-INITIALIZE.
004070     WRITE REPORT-LINE.
004080 3100-EXIT.
004090     EXIT.
004100*------------------------------------------------------*
004110* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
004120* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
004130* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
004140* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
004150*------------------------------------------------------*
004160 9800-CYCLE-START.
004170     MOVE 'VARHCOND' TO CYCG-PROGRAM.
004180     SET CYCG-START TO TRUE.
004190     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004200     IF CYCG-CLEARED
004210         GO TO 9800-EXIT.
004220     IF CYCG-BLOCKED
004230         MOVE 12 TO RETURN-CODE
004240     ELSE
004250         MOVE 16 TO RETURN-CODE.
004260     STOP RUN.
004270 9800-EXIT.
004280     EXIT.
004290*------------------------------------------------------*
004300* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
004310* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
004320* BACK AFTERWARDS.                                      *
004330*------------------------------------------------------*
004340 9900-CYCLE-END.
004350     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
004360     SET CYCG-END TO TRUE.
004370     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004380     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
004390 9900-EXIT.
004400     EXIT.
