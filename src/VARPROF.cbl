000120*                  THE VARIABLES FILE: OCCURS SLOT      *
000130*                  OCCUPANCY, CODE-PAIR FREQUENCY       *
000140*                  RANKING AND BALANCE DISTRIBUTIONS.   *
000141*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000142*                  CALLED AT START, ENDING THE RUN WITH *
000143*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000144*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000145*                  THE CYCLE, AND AT END TO RECORD THE  *
000146*                  RETURN CODE ON CYCLSTAT.             *
000150*------------------------------------------------------*
000160*
000170* PURPOSE.
001340 01  WS-AMOUNT-LINE.
001350     05 AL-LABEL            PIC X(20).
001360     05 AL-AMOUNT           PIC X(20).
001361     COPY "CYCLPARM.cpy".
001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001381     PERFORM 9800-CYCLE-START  THRU 9800-EXIT.
001390     PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
001400     PERFORM 2000-PROFILE-ONE  THRU 2000-EXIT
001410         UNTIL END-OF-FILE.
001430     PERFORM 4000-TERMINATE    THRU 4000-EXIT.
001440     IF FATAL-ERROR
001450         MOVE 16 TO RETURN-CODE.
001451     PERFORM 9900-CYCLE-END    THRU 9900-EXIT.
001460     STOP RUN.
001470*------------------------------------------------------*
001480 1000-INITIALIZE.
004290     CLOSE REPORT-FILE.
004300 4000-EXIT.
004310     EXIT.
004320*------------------------------------------------------*
004330* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
004340* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
004350* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
004360* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
004370*------------------------------------------------------*
004380 9800-CYCLE-START.
004390     MOVE 'VARPROF' TO CYCG-PROGRAM.
004400     SET CYCG-START TO TRUE.
004410     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004420     IF CYCG-CLEARED
004430         GO TO 9800-EXIT.
004440     IF CYCG-BLOCKED
004450         MOVE 12 TO RETURN-CODE
004460     ELSE
004470         MOVE 16 TO RETURN-CODE.
004480     STOP RUN.
004490 9800-EXIT.
004500     EXIT.
004510*------------------------------------------------------*
004520* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
004530* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
004540* BACK AFTERWARDS.                                      *
004550*------------------------------------------------------*
004560 9900-CYCLE-END.
004570     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
004580     SET CYCG-END TO TRUE.
004590     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004600     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
004610 9900-EXIT.
004620     EXIT.
