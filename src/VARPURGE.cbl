000155*                  INBOUND TRAILER HASH TOTALS - SO     *
000156*                  RUNBAL CAN CROSS-FOOT THE NIGHT'S    *
000157*                  RUNS.                                *
000158*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000159*                  CALLED AT START, ENDING THE RUN WITH *
000160*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000161*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000162*                  THE CYCLE, AND AT END TO RECORD THE  *
000163*                  RETURN CODE ON CYCLSTAT.             *
000164*  2026-10-15  DCP RUNCTL STAMPED WITH THE CYCLE'S      *
000165*                  BUSINESS DATE FROM CYCLGATE, NOT THE *
000166*                  CLOCK.                               *
000167*------------------------------------------------------*
000170*
000180* PURPOSE.
000190*   PASSES THE VARIABLES MASTER AND SPLITS IT: RECORDS
001420     05 FILLER              PIC X(16) VALUE
001430            'RECORDS PURGED.'.
001440     05 TL-PURGED           PIC ZZZ,ZZZ,ZZ9.
001441     COPY "CYCLPARM.cpy".
001450 LINKAGE SECTION.
001460 01  LK-PARM.
001470     05 LK-PARM-LEN         PIC S9(04) COMP.
001480     05 LK-CRITERIA         PIC X(01).
001490 PROCEDURE DIVISION USING LK-PARM.
001500 0000-MAINLINE.
001501     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001510     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001520     PERFORM 2000-PURGE-ONE   THRU 2000-EXIT
001530         UNTIL END-OF-FILE
001550     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
001560     IF FATAL-ERROR
001570         MOVE 16 TO RETURN-CODE.
001571     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001580     STOP RUN.
001590*------------------------------------------------------*
001600 1000-INITIALIZE.
003330 3900-WRITE-RUN-CONTROL.
003340     MOVE SPACES            TO RUN-CONTROL-RECORD.
003350     MOVE 'VARPURGE'        TO RUNC-PROGRAM.
003360     MOVE CYCG-BUS-DATE     TO RUNC-RUN-DATE.
003370     ACCEPT RUNC-RUN-TIME FROM TIME.
003380     MOVE WS-RECORDS-READ   TO RUNC-IN-COUNT.
003390     MOVE WS-RECORDS-KEPT   TO RUNC-OUT-COUNT.
003430     WRITE RUN-CONTROL-RECORD.
003440 3900-EXIT.
003450     EXIT.
003460*------------------------------------------------------*
003470* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
003480* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
003490* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
003500* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
003510*------------------------------------------------------*
003520 9800-CYCLE-START.
003530     MOVE 'VARPURGE' TO CYCG-PROGRAM.
003540     SET CYCG-START TO TRUE.
003550     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
003560     IF CYCG-CLEARED
003570         GO TO 9800-EXIT.
003580     IF CYCG-BLOCKED
003590         MOVE 12 TO RETURN-CODE
003600     ELSE
003610         MOVE 16 TO RETURN-CODE.
003620     STOP RUN.
003630 9800-EXIT.
003640     EXIT.
003650*------------------------------------------------------*
003660* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
003670* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
003680* BACK AFTERWARDS.                                      *
003690*------------------------------------------------------*
003700 9900-CYCLE-END.
003710     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
003720     SET CYCG-END TO TRUE.
003730     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
003740     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
003750 9900-EXIT.
003760     EXIT.
