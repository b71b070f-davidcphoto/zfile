000140*                  KEY OR BY PURGE-DATE RANGE, WITH A    *
000150*                  RESTORE REGISTER IN THE STYLE OF THE  *
000160*                  VARPURGE PURGE REGISTER.              *
000161*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS CALLED *
000162*                  AT START, ENDING THE RUN WITH RC 12   *
000163*                  BEFORE ANY FILE IS OPENED WHEN A      *
000164*                  PREDECESSOR HAS NOT COMPLETED FOR THE *
000165*                  CYCLE, AND AT END TO RECORD THE       *
000166*                  RETURN CODE ON CYCLSTAT.              *
000170*------------------------------------------------------*
000180*
000190* PURPOSE.
001450     05 FILLER              PIC X(16) VALUE
001460            'REJECTED. . . .'.
001470     05 TL-REJECTED         PIC ZZZ,ZZZ,ZZ9.
001471     COPY "CYCLPARM.cpy".
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001491     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001500     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001510     PERFORM 2000-RESTORE-ONE THRU 2000-EXIT
001520         UNTIL END-OF-FILE
001540     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
001550     IF FATAL-ERROR
001560         MOVE 16 TO RETURN-CODE.
001561     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001570     STOP RUN.
001580*------------------------------------------------------*
001590 1000-INITIALIZE.
003510     CLOSE REGISTER-RPT.
003520 3000-EXIT.
003530     EXIT.
003540*------------------------------------------------------*
003550* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
003560* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
003570* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
003580* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
003590*------------------------------------------------------*
003600 9800-CYCLE-START.
003610     MOVE 'VARREST' TO CYCG-PROGRAM.
003620     SET CYCG-START TO TRUE.
003630     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
003640     IF CYCG-CLEARED
003650         GO TO 9800-EXIT.
003660     IF CYCG-BLOCKED
003670         MOVE 12 TO RETURN-CODE
003680     ELSE
003690         MOVE 16 TO RETURN-CODE.
003700     STOP RUN.
003710 9800-EXIT.
003720     EXIT.
003730*------------------------------------------------------*
003740* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
003750* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
003760* BACK AFTERWARDS.                                      *
003770*------------------------------------------------------*
003780 9900-CYCLE-END.
003790     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
003800     SET CYCG-END TO TRUE.
003810     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
003820     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
003830 9900-EXIT.
003840     EXIT.
