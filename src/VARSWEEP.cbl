000130*                  GROUP-OCCURS CODE PAIRS ACROSS THE   *
000140*                  VARMSTR KSDS, WITH A TOUCHED-KEY     *
000150*                  REGISTER AND A WHERE-USED-ONLY MODE. *
000151*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000152*                  CALLED AT START, ENDING THE RUN WITH *
000153*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000154*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000155*                  THE CYCLE, AND AT END TO RECORD THE  *
000156*                  RETURN CODE ON CYCLSTAT.             *
000160*------------------------------------------------------*
000170*
000180* PURPOSE.
001530     05 FILLER              PIC X(16) VALUE
001540            'SLOTS TOUCHED .'.
001550     05 TL-SLOTS            PIC ZZZ,ZZZ,ZZ9.
001551     COPY "CYCLPARM.cpy".
001560 LINKAGE SECTION.
001570 01  LK-PARM.
001580     05 LK-PARM-LEN         PIC S9(04) COMP.
001590     05 LK-MODE             PIC X(01).
001600 PROCEDURE DIVISION USING LK-PARM.
001610 0000-MAINLINE.
001611     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001620     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001630     PERFORM 2000-SWEEP-ONE   THRU 2000-EXIT
001640         UNTIL END-OF-FILE
001660     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
001670     IF FATAL-ERROR
001680         MOVE 16 TO RETURN-CODE.
001681     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001690     STOP RUN.
001700*------------------------------------------------------*
001710 1000-INITIALIZE.
004020     CLOSE REGISTER-RPT.
004030 3000-EXIT.
004040     EXIT.
004050*------------------------------------------------------*
004060* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
004070* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
004080* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
004090* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
004100*------------------------------------------------------*
004110 9800-CYCLE-START.
004120     MOVE 'VARSWEEP' TO CYCG-PROGRAM.
004130     SET CYCG-START TO TRUE.
004140     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004150     IF CYCG-CLEARED
004160         GO TO 9800-EXIT.
004170     IF CYCG-BLOCKED
004180         MOVE 12 TO RETURN-CODE
004190     ELSE
004200         MOVE 16 TO RETURN-CODE.
004210     STOP RUN.
004220 9800-EXIT.
004230     EXIT.
004240*------------------------------------------------------*
004250* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
004260* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
004270* BACK AFTERWARDS.                                      *
004280*------------------------------------------------------*
004290 9900-CYCLE-END.
004300     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
004310     SET CYCG-END TO TRUE.
004320     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004330     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
004340 9900-EXIT.
004350     EXIT.
