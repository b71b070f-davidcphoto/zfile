000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    VARUNLD.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - UNLOADS THE       *
000120*                  MAINTAINED VARMSTR KSDS IN KEY ORDER *
000130*                  TO A SEQUENTIAL VARIABLES FILE       *
000140*                  SEALED WITH THE CONTROL-TOTAL        *
000150*                  TRAILER, WITH A RUN-CONTROL RECORD   *
000160*                  FOR RUNBAL.                          *
000170*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000180*                  CALLED AT START, ENDING THE RUN WITH *
000190*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000200*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000210*                  THE CYCLE, AND AT END TO RECORD THE  *
000220*                  RETURN CODE ON CYCLSTAT.             *
000230*  2026-10-15  DCP RUNCTL STAMPED WITH THE CYCLE'S      *
000240*                  BUSINESS DATE FROM CYCLGATE, NOT THE *
000250*                  CLOCK.                               *
000260*------------------------------------------------------*
000270*
000280* PURPOSE.
000290*   TABMAINT, VARBATCH, VARIMPRT, VARSWEEP AND VARREST
000300*   ALL MAINTAIN THE VARMSTR KSDS, BUT THE NIGHTLY CHAIN
000310*   (VALLOAD, VARKSDS, VARARCH, VAREXTR, VARPOST,
000320*   VARPURGE) READS THE SEQUENTIAL VARIABLES FILE.  THIS
000330*   IS THE STEP THAT CARRIES THE DAY'S MAINTENANCE BACK
000340*   INTO THAT FILE: ONE PASS OF VARMSTR IN KEY ORDER
000350*   (START AT THE LOW KEY, READ NEXT TO END), EVERY
000360*   RECORD COPIED TO VAROUT, AND VAROUT SEALED WITH A
000370*   TRAILER (VARTRLR.CPY) BUILT FROM THE VARTRLWS.CPY
000380*   ACCUMULATORS SO EVERY CONSUMER DOWNSTREAM CAN PROVE
000390*   IT RECEIVED THE WHOLE FILE.  IT REPLACES THE IDCAMS
000400*   REPRO, WHICH KNEW NOTHING ABOUT THE TRAILER.
000410*
000420*   THE KEY 99999999 IS RESERVED FOR THE TRAILER AND MAY
000430*   NEVER APPEAR ON A DATA RECORD (SEE VARTRLR.CPY).  A
000440*   MASTER RECORD CARRYING IT IS NOT UNLOADED - IT WOULD
000450*   BE TAKEN FOR THE TRAILER BY THE NEXT READER - AND IS
000460*   COUNTED AS REJECTED AND DISPLAYED FOR FOLLOW-UP.
000470*
000480*   A RUN-CONTROL RECORD (RUNCREC.CPY) IS APPENDED TO
000490*   RUNCTL AT END OF RUN.  ITS HASH TOTALS ARE THOSE OF
000500*   THE FILE WRITTEN, SO RUNBAL CAN PROVE THE NEXT
000510*   VALLOAD READ EXACTLY WHAT WAS UNLOADED.
000520*
000530*   AN UNAVAILABLE VARMSTR ENDS THE RUN WITH RETURN-CODE
000540*   16 AND NO TRAILER IS WRITTEN, SO A HALF-BUILT VAROUT
000550*   CAN NEVER PASS FOR A COMPLETE ONE.
000560*------------------------------------------------------*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT VARIABLES-FILE ASSIGN TO VARMSTR
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS VARIABLES-NUMERIC IN VARIABLES
000670         FILE STATUS IS WS-FILE-STATUS.
000680     SELECT UNLOAD-FILE    ASSIGN TO VAROUT
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000710         ORGANIZATION IS SEQUENTIAL.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  VARIABLES-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY "testes.cpy".
000770 FD  UNLOAD-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800     COPY "testes.cpy" REPLACING
000810         ==VARIABLES== BY ==UNLOAD-VARIABLES==.
000820 FD  RUN-CONTROL-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850     COPY "RUNCREC.cpy".
000860 WORKING-STORAGE SECTION.
000870     COPY "VARKEY.cpy".
000880     COPY "VARTRLR.cpy".
000890     COPY "VARTRLWS.cpy".
000900 01  WS-FILE-STATUS         PIC X(02).
000910 01  WS-SWITCHES.
000920     05 WS-EOF-SW           PIC X(01) VALUE 'N'.
000930        88 END-OF-FILE      VALUE 'Y'.
000940     05 WS-FATAL-SW         PIC X(01) VALUE 'N'.
000950        88 FATAL-ERROR      VALUE 'Y'.
000960 01  WS-COUNTERS.
000970     05 WS-RECORDS-READ     PIC 9(09) COMP VALUE ZERO.
000980     05 WS-RECORDS-WRITTEN  PIC 9(09) COMP VALUE ZERO.
000990     05 WS-RECORDS-REJECT   PIC 9(09) COMP VALUE ZERO.
001000     COPY "CYCLPARM.cpy".
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001030     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001040     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001050     PERFORM 2000-UNLOAD-ONE  THRU 2000-EXIT
001060         UNTIL END-OF-FILE
001070         OR FATAL-ERROR.
001080     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
001090     IF FATAL-ERROR
001100         MOVE 16 TO RETURN-CODE.
001110     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001120     STOP RUN.
001130*------------------------------------------------------*
001140 1000-INITIALIZE.
001150     OPEN OUTPUT UNLOAD-FILE.
001160     OPEN EXTEND RUN-CONTROL-FILE.
001170     OPEN INPUT  VARIABLES-FILE.
001180     IF WS-FILE-STATUS NOT = '00'
001190         DISPLAY 'VARUNLD - VARMSTR UNAVAILABLE, STATUS '
001200             WS-FILE-STATUS
001210         SET FATAL-ERROR TO TRUE
001220         SET END-OF-FILE TO TRUE
001230         GO TO 1000-EXIT.
001240     MOVE ZEROES TO VARIABLES-NUMERIC IN VARIABLES.
001250     START VARIABLES-FILE
001260         KEY NOT < VARIABLES-NUMERIC IN VARIABLES
001270         INVALID KEY
001280             SET END-OF-FILE TO TRUE
001290     END-START.
001300     IF NOT END-OF-FILE
001310         PERFORM 2400-READ-NEXT THRU 2400-EXIT.
001320 1000-EXIT.
001330     EXIT.
001340*------------------------------------------------------*
001350* 2000-UNLOAD-ONE COPIES ONE MASTER RECORD TO VAROUT,   *
001360* ACCUMULATING THE TRAILER CONTROL TOTALS OVER WHAT IS  *
001370* WRITTEN (SKIP RULE PER VARTRLWS.CPY).  A RECORD       *
001380* CARRYING THE RESERVED TRAILER KEY IS HELD BACK.       *
001390*------------------------------------------------------*
001400 2000-UNLOAD-ONE.
001410     ADD 1 TO WS-RECORDS-READ.
001420     MOVE VARIABLES-NUMERIC IN VARIABLES
001430         TO VK-KEY-NUMERIC.
001440     IF VK-KEY-ALPHA = '99999999'
001450         ADD 1 TO WS-RECORDS-REJECT
001460         DISPLAY 'VARUNLD - RESERVED TRAILER KEY 99999999 '
001470             'ON VARMSTR, RECORD NOT UNLOADED'
001480         GO TO 2000-CONTINUE.
001490     ADD 1 TO TRLC-RECORD-COUNT.
001500     IF VARIABLES-SIGNED-NUMERIC IN VARIABLES NUMERIC
001510         ADD VARIABLES-SIGNED-NUMERIC IN VARIABLES
001520             TO TRLC-SIGNED-HASH.
001530     IF VARIABLES-COMP-3-NUMERIC IN VARIABLES NUMERIC
001540         ADD VARIABLES-COMP-3-NUMERIC IN VARIABLES
001550             TO TRLC-COMP3-HASH.
001560     MOVE VARIABLES TO UNLOAD-VARIABLES.
001570     WRITE UNLOAD-VARIABLES.
001580     ADD 1 TO WS-RECORDS-WRITTEN.
001590 2000-CONTINUE.
001600     PERFORM 2400-READ-NEXT THRU 2400-EXIT.
001610 2000-EXIT.
001620     EXIT.
001630*------------------------------------------------------*
001640* 2400-READ-NEXT READS THE NEXT MASTER RECORD IN KEY    *
001650* ORDER.  ANY STATUS OTHER THAN A CLEAN READ OR END OF   *
001660* FILE IS FATAL - AN UNLOAD THAT STOPS SHORT MUST NOT   *
001670* BE SEALED.                                            *
001680*------------------------------------------------------*
001690 2400-READ-NEXT.
001700     READ VARIABLES-FILE NEXT RECORD
001710         AT END
001720             SET END-OF-FILE TO TRUE
001730             GO TO 2400-EXIT.
001740     IF WS-FILE-STATUS NOT = '00'
001750         AND WS-FILE-STATUS NOT = '02'
001760         DISPLAY 'VARUNLD - VARMSTR READ FAILED, STATUS '
001770             WS-FILE-STATUS
001780         SET FATAL-ERROR TO TRUE.
001790 2400-EXIT.
001800     EXIT.
001810*------------------------------------------------------*
001820* 3000-TERMINATE SEALS VAROUT WITH THE TRAILER AND      *
001830* APPENDS THE RUN-CONTROL RECORD.  A FATAL RUN LEAVES   *
001840* VAROUT UNSEALED SO NO CONSUMER WILL ACCEPT IT.        *
001850*------------------------------------------------------*
001860 3000-TERMINATE.
001870     IF NOT FATAL-ERROR
001880         MOVE SPACES            TO TRAILER-RECORD
001890         MOVE '99999999'        TO TRLR-KEY-PREFIX
001900         MOVE '99999999'        TO TRLR-KEY
001910         MOVE TRLC-RECORD-COUNT TO TRLR-RECORD-COUNT
001920         MOVE TRLC-SIGNED-HASH  TO TRLR-SIGNED-HASH
001930         MOVE TRLC-COMP3-HASH   TO TRLR-COMP3-HASH
001940         MOVE TRAILER-RECORD    TO UNLOAD-VARIABLES
001950         WRITE UNLOAD-VARIABLES
001960         SET TRAILER-FOUND TO TRUE.
001970     DISPLAY 'VARUNLD - RECORDS READ. . . : '
001980         WS-RECORDS-READ.
001990     DISPLAY 'VARUNLD - RECORDS UNLOADED  : '
002000         WS-RECORDS-WRITTEN.
002010     DISPLAY 'VARUNLD - RECORDS REJECTED  : '
002020         WS-RECORDS-REJECT.
002030     PERFORM 3900-WRITE-RUN-CONTROL THRU 3900-EXIT.
002040     CLOSE VARIABLES-FILE.
002050     CLOSE UNLOAD-FILE.
002060     CLOSE RUN-CONTROL-FILE.
002070 3000-EXIT.
002080     EXIT.
002090*------------------------------------------------------*
002100* 3900-WRITE-RUN-CONTROL APPENDS THIS RUN'S COUNTS AND  *
002110* THE HASH TOTALS SEALED INTO THE VAROUT TRAILER, FOR   *
002120* RUNBAL TO MATCH AGAINST THE VALLOAD THAT READS IT.    *
002130*------------------------------------------------------*
002140 3900-WRITE-RUN-CONTROL.
002150     MOVE SPACES             TO RUN-CONTROL-RECORD.
002160     MOVE 'VARUNLD '         TO RUNC-PROGRAM.
002170     MOVE CYCG-BUS-DATE      TO RUNC-RUN-DATE.
002180     ACCEPT RUNC-RUN-TIME FROM TIME.
002190     MOVE WS-RECORDS-READ    TO RUNC-IN-COUNT.
002200     MOVE WS-RECORDS-WRITTEN TO RUNC-OUT-COUNT.
002210     MOVE WS-RECORDS-REJECT  TO RUNC-REJECT-COUNT.
002220     MOVE TRLC-SIGNED-HASH   TO RUNC-SIGNED-HASH.
002230     MOVE TRLC-COMP3-HASH    TO RUNC-COMP3-HASH.
002240     WRITE RUN-CONTROL-RECORD.
002250 3900-EXIT.
002260     EXIT.
002270*------------------------------------------------------*
002280* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
002290* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
002300* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
002310* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
002320*------------------------------------------------------*
002330 9800-CYCLE-START.
002340     MOVE 'VARUNLD' TO CYCG-PROGRAM.
002350     SET CYCG-START TO TRUE.
002360     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002370     IF CYCG-CLEARED
002380         GO TO 9800-EXIT.
002390     IF CYCG-BLOCKED
002400         MOVE 12 TO RETURN-CODE
002410     ELSE
002420         MOVE 16 TO RETURN-CODE.
002430     STOP RUN.
002440 9800-EXIT.
002450     EXIT.
002460*------------------------------------------------------*
002470* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
002480* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
002490* BACK AFTERWARDS.                                      *
002500*------------------------------------------------------*
002510 9900-CYCLE-END.
002520     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
002530     SET CYCG-END TO TRUE.
002540     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002550     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
002560 9900-EXIT.
002570     EXIT.
