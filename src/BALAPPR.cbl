000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BALAPPR.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - ONLINE SECOND-    *
000120*                  OPERATOR APPROVAL OF THE BALANCE     *
000130*                  CHANGES TABMAINT AND VARBATCH HOLD   *
000140*                  ON PENDCHG, IN THE TABMAINT SCREEN   *
000150*                  STYLE.                               *
000160*  2026-10-15  DCP A HELD ADD (PEND-ADD) IS APPROVED BY *
000170*                  WRITING THE NEW KEY WITH ITS OPENING *
000180*                  CODE PAIRS AND AN A AUDIT RECORD.    *
000190*------------------------------------------------------*
000200*
000210* PURPOSE.
000220*   FOUR-EYES CONTROL OVER LARGE BALANCE CHANGES.  A
000230*   CHANGE THAT MOVES VARIABLES-SIGNED-NUMERIC OR
000240*   VARIABLES-COMP-NUMERIC BY MORE THAN THE DUALPARM
000250*   THRESHOLD IS NOT APPLIED BY TABMAINT OR VARBATCH -
000260*   IT IS WRITTEN TO THE PENDCHG KSDS (PENDREC.CPY).
000270*   THIS SCREEN WALKS THE OPEN ITEMS OLDEST FIRST:
000280*     N - SHOW THE NEXT PENDING ITEM
000290*     A - APPROVE THE ITEM SHOWN
000300*     D - DECLINE THE ITEM SHOWN
000310*     X - EXIT
000320*   A AND D NEED AUTHORITY LEVEL 2 OR ABOVE, AND THE
000330*   SIGNED-ON OPERATOR MAY NOT DECIDE A CHANGE THEY
000340*   ASKED FOR THEMSELVES.
000350*
000360*   AN APPROVAL RE-READS THE MASTER AND IS REFUSED WHEN
000370*   EITHER BALANCE NO LONGER HOLDS THE VALUE THE
000380*   REQUESTER SAW - THE ITEM MUST THEN BE DECLINED AND
000390*   RE-ENTERED AGAINST THE CURRENT FIGURES.  OTHERWISE
000400*   IT REWRITES THE MASTER AND WRITES THE AUDTREC
000410*   RECORD EXACTLY AS TABMAINT'S 2200-MAINTAIN-BALANCE
000420*   WOULD HAVE, EXCEPT THAT AUDT-USER-ID IS THE
000430*   REQUESTER, AUDT-APPROVER-ID IS THE SIGNED-ON
000440*   APPROVER AND AUDT-JOB-NAME IS THE JOB THE REQUEST
000450*   CAME FROM.  A DECLINE TOUCHES NEITHER THE MASTER NOR
000460*   THE AUDIT FILE.  EITHER WAY THE ITEM IS STAMPED WITH
000470*   THE DECIDING OPERATOR, DATE AND TIME AND STAYS ON
000480*   PENDCHG AS THE RECORD OF THE DECISION.
000490*
000500*   A HELD ADD (PEND-FUNCTION 'A') IS A NEW KEY WHOSE
000510*   OPENING BALANCES WERE OVER THE THRESHOLD.  ITS
000520*   APPROVAL IS REFUSED IF THE KEY HAS BEEN OPENED
000530*   SINCE; OTHERWISE IT WRITES THE KEY WITH THE OPENING
000540*   CODE PAIRS AND COMP-3 AT ZERO, AND AN A AUDIT
000550*   RECORD, AS TABMAINT'S 2300-ADD-RECORD WOULD HAVE.
000560*------------------------------------------------------*
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT PENDING-FILE   ASSIGN TO PENDCHG
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS PEND-KEY
000670         FILE STATUS IS WS-PEND-STATUS.
000680     SELECT VARIABLES-FILE ASSIGN TO VARMSTR
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS VARIABLES-NUMERIC
000720         FILE STATUS IS WS-FILE-STATUS.
000730     SELECT AUDIT-FILE     ASSIGN TO AUDITOUT
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT OPERPROF-FILE  ASSIGN TO OPERPROF
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS OPER-USER-ID
000790         FILE STATUS IS WS-OPER-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  PENDING-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY "PENDREC.cpy".
000850 FD  VARIABLES-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY "testes.cpy".
000880 FD  AUDIT-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910     COPY "AUDTREC.cpy".
000920 FD  OPERPROF-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY "OPERREC.cpy".
000950 WORKING-STORAGE SECTION.
000960     COPY "VARKEY.cpy".
000970 01  WS-FILE-STATUS        PIC X(02).
000980 01  WS-PEND-STATUS        PIC X(02).
000990 01  WS-OPER-STATUS        PIC X(02).
001000 01  WS-SWITCHES.
001010     05 WS-QUIT-SW         PIC X(01) VALUE 'N'.
001020        88 QUIT-REQUESTED  VALUE 'Y'.
001030     05 WS-SIGNON-SW       PIC X(01) VALUE 'N'.
001040        88 SIGNED-ON       VALUE 'Y'.
001050     05 WS-SHOWN-SW        PIC X(01) VALUE 'N'.
001060        88 ITEM-SHOWN      VALUE 'Y'.
001070     05 WS-FOUND-SW        PIC X(01).
001080        88 PENDING-FOUND   VALUE 'Y'.
001090     05 WS-BROWSE-EOF-SW   PIC X(01).
001100        88 NO-MORE-PENDING VALUE 'Y'.
001110     05 WS-DECIDE-SW       PIC X(01).
001120        88 ITEM-DECIDABLE  VALUE 'Y'.
001130 01  WS-SIGNON-FIELDS.
001140     05 WS-TRY-USER        PIC X(08).
001150     05 WS-TRY-PASSWORD    PIC X(08).
001160     05 WS-SIGNON-ID       PIC X(08) VALUE SPACES.
001170     05 WS-SIGNON-LEVEL    PIC X(01) VALUE SPACE.
001180        88 SIGNON-CAN-APPROVE VALUES '2' '3'.
001190     05 WS-ATTEMPTS        PIC 9(01) COMP VALUE ZERO.
001200*------------------------------------------------------*
001210* WS-LAST-KEY IS THE PENDCHG KEY OF THE ITEM ON SHOW -  *
001220* THE BROWSE RESUMES AFTER IT AND A AND D RE-READ IT.   *
001230*------------------------------------------------------*
001240 01  WS-LAST-KEY           PIC X(26) VALUE LOW-VALUES.
001250 01  WS-SUB                PIC 9(01) COMP.
001260 01  WS-SCREEN-FIELDS.
001270     05 SM-FUNCTION        PIC X(01).
001280 SCREEN SECTION.
001290 01  BALAPPR-MAP.
001300     05 LINE 1  COLUMN 1 VALUE
001310         'BALAPPR - APPROVAL OF PENDING BALANCE CHANGES'.
001320     05 LINE 3  COLUMN 1 VALUE
001330         'FUNCTION (N-NEXT A-APPROVE D-DECLINE X-EXIT):'.
001340     05 LINE 3  COLUMN 48 PIC X(01) USING SM-FUNCTION.
001350 PROCEDURE DIVISION.
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001380     PERFORM 2000-PROCESS-TRANS   THRU 2000-EXIT
001390         UNTIL QUIT-REQUESTED.
001400     PERFORM 3000-TERMINATE       THRU 3000-EXIT.
001410     STOP RUN.
001420*------------------------------------------------------*
001430 1000-INITIALIZE.
001440     OPEN I-O PENDING-FILE.
001450     IF WS-PEND-STATUS NOT = '00'
001460         DISPLAY 'BALAPPR - PENDING CHANGE FILE '
001470             'UNAVAILABLE, STATUS ' WS-PEND-STATUS
001480         MOVE 16 TO RETURN-CODE
001490         SET QUIT-REQUESTED TO TRUE.
001500     OPEN I-O VARIABLES-FILE.
001510     IF WS-FILE-STATUS NOT = '00'
001520         DISPLAY 'BALAPPR - MASTER FILE UNAVAILABLE, '
001530             'STATUS ' WS-FILE-STATUS
001540         MOVE 16 TO RETURN-CODE
001550         SET QUIT-REQUESTED TO TRUE.
001560     OPEN EXTEND AUDIT-FILE.
001570     OPEN INPUT OPERPROF-FILE.
001580     IF WS-OPER-STATUS NOT = '00'
001590         DISPLAY 'BALAPPR - OPERATOR PROFILE FILE '
001600             'UNAVAILABLE, STATUS ' WS-OPER-STATUS
001610         MOVE 16 TO RETURN-CODE
001620         SET QUIT-REQUESTED TO TRUE.
001630     IF NOT QUIT-REQUESTED
001640         PERFORM 1500-SIGN-ON THRU 1500-EXIT.
001650 1000-EXIT.
001660     EXIT.
001670*------------------------------------------------------*
001680* 1500-SIGN-ON SIGNS THE OPERATOR ON AGAINST OPERPROF,  *
001690* THE SAME SHAPE AS TABMAINT'S 1500.  THREE FAILED      *
001700* ATTEMPTS END THE SESSION WITH RC 16 - FAIL CLOSED.    *
001710* THE SIGNED-ON ID IS WHAT LANDS IN AUDT-APPROVER-ID    *
001720* AND PEND-DECIDE-USER, AND WHAT IS COMPARED WITH THE   *
001730* REQUESTER TO KEEP THE TWO PAIRS OF EYES DIFFERENT.    *
001740*------------------------------------------------------*
001750 1500-SIGN-ON.
001760     MOVE ZERO TO WS-ATTEMPTS.
001770     PERFORM 1510-ONE-ATTEMPT THRU 1510-EXIT
001780         UNTIL SIGNED-ON
001790         OR WS-ATTEMPTS >= 3.
001800     IF NOT SIGNED-ON
001810         DISPLAY 'BALAPPR - SIGN-ON FAILED, ENDING'
001820         MOVE 16 TO RETURN-CODE
001830         SET QUIT-REQUESTED TO TRUE.
001840 1500-EXIT.
001850     EXIT.
001860*------------------------------------------------------*
001870 1510-ONE-ATTEMPT.
001880     ADD 1 TO WS-ATTEMPTS.
001890     DISPLAY 'BALAPPR - OPERATOR ID: '.
001900     ACCEPT WS-TRY-USER.
001910     DISPLAY 'BALAPPR - PASSWORD: '.
001920     ACCEPT WS-TRY-PASSWORD.
001930     MOVE WS-TRY-USER TO OPER-USER-ID.
001940     READ OPERPROF-FILE
001950         INVALID KEY
001960             DISPLAY 'BALAPPR - SIGN-ON REJECTED'
001970             GO TO 1510-EXIT.
001980     IF OPER-PASSWORD NOT = WS-TRY-PASSWORD
001990         DISPLAY 'BALAPPR - SIGN-ON REJECTED'
002000         GO TO 1510-EXIT.
002010     IF OPER-AUTH-LEVEL NOT = '1' AND '2' AND '3'
002020         DISPLAY 'BALAPPR - PROFILE AUTHORITY LEVEL '
002030             'INVALID'
002040         GO TO 1510-EXIT.
002050     SET SIGNED-ON TO TRUE.
002060     MOVE OPER-USER-ID    TO WS-SIGNON-ID.
002070     MOVE OPER-AUTH-LEVEL TO WS-SIGNON-LEVEL.
002080     DISPLAY 'BALAPPR - SIGNED ON ' WS-SIGNON-ID
002090         ' LEVEL ' WS-SIGNON-LEVEL.
002100 1510-EXIT.
002110     EXIT.
002120*------------------------------------------------------*
002130* 2000-PROCESS-TRANS IS THE HANDLER PARAGRAPH FOR THE   *
002140* ONLINE TRANSACTION - ONE SCREEN, DISPATCHED BY        *
002150* FUNCTION CODE, THE SAME SHAPE AS TABMAINT.            *
002160*------------------------------------------------------*
002170 2000-PROCESS-TRANS.
002180     DISPLAY BALAPPR-MAP.
002190     ACCEPT  BALAPPR-MAP.
002200     EVALUATE SM-FUNCTION
002210         WHEN 'N'
002220             PERFORM 2100-NEXT-PENDING THRU 2100-EXIT
002230         WHEN 'A'
002240             IF NOT SIGNON-CAN-APPROVE
002250                 DISPLAY 'BALAPPR - NOT AUTHORIZED FOR '
002260                     'APPROVAL'
002270             ELSE
002280                 PERFORM 2200-APPROVE-ITEM THRU 2200-EXIT
002290             END-IF
002300         WHEN 'D'
002310             IF NOT SIGNON-CAN-APPROVE
002320                 DISPLAY 'BALAPPR - NOT AUTHORIZED FOR '
002330                     'APPROVAL'
002340             ELSE
002350                 PERFORM 2300-DECLINE-ITEM THRU 2300-EXIT
002360             END-IF
002370         WHEN 'X'
002380             SET QUIT-REQUESTED TO TRUE
002390         WHEN OTHER
002400             DISPLAY 'BALAPPR - INVALID FUNCTION CODE'
002410     END-EVALUATE.
002420 2000-EXIT.
002430     EXIT.
002440*------------------------------------------------------*
002450* 2100-NEXT-PENDING SHOWS THE FIRST OPEN ITEM AFTER THE *
002460* ONE LAST SHOWN.  PAST THE END OF THE FILE THE BROWSE  *
002470* GOES BACK TO THE TOP, SO THE NEXT N STARTS AGAIN WITH *
002480* THE OLDEST ITEM STILL OPEN.                           *
002490*------------------------------------------------------*
002500 2100-NEXT-PENDING.
002510     MOVE 'N' TO WS-SHOWN-SW.
002520     MOVE 'N' TO WS-FOUND-SW.
002530     MOVE 'N' TO WS-BROWSE-EOF-SW.
002540     MOVE WS-LAST-KEY TO PEND-KEY.
002550     START PENDING-FILE KEY > PEND-KEY
002560         INVALID KEY
002570             SET NO-MORE-PENDING TO TRUE.
002580     PERFORM 2110-READ-NEXT THRU 2110-EXIT
002590         UNTIL PENDING-FOUND
002600         OR NO-MORE-PENDING.
002610     IF NO-MORE-PENDING
002620         DISPLAY 'BALAPPR - NO MORE PENDING CHANGES'
002630         MOVE LOW-VALUES TO WS-LAST-KEY
002640         GO TO 2100-EXIT.
002650     MOVE PEND-KEY TO WS-LAST-KEY.
002660     SET ITEM-SHOWN TO TRUE.
002670     PERFORM 2150-SHOW-ITEM THRU 2150-EXIT.
002680 2100-EXIT.
002690     EXIT.
002700*------------------------------------------------------*
002710 2110-READ-NEXT.
002720     READ PENDING-FILE NEXT RECORD
002730         AT END
002740             SET NO-MORE-PENDING TO TRUE
002750             GO TO 2110-EXIT.
002760     IF PEND-OPEN
002770         SET PENDING-FOUND TO TRUE.
002780 2110-EXIT.
002790     EXIT.
002800*------------------------------------------------------*
002810 2150-SHOW-ITEM.
002820     DISPLAY 'BALAPPR - KEY . . . . . . : ' PEND-VAR-KEY.
002830     IF PEND-ADD
002840         DISPLAY 'BALAPPR - NEW KEY, OPENING BALANCES'.
002850     DISPLAY 'BALAPPR - REQUESTED BY. . : ' PEND-REQ-USER
002860         ' VIA ' PEND-JOB-NAME.
002870     DISPLAY 'BALAPPR - REQUESTED ON. . : ' PEND-REQ-DATE
002880         ' ' PEND-REQ-TIME.
002890     DISPLAY 'BALAPPR - SIGNED  OLD/NEW : '
002900         PEND-OLD-SIGNED-NUM ' ' PEND-NEW-SIGNED-NUM.
002910     DISPLAY 'BALAPPR - COMP    OLD/NEW : '
002920         PEND-OLD-COMP-NUM ' ' PEND-NEW-COMP-NUM.
002930 2150-EXIT.
002940     EXIT.
002950*------------------------------------------------------*
002960* 2200-APPROVE-ITEM APPLIES THE ITEM SHOWN.  THE MASTER *
002970* MUST STILL CARRY THE OLD VALUES THE REQUESTER SAW -   *
002980* ANYTHING ELSE MEANS SOMEONE HAS CHANGED THE RECORD    *
002990* SINCE, AND APPLYING THE ITEM WOULD SILENTLY UNDO      *
003000* THAT CHANGE.  A HELD ADD GOES TO 2250 INSTEAD.        *
003010*------------------------------------------------------*
003020 2200-APPROVE-ITEM.
003030     PERFORM 2500-REREAD-ITEM THRU 2500-EXIT.
003040     IF NOT ITEM-DECIDABLE
003050         GO TO 2200-EXIT.
003060     MOVE PEND-VAR-KEY TO VK-KEY-ALPHA.
003070     MOVE VK-KEY-NUMERIC TO VARIABLES-NUMERIC.
003080     IF PEND-ADD
003090         PERFORM 2250-APPROVE-ADD THRU 2250-EXIT
003100         GO TO 2200-EXIT.
003110     READ VARIABLES-FILE
003120         INVALID KEY
003130             DISPLAY 'BALAPPR - KEY NO LONGER ON THE '
003140                 'MASTER - DECLINE THE ITEM'
003150             GO TO 2200-EXIT.
003160     IF VARIABLES-SIGNED-NUMERIC NOT = PEND-OLD-SIGNED-NUM
003170         OR VARIABLES-COMP-NUMERIC NOT = PEND-OLD-COMP-NUM
003180         DISPLAY 'BALAPPR - BALANCES HAVE MOVED SINCE THE '
003190             'REQUEST - DECLINE AND RE-ENTER'
003200         GO TO 2200-EXIT.
003210     MOVE PEND-NEW-SIGNED-NUM TO VARIABLES-SIGNED-NUMERIC.
003220     MOVE PEND-NEW-COMP-NUM   TO VARIABLES-COMP-NUMERIC.
003230     REWRITE VARIABLES
003240         INVALID KEY
003250             DISPLAY 'BALAPPR - REWRITE FAILED, STATUS '
003260                 WS-FILE-STATUS
003270             GO TO 2200-EXIT.
003280     MOVE 'B'                 TO AUDT-FUNCTION.
003290     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003300     SET PEND-APPROVED TO TRUE.
003310     PERFORM 2800-STAMP-DECISION THRU 2800-EXIT.
003320     DISPLAY 'BALAPPR - APPROVED AND APPLIED ' PEND-VAR-KEY.
003330 2200-EXIT.
003340     EXIT.
003350*------------------------------------------------------*
003360* 2250-APPROVE-ADD OPENS A HELD NEW KEY.  THE KEY MUST  *
003370* STILL BE ABSENT FROM THE MASTER - IF IT HAS BEEN      *
003380* OPENED SINCE, THE ITEM CAN ONLY BE DECLINED.          *
003390*------------------------------------------------------*
003400 2250-APPROVE-ADD.
003410     READ VARIABLES-FILE
003420         INVALID KEY
003430             GO TO 2250-BUILD.
003440     DISPLAY 'BALAPPR - KEY HAS BEEN OPENED SINCE THE '
003450         'REQUEST - DECLINE THE ITEM'.
003460     GO TO 2250-EXIT.
003470 2250-BUILD.
003480     MOVE SPACES              TO VARIABLES.
003490     MOVE VK-KEY-NUMERIC      TO VARIABLES-NUMERIC.
003500     MOVE PEND-NEW-SIGNED-NUM TO VARIABLES-SIGNED-NUMERIC.
003510     MOVE PEND-NEW-COMP-NUM   TO VARIABLES-COMP-NUMERIC.
003520     MOVE ZERO                TO VARIABLES-COMP-3-NUMERIC.
003530     PERFORM 2260-LOAD-OPEN-PAIR THRU 2260-EXIT
003540         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
003550     WRITE VARIABLES
003560         INVALID KEY
003570             DISPLAY 'BALAPPR - ADD FAILED, STATUS '
003580                 WS-FILE-STATUS
003590             GO TO 2250-EXIT.
003600     MOVE 'A'                 TO AUDT-FUNCTION.
003610     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
003620     SET PEND-APPROVED TO TRUE.
003630     PERFORM 2800-STAMP-DECISION THRU 2800-EXIT.
003640     DISPLAY 'BALAPPR - APPROVED AND OPENED ' PEND-VAR-KEY.
003650 2250-EXIT.
003660     EXIT.
003670*------------------------------------------------------*
003680 2260-LOAD-OPEN-PAIR.
003690     MOVE PEND-OPEN-IN (WS-SUB)
003700         TO VARIABLES-GROUP-OCCURS-IN (WS-SUB).
003710     MOVE PEND-OPEN-IN2 (WS-SUB)
003720         TO VARIABLES-GROUP-OCCURS-IN2 (WS-SUB).
003730 2260-EXIT.
003740     EXIT.
003750*------------------------------------------------------*
003760 2300-DECLINE-ITEM.
003770     PERFORM 2500-REREAD-ITEM THRU 2500-EXIT.
003780     IF NOT ITEM-DECIDABLE
003790         GO TO 2300-EXIT.
003800     SET PEND-DECLINED TO TRUE.
003810     PERFORM 2800-STAMP-DECISION THRU 2800-EXIT.
003820     DISPLAY 'BALAPPR - DECLINED ' PEND-VAR-KEY.
003830 2300-EXIT.
003840     EXIT.
003850*------------------------------------------------------*
003860* 2500-REREAD-ITEM FETCHES THE ITEM ON SHOW AFRESH AND  *
003870* LEAVES ITEM-DECIDABLE SET ONLY WHEN IT IS STILL OPEN  *
003880* AND WAS NOT REQUESTED BY THE SIGNED-ON OPERATOR.      *
003890* ANOTHER APPROVER MAY HAVE DECIDED IT SINCE IT WAS     *
003900* SHOWN.                                                *
003910*------------------------------------------------------*
003920 2500-REREAD-ITEM.
003930     MOVE 'N' TO WS-DECIDE-SW.
003940     IF NOT ITEM-SHOWN
003950         DISPLAY 'BALAPPR - USE N TO BRING UP A PENDING '
003960             'CHANGE FIRST'
003970         GO TO 2500-EXIT.
003980     MOVE WS-LAST-KEY TO PEND-KEY.
003990     READ PENDING-FILE
004000         INVALID KEY
004010             DISPLAY 'BALAPPR - PENDING ITEM NO LONGER ON '
004020                 'FILE'
004030             MOVE 'N' TO WS-SHOWN-SW
004040             GO TO 2500-EXIT.
004050     IF NOT PEND-OPEN
004060         DISPLAY 'BALAPPR - ITEM ALREADY DECIDED BY '
004070             PEND-DECIDE-USER
004080         MOVE 'N' TO WS-SHOWN-SW
004090         GO TO 2500-EXIT.
004100     IF PEND-REQ-USER = WS-SIGNON-ID
004110         DISPLAY 'BALAPPR - YOU REQUESTED THIS CHANGE - A '
004120             'DIFFERENT OPERATOR MUST DECIDE IT'
004130         GO TO 2500-EXIT.
004140     SET ITEM-DECIDABLE TO TRUE.
004150 2500-EXIT.
004160     EXIT.
004170*------------------------------------------------------*
004180* 2700-WRITE-AUDIT WRITES THE AUDTREC RECORD FOR AN     *
004190* APPROVED ITEM.  THE CALLER HAS SET AUDT-FUNCTION.     *
004200*------------------------------------------------------*
004210 2700-WRITE-AUDIT.
004220     MOVE PEND-VAR-KEY        TO AUDT-KEY-ALPHA.
004230     MOVE PEND-OLD-SIGNED-NUM TO AUDT-OLD-SIGNED-NUM.
004240     MOVE PEND-NEW-SIGNED-NUM TO AUDT-NEW-SIGNED-NUM.
004250     MOVE PEND-OLD-COMP-NUM   TO AUDT-OLD-COMP-NUM.
004260     MOVE PEND-NEW-COMP-NUM   TO AUDT-NEW-COMP-NUM.
004270     ACCEPT AUDT-CHANGE-DATE FROM DATE YYYYMMDD.
004280     ACCEPT AUDT-CHANGE-TIME FROM TIME.
004290     MOVE PEND-JOB-NAME       TO AUDT-JOB-NAME.
004300     MOVE PEND-REQ-USER       TO AUDT-USER-ID.
004310     MOVE WS-SIGNON-ID        TO AUDT-APPROVER-ID.
004320     WRITE AUDIT-RECORD.
004330 2700-EXIT.
004340     EXIT.
004350*------------------------------------------------------*
004360* 2800-STAMP-DECISION RECORDS WHO DECIDED THE ITEM AND  *
004370* WHEN.  THE CALLER HAS ALREADY SET PEND-STATUS.        *
004380*------------------------------------------------------*
004390 2800-STAMP-DECISION.
004400     MOVE WS-SIGNON-ID TO PEND-DECIDE-USER.
004410     ACCEPT PEND-DECIDE-DATE FROM DATE YYYYMMDD.
004420     ACCEPT PEND-DECIDE-TIME FROM TIME.
004430     REWRITE PENDING-RECORD
004440         INVALID KEY
004450             DISPLAY 'BALAPPR - PENDING REWRITE FAILED, '
004460                 'STATUS ' WS-PEND-STATUS.
004470     MOVE 'N' TO WS-SHOWN-SW.
004480 2800-EXIT.
004490     EXIT.
004500*------------------------------------------------------*
004510 3000-TERMINATE.
004520     CLOSE PENDING-FILE.
004530     CLOSE VARIABLES-FILE.
004540     CLOSE AUDIT-FILE.
004550     CLOSE OPERPROF-FILE.
004560 3000-EXIT.
004570     EXIT.
