000410*                  ENTERED-BY SCREEN FIELD IS GONE, SO     *
000411*                  THE AUDIT TRAIL IS NO LONGER ONLY AS    *
000412*                  HONEST AS THE TYPIST.                   *
000413*  2026-10-15  DCP A (OPEN A NEW KEY WITH OPENING        *
000414*                  BALANCES AND CODE PAIRS) AND C (CLOSE *
000415*                  A KEY, REFUSED WHILE ANY BALANCE IS   *
000416*                  NON-ZERO), EACH AUDITED IN AUDTREC    *
000417*                  WITH ITS AUDT-FUNCTION FLAG.          *
000418*  2026-10-15  DCP DUAL CONTROL - A B CHANGE WHOSE SIGNED  *
000419*                  OR COMP DELTA EXCEEDS THE DUALPARM    *
000420*                  THRESHOLD (DCTLREC.CPY) IS HELD ON    *
000421*                  PENDCHG (PENDREC.CPY) FOR A SECOND    *
000422*                  OPERATOR ON BALAPPR INSTEAD OF BEING  *
000423*                  APPLIED.  AUDT-APPROVER-ID IS SPACES  *
000424*                  ON EVERYTHING WRITTEN HERE.           *
000425*  2026-10-15  DCP BALANCE LIMITS (LIMTREC.CPY) - A B    *
000426*                  OR A CHANGE THAT WOULD TAKE THE SIGNED*
000427*                  BALANCE OUTSIDE A BLOCK LIMIT FOR ANY *
000428*                  IN CODE ON THE KEY IS REFUSED; A WARN *
000429*                  LIMIT LETS IT THROUGH WITH A WARNING. *
000430*  2026-10-15  DCP AN A WHOSE OPENING BALANCES EXCEED THE*
000431*                  DUALPARM THRESHOLD IS HELD ON PENDCHG *
000432*                  FOR BALAPPR THE SAME AS A B CHANGE.   *
000433*------------------------------------------------------*
000434*
000435* PURPOSE.
000436*   LETS AN OPERATOR MAINTAIN ONE OCCURRENCE (1-5) OF
000440*   VARIABLES-GROUP-OCCURS AT A TIME, OR UPDATE THE
000450*   VARIABLES-SIGNED-NUMERIC / VARIABLES-COMP-NUMERIC
000460*   BALANCE FIELDS, WITHOUT HAVING TO REBUILD THE WHOLE
000461*   VARIABLES RECORD BY HAND.  BALANCE CHANGES ARE
000462*   LOGGED TO THE AUDIT FILE WITH THE BEFORE AND AFTER
000463*   VALUE OF BOTH FIELDS.
000464*
000465*   A KEY IS OPENED WITH A (THE KEY, THE OPENING
000466*   SIGNED AND COMP BALANCES AND UP TO FIVE OPENING
000467*   CODE PAIRS FOR VARIABLES-GROUP-OCCURS, EACH CODE
000468*   CHECKED ON CODEREF LIKE A T CHANGE) AND CLOSED WITH
000469*   C, WHICH REMOVES THE KEY FROM THE MASTER AND IS
000470*   REFUSED WHILE THE SIGNED, COMP OR COMP-3 BALANCE IS
000471*   NON-ZERO.  BOTH LEAVE AN AUDTREC RECORD FLAGGED 'A'
000472*   OR 'C' IN AUDT-FUNCTION, SO A KEY'S BIRTH AND DEATH
000473*   SHOW ON AUDTRPT ALONGSIDE ITS BALANCE CHANGES.
000474*
000475*   DUAL CONTROL - A B CHANGE THAT MOVES THE SIGNED OR
000476*   COMP BALANCE BY MORE THAN THE DUALPARM THRESHOLD,
000477*   EITHER DIRECTION, IS NOT REWRITTEN.  IT IS WRITTEN
000478*   TO THE PENDCHG KSDS WITH THE VALUES ON FILE AND THE
000479*   VALUES KEYED, AND ONLY A DIFFERENT LEVEL-2 OR
000480*   LEVEL-3 OPERATOR APPROVING IT ON BALAPPR PUTS IT ON
000481*   THE MASTER AND THE AUDIT FILE.  NO THRESHOLD CARD,
000482*   NO SESSION - RC 16, THE SAME AS A MISSING OPERPROF.
000483*   AN A IS HELD THE SAME WAY WHEN EITHER OPENING
000484*   BALANCE IS OVER THE THRESHOLD - THE KEY IS OPENED
000485*   ONLY WHEN THE ADD IS APPROVED.
000486*
000487*   BALANCE LIMITS - A B OR A THAT CHANGES THE SIGNED
000488*   BALANCE IS CHECKED AGAINST THE BALLIMIT KSDS
000489*   (LIMTREC.CPY, MAINTAINED BY LIMTMNT) FOR EVERY
000490*   VARIABLES-GROUP-OCCURS-IN CODE ON THE KEY.  A NEW
000491*   VALUE OUTSIDE A BLOCK LIMIT IS REFUSED; OUTSIDE A
000492*   WARN LIMIT IT IS APPLIED WITH A WARNING.  A VALUE
000493*   THE CHANGE LEAVES ALONE IS NOT CHECKED.  NO
000494*   BALLIMIT FILE, NO SESSION - RC 16.
000500*------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000614         ACCESS MODE IS RANDOM
000615         RECORD KEY IS CODE-VALUE
000616         FILE STATUS IS WS-CODE-STATUS.
000617     SELECT LIMIT-FILE     ASSIGN TO BALLIMIT
000618         ORGANIZATION IS INDEXED
000619         ACCESS MODE IS RANDOM
000620         RECORD KEY IS LIMT-CODE
000621         FILE STATUS IS WS-LIMIT-STATUS.
000622     SELECT AUDIT-FILE     ASSIGN TO AUDITOUT
000630         ORGANIZATION IS SEQUENTIAL.
000632     SELECT OPERPROF-FILE  ASSIGN TO OPERPROF
000633         ORGANIZATION IS INDEXED
000634         ACCESS MODE IS RANDOM
000635         RECORD KEY IS OPER-USER-ID
000636         FILE STATUS IS WS-OPER-STATUS.
000637     SELECT PENDING-FILE   ASSIGN TO PENDCHG
000638         ORGANIZATION IS INDEXED
000639         ACCESS MODE IS RANDOM
000640         RECORD KEY IS PEND-KEY
000641         FILE STATUS IS WS-PEND-STATUS.
000642     SELECT DUAL-CONTROL-FILE ASSIGN TO DUALPARM
000643         ORGANIZATION IS SEQUENTIAL.
000644 DATA DIVISION.
000650 FILE SECTION.
000660 FD  VARIABLES-FILE
000670     LABEL RECORDS ARE STANDARD.
000682 FD  CODEREF-FILE
000684     LABEL RECORDS ARE STANDARD.
000686     COPY "CODEREC.cpy".
000687 FD  LIMIT-FILE
000688     LABEL RECORDS ARE STANDARD.
000689     COPY "LIMTREC.cpy".
000690 FD  AUDIT-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000722 FD  OPERPROF-FILE
000724     LABEL RECORDS ARE STANDARD.
000726     COPY "OPERREC.cpy".
000727 FD  PENDING-FILE
000728     LABEL RECORDS ARE STANDARD.
000729     COPY "PENDREC.cpy".
000730 FD  DUAL-CONTROL-FILE
000731     RECORDING MODE IS F
000732     LABEL RECORDS ARE STANDARD.
000733     COPY "DCTLREC.cpy".
000734 WORKING-STORAGE SECTION.
000740     COPY "VARKEY.cpy".
000750 01  WS-FILE-STATUS        PIC X(02).
000752 01  WS-CODE-STATUS        PIC X(02).
000758 01  WS-CODE-DESCS.
000759     05 WS-CODE1-DESC      PIC X(30).
000761     05 WS-CODE2-DESC      PIC X(30).
000762 01  WS-LIMIT-STATUS       PIC X(02).
000763 01  WS-LIMIT-CHECK.
000764     05 WS-LIM-OLD-SIGNED  PIC S9(08).
000765     05 WS-LIM-NEW-SIGNED  PIC S9(08).
000766     05 WS-LIM-OLD-PACKED  PIC S9(08)V9(02).
000767     05 WS-LIM-NEW-PACKED  PIC S9(08)V9(02).
000768     05 WS-LIM-CODE        PIC X(02).
000769     05 WS-LIM-OUT-SW      PIC X(01).
000770        88 LIMIT-OUT       VALUE 'Y'.
000771     05 WS-LIM-BLOCK-SW    PIC X(01).
000772        88 LIMIT-BLOCKED   VALUE 'Y'.
000773     05 WS-LIM-WARN-SW     PIC X(01).
000774        88 LIMIT-WARNED    VALUE 'Y'.
000775 01  WS-SWITCHES.
000776     05 WS-QUIT-SW         PIC X(01) VALUE 'N'.
000780        88 QUIT-REQUESTED  VALUE 'Y'.
000782     05 WS-SIGNON-SW       PIC X(01) VALUE 'N'.
000784        88 SIGNED-ON       VALUE 'Y'.
000796     05 WS-SIGNON-LEVEL    PIC X(01) VALUE SPACE.
000797        88 SIGNON-CAN-UPDATE VALUES '2' '3'.
000798     05 WS-ATTEMPTS        PIC 9(01) COMP VALUE ZERO.
000799 01  WS-SUB                PIC 9(01) COMP.
000800 01  WS-PAIR-SW            PIC X(01).
000801     88 PAIRS-REJECTED     VALUE 'Y'.
000802 01  WS-PEND-STATUS        PIC X(02).
000803 01  WS-DUAL-CONTROL.
000804     05 WS-THRESHOLD       PIC 9(08) VALUE ZERO.
000805     05 WS-DELTA-SIGNED    PIC S9(09).
000806     05 WS-DELTA-COMP      PIC S9(09).
000807     05 WS-OVER-SW         PIC X(01).
000808        88 OVER-THRESHOLD  VALUE 'Y'.
000809     05 WS-PEND-SW         PIC X(01).
000810        88 PENDING-WRITTEN VALUE 'Y'.
000811 01  WS-SCREEN-FIELDS.
000812     05 SM-FUNCTION        PIC X(01).
000820     05 SM-KEY             PIC 9(08).
000830     05 SM-INDEX           PIC 9(01).
000840     05 SM-CODE1           PIC X(02).
000850     05 SM-CODE2           PIC X(02).
000860     05 SM-NEW-SIGNED      PIC S9(08).
000870     05 SM-NEW-COMP        PIC S9(08).
000871     05 SM-OPEN-CODES.
000872        10 SM-OPEN-1-IN     PIC X(02).
000873        10 SM-OPEN-1-IN2    PIC X(02).
000874        10 SM-OPEN-2-IN     PIC X(02).
000875        10 SM-OPEN-2-IN2    PIC X(02).
000876        10 SM-OPEN-3-IN     PIC X(02).
000877        10 SM-OPEN-3-IN2    PIC X(02).
000878        10 SM-OPEN-4-IN     PIC X(02).
000879        10 SM-OPEN-4-IN2    PIC X(02).
000880        10 SM-OPEN-5-IN     PIC X(02).
000881        10 SM-OPEN-5-IN2    PIC X(02).
000882     05 SM-OPEN-TABLE REDEFINES SM-OPEN-CODES.
000883        10 SM-OPEN-PAIR OCCURS 5 TIMES.
000884           15 SM-OPEN-IN    PIC X(02).
000885           15 SM-OPEN-IN2   PIC X(02).
000890 LINKAGE SECTION.
000900 01  LK-PARM.
000910     05 LK-PARM-LEN        PIC S9(04) COMP.
000950     05 LINE 1  COLUMN 1 VALUE
000960         'TABMAINT - VARIABLES TABLE MAINTENANCE'.
000970     05 LINE 3  COLUMN 1 VALUE
000980         'FUNCTION (T-TABLE B-BALANCE A-ADD C-CLOSE X-EXIT):'.
000990     05 LINE 3  COLUMN 53 PIC X(01) USING SM-FUNCTION.
001000     05 LINE 4  COLUMN 1 VALUE
001010         'RECORD KEY (VARIABLES-NUMERIC):'.
001020     05 LINE 4  COLUMN 34 PIC 9(08) USING SM-KEY.
001150     05 LINE 11 COLUMN 1 VALUE
001160         'NEW COMP-NUMERIC VALUE:'.
001170     05 LINE 11 COLUMN 28 PIC S9(08) USING SM-NEW-COMP.
001172     05 LINE 13 COLUMN 1 VALUE
001174         'OPENING CODE PAIRS (A ONLY)    IN IN2'.
001176     05 LINE 14 COLUMN 1 VALUE 'PAIR 1:'.
001178     05 LINE 14 COLUMN 32 PIC X(02) USING SM-OPEN-1-IN.
001180     05 LINE 14 COLUMN 35 PIC X(02) USING SM-OPEN-1-IN2.
001182     05 LINE 15 COLUMN 1 VALUE 'PAIR 2:'.
001184     05 LINE 15 COLUMN 32 PIC X(02) USING SM-OPEN-2-IN.
001186     05 LINE 15 COLUMN 35 PIC X(02) USING SM-OPEN-2-IN2.
001188     05 LINE 16 COLUMN 1 VALUE 'PAIR 3:'.
001190     05 LINE 16 COLUMN 32 PIC X(02) USING SM-OPEN-3-IN.
001192     05 LINE 16 COLUMN 35 PIC X(02) USING SM-OPEN-3-IN2.
001194     05 LINE 17 COLUMN 1 VALUE 'PAIR 4:'.
001196     05 LINE 17 COLUMN 32 PIC X(02) USING SM-OPEN-4-IN.
001198     05 LINE 17 COLUMN 35 PIC X(02) USING SM-OPEN-4-IN2.
001200     05 LINE 18 COLUMN 1 VALUE 'PAIR 5:'.
001202     05 LINE 18 COLUMN 32 PIC X(02) USING SM-OPEN-5-IN.
001204     05 LINE 18 COLUMN 35 PIC X(02) USING SM-OPEN-5-IN2.
001210 PROCEDURE DIVISION USING LK-PARM.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001308             'UNAVAILABLE, STATUS ' WS-CODE-STATUS
001309         MOVE 16 TO RETURN-CODE
001311         SET QUIT-REQUESTED TO TRUE.
001312     OPEN INPUT LIMIT-FILE.
001313     IF WS-LIMIT-STATUS NOT = '00'
001314         DISPLAY 'TABMAINT - BALANCE LIMIT FILE '
001315             'UNAVAILABLE, STATUS ' WS-LIMIT-STATUS
001316         MOVE 16 TO RETURN-CODE
001317         SET QUIT-REQUESTED TO TRUE.
001318     OPEN EXTEND AUDIT-FILE.
001320     OPEN INPUT OPERPROF-FILE.
001330     IF WS-OPER-STATUS NOT = '00'
001340         DISPLAY 'TABMAINT - OPERATOR PROFILE FILE '
001350             'UNAVAILABLE, STATUS ' WS-OPER-STATUS
001351         MOVE 16 TO RETURN-CODE
001352         SET QUIT-REQUESTED TO TRUE.
001353     OPEN I-O PENDING-FILE.
001354     IF WS-PEND-STATUS = '35'
001355         OPEN OUTPUT PENDING-FILE
001356         CLOSE PENDING-FILE
001357         OPEN I-O PENDING-FILE.
001358     IF WS-PEND-STATUS NOT = '00'
001359         DISPLAY 'TABMAINT - PENDING CHANGE FILE '
001360             'UNAVAILABLE, STATUS ' WS-PEND-STATUS
001361         MOVE 16 TO RETURN-CODE
001362         SET QUIT-REQUESTED TO TRUE.
001363     OPEN INPUT DUAL-CONTROL-FILE.
001364     READ DUAL-CONTROL-FILE
001365         AT END
001366             MOVE SPACES TO DUAL-CONTROL-RECORD.
001367     CLOSE DUAL-CONTROL-FILE.
001368     IF DCTL-THRESHOLD NOT NUMERIC
001369         DISPLAY 'TABMAINT - DUAL-CONTROL THRESHOLD '
001370             'MISSING OR NOT NUMERIC'
001371         MOVE 16 TO RETURN-CODE
001372         SET QUIT-REQUESTED TO TRUE
001373     ELSE
001374         MOVE DCTL-THRESHOLD TO WS-THRESHOLD.
001380     IF LK-PARM-LEN > 0
001390         MOVE LK-JOB-NAME TO WS-JOB-NAME.
001400     IF NOT QUIT-REQUESTED
002060                 DISPLAY 'TABMAINT - NOT AUTHORIZED FOR '
002070                     'MASTER UPDATE'
002080             ELSE
002081                 PERFORM 2200-MAINTAIN-BALANCE THRU 2200-EXIT
002082             END-IF
002083         WHEN 'A'
002084             IF NOT SIGNON-CAN-UPDATE
002085                 DISPLAY 'TABMAINT - NOT AUTHORIZED FOR '
002086                     'MASTER UPDATE'
002087             ELSE
002088                 PERFORM 2300-ADD-RECORD THRU 2300-EXIT
002089             END-IF
002090         WHEN 'C'
002091             IF NOT SIGNON-CAN-UPDATE
002092                 DISPLAY 'TABMAINT - NOT AUTHORIZED FOR '
002093                     'MASTER UPDATE'
002094             ELSE
002095                 PERFORM 2400-CLOSE-RECORD THRU 2400-EXIT
002100             END-IF
002110         WHEN 'X'
002120             SET QUIT-REQUESTED TO TRUE
002840     MOVE VARIABLES-SIGNED-NUMERIC TO SM-NEW-SIGNED.
002850     MOVE VARIABLES-COMP-NUMERIC   TO SM-NEW-COMP.
002860     DISPLAY TABMAINT-MAP.
002861     ACCEPT  TABMAINT-MAP.
002862     MOVE VARIABLES-SIGNED-NUMERIC TO WS-LIM-OLD-SIGNED.
002863     MOVE SM-NEW-SIGNED            TO WS-LIM-NEW-SIGNED.
002864     MOVE VARIABLES-COMP-3-NUMERIC TO WS-LIM-OLD-PACKED.
002865     MOVE VARIABLES-COMP-3-NUMERIC TO WS-LIM-NEW-PACKED.
002866     PERFORM 2750-CHECK-LIMITS THRU 2750-EXIT.
002867     IF LIMIT-BLOCKED
002868         DISPLAY 'TABMAINT - CHANGE REFUSED, BREACHES BLOCK '
002869             'LIMIT FOR CODE ' WS-LIM-CODE
002870         GO TO 2200-EXIT.
002871     MOVE 'B'           TO AUDT-FUNCTION.
002872     PERFORM 2240-TEST-THRESHOLD THRU 2240-EXIT.
002873     IF OVER-THRESHOLD
002874         PERFORM 2250-HOLD-FOR-APPROVAL THRU 2250-EXIT
002875         GO TO 2200-EXIT.
002880     MOVE SM-NEW-SIGNED TO VARIABLES-SIGNED-NUMERIC.
002881     MOVE SM-NEW-COMP   TO VARIABLES-COMP-NUMERIC.
002882     REWRITE VARIABLES
002883         INVALID KEY
002884             DISPLAY 'TABMAINT - REWRITE FAILED'
002885             GO TO 2200-EXIT.
002886     MOVE VARIABLES-SIGNED-NUMERIC TO AUDT-NEW-SIGNED-NUM.
002887     MOVE VARIABLES-COMP-NUMERIC   TO AUDT-NEW-COMP-NUM.
002888     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002889     IF LIMIT-WARNED
002890         DISPLAY 'TABMAINT - WARNING, OUTSIDE WARN LIMIT '
002891             'FOR CODE ' WS-LIM-CODE.
002892 2200-EXIT.
002893     EXIT.
002894*------------------------------------------------------*
002895* 2240-TEST-THRESHOLD SETS OVER-THRESHOLD WHEN EITHER   *
002896* BALANCE WOULD MOVE BY MORE THAN THE DUAL-CONTROL      *
002897* THRESHOLD, UP OR DOWN.  THE OLD VALUES ARE THE ONES   *
002898* 2200 SAVED INTO THE AUDIT RECORD ON THE READ, OR ZERO *
002899* FOR AN ADD - AN OPENING BALANCE IS A CHANGE FROM      *
002900* NOTHING AND NEEDS THE SAME SECOND PAIR OF EYES.       *
002901*------------------------------------------------------*
002902 2240-TEST-THRESHOLD.
002903     MOVE 'N' TO WS-OVER-SW.
002904     COMPUTE WS-DELTA-SIGNED =
002905         SM-NEW-SIGNED - AUDT-OLD-SIGNED-NUM.
002906     COMPUTE WS-DELTA-COMP =
002907         SM-NEW-COMP - AUDT-OLD-COMP-NUM.
002908     IF WS-DELTA-SIGNED < ZERO
002909         COMPUTE WS-DELTA-SIGNED = WS-DELTA-SIGNED * -1.
002910     IF WS-DELTA-COMP < ZERO
002911         COMPUTE WS-DELTA-COMP = WS-DELTA-COMP * -1.
002912     IF WS-DELTA-SIGNED > WS-THRESHOLD
002913         OR WS-DELTA-COMP > WS-THRESHOLD
002914         SET OVER-THRESHOLD TO TRUE.
002915 2240-EXIT.
002916     EXIT.
002917*------------------------------------------------------*
002918* 2250-HOLD-FOR-APPROVAL WRITES THE CHANGE TO PENDCHG    *
002919* INSTEAD OF THE MASTER, CARRYING THE VALUES ON FILE SO  *
002920* BALAPPR CAN REFUSE IT IF THE RECORD MOVES IN THE       *
002921* MEANTIME.  NO AUDIT RECORD YET - THAT IS WRITTEN BY    *
002922* THE APPROVAL.  THE CALLER HAS SET AUDT-FUNCTION; AN   *
002923* ADD ('A') ALSO CARRIES ITS OPENING CODE PAIRS.        *
002924*------------------------------------------------------*
002925 2250-HOLD-FOR-APPROVAL.
002926     MOVE SPACES              TO PENDING-RECORD.
002927     ACCEPT PEND-REQ-DATE FROM DATE YYYYMMDD.
002928     ACCEPT PEND-REQ-TIME FROM TIME.
002929     MOVE AUDT-KEY-ALPHA      TO PEND-VAR-KEY.
002930     MOVE ZERO                TO PEND-SEQ.
002931     SET PEND-OPEN            TO TRUE.
002932     MOVE WS-JOB-NAME         TO PEND-JOB-NAME.
002933     MOVE WS-SIGNON-ID        TO PEND-REQ-USER.
002934     MOVE AUDT-OLD-SIGNED-NUM TO PEND-OLD-SIGNED-NUM.
002935     MOVE SM-NEW-SIGNED       TO PEND-NEW-SIGNED-NUM.
002936     MOVE AUDT-OLD-COMP-NUM   TO PEND-OLD-COMP-NUM.
002937     MOVE SM-NEW-COMP         TO PEND-NEW-COMP-NUM.
002938     MOVE ZERO                TO PEND-DECIDE-DATE.
002939     MOVE ZERO                TO PEND-DECIDE-TIME.
002940     MOVE AUDT-FUNCTION       TO PEND-FUNCTION.
002941     IF PEND-ADD
002942         MOVE SM-OPEN-CODES   TO PEND-OPEN-CODES.
002943     MOVE 'N' TO WS-PEND-SW.
002944     PERFORM 2260-WRITE-PENDING THRU 2260-EXIT
002945         UNTIL PENDING-WRITTEN
002946         OR PEND-SEQ = 99.
002947     IF NOT PENDING-WRITTEN
002948         DISPLAY 'TABMAINT - HOLD FAILED, STATUS '
002949             WS-PEND-STATUS ' - CHANGE NOT MADE'
002950         GO TO 2250-EXIT.
002951     DISPLAY 'TABMAINT - CHANGE OVER THRESHOLD, HELD FOR '
002952         'APPROVAL ON BALAPPR'.
002953 2250-EXIT.
002954     EXIT.
002955*------------------------------------------------------*
002956* 2260-WRITE-PENDING TRIES ONE PEND-SEQ; A DUPLICATE KEY *
002957* STEPS TO THE NEXT.                                    *
002958*------------------------------------------------------*
002959 2260-WRITE-PENDING.
002960     WRITE PENDING-RECORD
002961         INVALID KEY
002962             ADD 1 TO PEND-SEQ
002963             GO TO 2260-EXIT.
002964     SET PENDING-WRITTEN TO TRUE.
002965 2260-EXIT.
002966     EXIT.
002967*------------------------------------------------------*
002968* 2300-ADD-RECORD OPENS A NEW KEY.  THE KEY MUST NOT BE  *
002969* ON FILE AND MUST NOT BE THE RESERVED TRAILER KEY       *
002970* (VARTRLR.CPY); EVERY NON-BLANK OPENING CODE MUST PASS  *
002971* 2700-CHECK-CODE.  THE COMP-3 AMOUNT OPENS AT ZERO -    *
002972* ONLY VARPOST MOVES IT.  OPENING BALANCES OVER THE      *
002973* DUAL-CONTROL THRESHOLD ARE HELD FOR BALAPPR LIKE A B   *
002974* CHANGE, SO AN ADD IS NO WAY ROUND THE THRESHOLD.       *
002975*------------------------------------------------------*
002976 2300-ADD-RECORD.
002977     MOVE SM-KEY TO VK-KEY-NUMERIC.
002978     IF VK-KEY-ALPHA = '99999999'
002979         DISPLAY 'TABMAINT - KEY 99999999 IS RESERVED'
002980         GO TO 2300-EXIT.
002981     MOVE 'N' TO WS-PAIR-SW.
002982     PERFORM 2310-CHECK-OPEN-PAIR THRU 2310-EXIT
002983         VARYING WS-SUB FROM 1 BY 1
002984         UNTIL WS-SUB > 5
002985         OR PAIRS-REJECTED.
002986     IF PAIRS-REJECTED
002987         GO TO 2300-EXIT.
002988     MOVE SM-KEY TO VARIABLES-NUMERIC.
002989     READ VARIABLES-FILE
002990         INVALID KEY
002991             GO TO 2300-BUILD.
002992     DISPLAY 'TABMAINT - KEY ALREADY ON FILE'.
002993     GO TO 2300-EXIT.
002994 2300-BUILD.
002995     MOVE SPACES        TO VARIABLES.
002996     MOVE SM-KEY        TO VARIABLES-NUMERIC.
002997     MOVE SM-NEW-SIGNED TO VARIABLES-SIGNED-NUMERIC.
002998     MOVE SM-NEW-COMP   TO VARIABLES-COMP-NUMERIC.
002999     MOVE ZERO          TO VARIABLES-COMP-3-NUMERIC.
003000     PERFORM 2320-LOAD-OPEN-PAIR THRU 2320-EXIT
003001         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
003002     MOVE ZERO          TO WS-LIM-OLD-SIGNED.
003003     MOVE ZERO          TO WS-LIM-OLD-PACKED.
003004     MOVE ZERO          TO WS-LIM-NEW-PACKED.
003005     MOVE SM-NEW-SIGNED TO WS-LIM-NEW-SIGNED.
003006     PERFORM 2750-CHECK-LIMITS THRU 2750-EXIT.
003007     IF LIMIT-BLOCKED
003008         DISPLAY 'TABMAINT - ADD REFUSED, BREACHES BLOCK '
003009             'LIMIT FOR CODE ' WS-LIM-CODE
003010         GO TO 2300-EXIT.
003011     MOVE VK-KEY-ALPHA  TO AUDT-KEY-ALPHA.
003012     MOVE ZERO          TO AUDT-OLD-SIGNED-NUM.
003013     MOVE ZERO          TO AUDT-OLD-COMP-NUM.
003014     MOVE 'A'           TO AUDT-FUNCTION.
003015     PERFORM 2240-TEST-THRESHOLD THRU 2240-EXIT.
003016     IF OVER-THRESHOLD
003017         PERFORM 2250-HOLD-FOR-APPROVAL THRU 2250-EXIT
003018         GO TO 2300-EXIT.
003019     WRITE VARIABLES
003020         INVALID KEY
003021             DISPLAY 'TABMAINT - ADD FAILED, STATUS '
003022                 WS-FILE-STATUS
003023             GO TO 2300-EXIT.
003024     MOVE VARIABLES-SIGNED-NUMERIC TO AUDT-NEW-SIGNED-NUM.
003025     MOVE VARIABLES-COMP-NUMERIC   TO AUDT-NEW-COMP-NUM.
003026     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
003027     DISPLAY 'TABMAINT - KEY ' VK-KEY-ALPHA ' OPENED'.
003028     IF LIMIT-WARNED
003029         DISPLAY 'TABMAINT - WARNING, OUTSIDE WARN LIMIT '
003030             'FOR CODE ' WS-LIM-CODE.
003031 2300-EXIT.
003032     EXIT.
003033*------------------------------------------------------*
003034 2310-CHECK-OPEN-PAIR.
003035     IF SM-OPEN-IN (WS-SUB) NOT = SPACES
003036         MOVE SM-OPEN-IN (WS-SUB) TO WS-CHECK-CODE
003037         PERFORM 2700-CHECK-CODE THRU 2700-EXIT
003038         IF NOT CODE-CHECK-OK
003039             DISPLAY 'TABMAINT - UNKNOWN OR INACTIVE '
003040                 'CODE ' WS-CHECK-CODE ' PAIR ' WS-SUB
003041             SET PAIRS-REJECTED TO TRUE
003042             GO TO 2310-EXIT.
003043     IF SM-OPEN-IN2 (WS-SUB) NOT = SPACES
003044         MOVE SM-OPEN-IN2 (WS-SUB) TO WS-CHECK-CODE
003045         PERFORM 2700-CHECK-CODE THRU 2700-EXIT
003046         IF NOT CODE-CHECK-OK
003047             DISPLAY 'TABMAINT - UNKNOWN OR INACTIVE '
003048                 'CODE ' WS-CHECK-CODE ' PAIR ' WS-SUB
003049             SET PAIRS-REJECTED TO TRUE.
003050 2310-EXIT.
003051     EXIT.
003052*------------------------------------------------------*
003053 2320-LOAD-OPEN-PAIR.
003054     MOVE SM-OPEN-IN (WS-SUB)
003055         TO VARIABLES-GROUP-OCCURS-IN (WS-SUB).
003056     MOVE SM-OPEN-IN2 (WS-SUB)
003057         TO VARIABLES-GROUP-OCCURS-IN2 (WS-SUB).
003058 2320-EXIT.
003059     EXIT.
003060*------------------------------------------------------*
003061* 2400-CLOSE-RECORD CLOSES A KEY BY DELETING IT FROM THE *
003062* MASTER.  A KEY STILL CARRYING ANY SIGNED, COMP OR      *
003063* COMP-3 BALANCE - OR ONE THAT IS NOT NUMERIC, WHICH     *
003064* CANNOT BE PROVED ZERO - IS REFUSED: MONEY IS NEVER     *
003065* CLOSED OFF THE BOOKS BY A DELETE.                      *
003066*------------------------------------------------------*
003067 2400-CLOSE-RECORD.
003068     MOVE SM-KEY TO VARIABLES-NUMERIC.
003069     READ VARIABLES-FILE
003070         INVALID KEY
003071             DISPLAY 'TABMAINT - RECORD NOT FOUND'
003072             GO TO 2400-EXIT.
003073     IF VARIABLES-SIGNED-NUMERIC NOT NUMERIC
003074         OR VARIABLES-COMP-3-NUMERIC NOT NUMERIC
003075         DISPLAY 'TABMAINT - BALANCE NOT NUMERIC, '
003076             'CLOSE REFUSED'
003077         GO TO 2400-EXIT.
003078     IF VARIABLES-SIGNED-NUMERIC NOT = ZERO
003079         OR VARIABLES-COMP-NUMERIC NOT = ZERO
003080         OR VARIABLES-COMP-3-NUMERIC NOT = ZERO
003081         DISPLAY 'TABMAINT - BALANCE NOT ZERO, '
003082             'CLOSE REFUSED'
003083         GO TO 2400-EXIT.
003084     MOVE VARIABLES-NUMERIC TO VK-KEY-NUMERIC.
003085     MOVE VK-KEY-ALPHA             TO AUDT-KEY-ALPHA.
003086     MOVE VARIABLES-SIGNED-NUMERIC TO AUDT-OLD-SIGNED-NUM.
003087     MOVE VARIABLES-COMP-NUMERIC   TO AUDT-OLD-COMP-NUM.
003088     DELETE VARIABLES-FILE RECORD
003089         INVALID KEY
003090             DISPLAY 'TABMAINT - CLOSE FAILED, STATUS '
003091                 WS-FILE-STATUS
003092             GO TO 2400-EXIT.
003093     MOVE ZERO          TO AUDT-NEW-SIGNED-NUM.
003094     MOVE ZERO          TO AUDT-NEW-COMP-NUM.
003095     MOVE 'C'           TO AUDT-FUNCTION.
003096     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
003097     DISPLAY 'TABMAINT - KEY ' VK-KEY-ALPHA ' CLOSED'.
003098 2400-EXIT.
003099     EXIT.
003100*------------------------------------------------------*
003101* 2700-CHECK-CODE LOOKS THE CODE IN WS-CHECK-CODE UP ON *
003102* CODEREF AND LEAVES CODE-CHECK-OK SET ONLY WHEN IT IS  *
003103* ON FILE, ACTIVE AND INSIDE ITS EFFECTIVE-DATE WINDOW  *
003104* (ZERO OR A NON-NUMERIC DATE IS OPEN-ENDED - SEE       *
003105* CODEREC.CPY).  CODE-DESC HOLDS ITS DESCRIPTION        *
003106* AFTER A SUCCESSFUL CHECK.                             *
003107*------------------------------------------------------*
003110 2700-CHECK-CODE.
003120     MOVE 'N' TO WS-CODE-OK-SW.
003130     MOVE WS-CHECK-CODE TO CODE-VALUE.
003210         AND CODE-EFF-FROM > WS-TODAY-DATE
003220         GO TO 2700-EXIT.
003230     IF CODE-EFF-TO NUMERIC
003231         AND CODE-EFF-TO > ZERO
003232         AND CODE-EFF-TO < WS-TODAY-DATE
003233         GO TO 2700-EXIT.
003234     SET CODE-CHECK-OK TO TRUE.
003235 2700-EXIT.
003236     EXIT.
003237*------------------------------------------------------*
003238* 2750-CHECK-LIMITS HOLDS THE KEY IN VARIABLES TO THE   *
003239* BALANCE LIMIT OF EACH OF ITS VARIABLES-GROUP-OCCURS-  *
003240* IN CODES.  THE CALLER SETS THE OLD AND NEW SIGNED AND *
003241* PACKED VALUES IN WS-LIMIT-CHECK.  LIMIT-BLOCKED IS    *
003242* SET, AND THE SEARCH STOPS, AT THE FIRST BLOCK LIMIT   *
003243* BREACHED; LIMIT-WARNED IS SET FOR A WARN LIMIT.       *
003244* WS-LIM-CODE NAMES THE CODE EITHER WAY.                *
003245*------------------------------------------------------*
003246 2750-CHECK-LIMITS.
003247     MOVE 'N' TO WS-LIM-BLOCK-SW.
003248     MOVE 'N' TO WS-LIM-WARN-SW.
003249     PERFORM 2760-CHECK-ONE-LIMIT THRU 2760-EXIT
003250         VARYING WS-SUB FROM 1 BY 1
003251         UNTIL WS-SUB > 5
003252         OR LIMIT-BLOCKED.
003253 2750-EXIT.
003254     EXIT.
003255*------------------------------------------------------*
003256* 2760-CHECK-ONE-LIMIT TESTS ONE IN CODE.  A CODE WITH  *
003257* NO BALLIMIT RECORD HAS NO LIMIT.  ONLY A VALUE THE    *
003258* CHANGE ACTUALLY MOVES IS TESTED, SO A KEY ALREADY     *
003259* OUTSIDE A LIMIT CAN STILL HAVE ITS OTHER BALANCE      *
003260* CORRECTED - LIMTRPT REPORTS IT UNTIL IT IS FIXED.     *
003261*------------------------------------------------------*
003262 2760-CHECK-ONE-LIMIT.
003263     IF VARIABLES-GROUP-OCCURS-IN (WS-SUB) = SPACES
003264         GO TO 2760-EXIT.
003265     MOVE VARIABLES-GROUP-OCCURS-IN (WS-SUB) TO LIMT-CODE.
003266     READ LIMIT-FILE
003267         INVALID KEY
003268             GO TO 2760-EXIT.
003269     MOVE 'N' TO WS-LIM-OUT-SW.
003270     IF LIMT-ON-SIGNED AND LIMT-MIN-SET
003271         AND WS-LIM-NEW-SIGNED NOT = WS-LIM-OLD-SIGNED
003272         AND WS-LIM-NEW-SIGNED < LIMT-MINIMUM
003273         SET LIMIT-OUT TO TRUE.
003274     IF LIMT-ON-SIGNED AND LIMT-MAX-SET
003275         AND WS-LIM-NEW-SIGNED NOT = WS-LIM-OLD-SIGNED
003276         AND WS-LIM-NEW-SIGNED > LIMT-MAXIMUM
003277         SET LIMIT-OUT TO TRUE.
003278     IF LIMT-ON-PACKED AND LIMT-MIN-SET
003279         AND WS-LIM-NEW-PACKED NOT = WS-LIM-OLD-PACKED
003280         AND WS-LIM-NEW-PACKED < LIMT-MINIMUM
003281         SET LIMIT-OUT TO TRUE.
003282     IF LIMT-ON-PACKED AND LIMT-MAX-SET
003283         AND WS-LIM-NEW-PACKED NOT = WS-LIM-OLD-PACKED
003284         AND WS-LIM-NEW-PACKED > LIMT-MAXIMUM
003285         SET LIMIT-OUT TO TRUE.
003286     IF NOT LIMIT-OUT
003287         GO TO 2760-EXIT.
003288     MOVE LIMT-CODE TO WS-LIM-CODE.
003289     IF LIMT-BLOCK
003290         SET LIMIT-BLOCKED TO TRUE
003291     ELSE
003292         SET LIMIT-WARNED TO TRUE.
003293 2760-EXIT.
003294     EXIT.
003295*------------------------------------------------------*
003296* 2800-WRITE-AUDIT STAMPS AND WRITES THE AUDIT RECORD.   *
003297* THE CALLER HAS ALREADY SET THE KEY, THE OLD AND NEW    *
003298* VALUES AND AUDT-FUNCTION.                              *
003299*------------------------------------------------------*
003300 2800-WRITE-AUDIT.
003301     ACCEPT AUDT-CHANGE-DATE FROM DATE YYYYMMDD.
003302     ACCEPT AUDT-CHANGE-TIME FROM TIME.
003303     MOVE WS-JOB-NAME   TO AUDT-JOB-NAME.
003304     MOVE WS-SIGNON-ID  TO AUDT-USER-ID.
003305     MOVE SPACES        TO AUDT-APPROVER-ID.
003306     WRITE AUDIT-RECORD.
003307 2800-EXIT.
003308     EXIT.
003309*------------------------------------------------------*
003310 3000-TERMINATE.
003320     CLOSE VARIABLES-FILE.
003330     CLOSE CODEREF-FILE.
003331     CLOSE LIMIT-FILE.
003340     CLOSE AUDIT-FILE.
003350     CLOSE OPERPROF-FILE.
003351     CLOSE PENDING-FILE.
003360 3000-EXIT.
003370     EXIT.
