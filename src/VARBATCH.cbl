000213*                  AN ABEND WRITES NO DUPLICATE        *
000214*                  AUDTREC RECORDS.  SEE               *
000215*                  JCL/VARBATCHR.JCL.                  *
000216*  2026-10-15  DCP A (OPEN A NEW KEY) AND C (CLOSE A KEY) *
000217*                  FUNCTIONS, THE BATCH TWINS OF         *
000218*                  TABMAINT'S 2300/2400 - OPENING CODE   *
000219*                  PAIRS IN COLS 41-60 CHECKED ON        *
000220*                  CODEREF, CLOSE REFUSED WHILE ANY      *
000221*                  BALANCE IS NON-ZERO, BOTH AUDITED     *
000222*                  WITH THEIR AUDT-FUNCTION FLAG.        *
000223*  2026-10-15  DCP DUAL CONTROL - A B TRANSACTION WHOSE   *
000224*                  SIGNED OR COMP DELTA EXCEEDS THE      *
000225*                  DUALPARM THRESHOLD IS HELD ON PENDCHG *
000226*                  FOR BALAPPR, REGISTERED AS HELD AND   *
000227*                  COUNTED (AND CHECKPOINTED) APART.     *
000228*  2026-10-15  DCP EVERY REJECTED TRANSACTION ALSO GOES  *
000229*                  TO THE COMMON SUSPENSE KSDS            *
000230*                  (SUSPREC.CPY) AS READ, FOR CORRECTION  *
000231*                  ON SUSPMNT AND RESUBMISSION BY         *
000232*                  SUSPRSUB.                              *
000233*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS CALLED  *
000234*                  AT START, ENDING THE RUN WITH RC 12    *
000235*                  BEFORE ANY FILE IS OPENED WHEN A       *
000236*                  PREDECESSOR HAS NOT COMPLETED FOR THE  *
000237*                  CYCLE, AND AT END TO RECORD THE RETURN *
000238*                  CODE ON CYCLSTAT.                      *
000239*  2026-10-15  DCP BALANCE LIMITS (LIMTREC.CPY) - A B     *
000240*                  OR A TRANSACTION THAT WOULD TAKE THE   *
000241*                  SIGNED BALANCE OUTSIDE A BLOCK LIMIT   *
000242*                  FOR ANY IN CODE ON THE KEY IS REJECTED *
000243*                  AND SUSPENDED; OUTSIDE A WARN LIMIT IT *
000244*                  IS APPLIED AND THE REGISTER SAYS SO.   *
000245*  2026-10-15  DCP AN A WHOSE OPENING BALANCES EXCEED THE *
000246*                  DUALPARM THRESHOLD IS HELD ON PENDCHG  *
000247*                  FOR BALAPPR THE SAME AS A B.           *
000248*------------------------------------------------------*
000249*
000250* PURPOSE.
000251*   TABMAINT IS ONE SCREEN, ONE RECORD, ONE OPERATOR.
000252*   THIS PROGRAM APPLIES THE SAME MAINTENANCE
000253*   FUNCTIONS IN BULK FROM A TRANSACTION FILE, ONE
000260*   80-BYTE TRANSACTION PER RECORD:
000270*     COL  1     FUNCTION   T=TABLE ENTRY, B=BALANCES,
000271*                           A=ADD NEW KEY, C=CLOSE KEY
000280*     COLS 2- 9  RECORD KEY (VARIABLES-NUMERIC)
000290*     COL  10    OCCURS INDEX 1-5       (T ONLY)
000300*     COLS 11-12 NEW CODE 1             (T ONLY)
000310*     COLS 13-14 NEW CODE 2             (T ONLY)
000320*     COLS 15-23 NEW SIGNED-NUMERIC     (B AND A,
000330*                SIGN THEN 8 DIGITS, SIGN BLANK/+/-)
000340*     COLS 24-32 NEW COMP-NUMERIC       (B AND A, SAME)
000350*     COLS 33-40 USER-ID OF THE REQUESTER
000351*     COLS 41-60 OPENING CODE PAIRS     (A ONLY, FIVE
000352*                IN/IN2 PAIRS OF 2 BYTES EACH)
000360*   EVERY TRANSACTION GETS ONE REGISTER LINE, APPLIED
000370*   OR REJECTED WITH THE REASON, AND EVERY B FUNCTION
000380*   THAT REWRITES THE MASTER ALSO WRITES THE AUDIT
000390*   RECORD (AUDTREC.CPY) EXACTLY AS TABMAINT'S
000400*   2200-MAINTAIN-BALANCE DOES, SO MASS UPDATES CARRY
000410*   IDENTICAL AUDIT EVIDENCE TO ONLINE ONES.  A AND C
000411*   FOLLOW TABMAINT'S 2300-ADD-RECORD AND 2400-CLOSE-
000412*   RECORD RULE FOR RULE AND AUDIT THE SAME WAY.
000420*
000430*   AUDT-JOB-NAME COMES FROM THE PARM CARD ON THE EXEC
000440*   STATEMENT (LK-PARM), DEFAULTING TO 'VARBATCH', THE
000464*   ORDER, NOT KEY ORDER - SO THE RESTART MUST RUN
000466*   AGAINST THE SAME TRANSACTION FILE AS THE ABENDED
000467*   RUN.
000468*
000469*   DUAL CONTROL - A B TRANSACTION THAT WOULD MOVE THE
000470*   SIGNED OR COMP BALANCE BY MORE THAN THE DUALPARM
000471*   THRESHOLD (DCTLREC.CPY) IS NOT APPLIED; IT IS
000472*   WRITTEN TO THE PENDCHG KSDS (PENDREC.CPY) WITH THE
000473*   REQUESTER'S TR-USER-ID, THE SAME AS TABMAINT'S
000474*   2250-HOLD-FOR-APPROVAL, AND REGISTERED AS HELD.  IT
000475*   REACHES THE MASTER AND THE AUDIT FILE ONLY WHEN A
000476*   DIFFERENT OPERATOR APPROVES IT ON BALAPPR.  A
000477*   MISSING OR NON-NUMERIC THRESHOLD ENDS THE RUN WITH
000478*   RC 16 BEFORE ANY TRANSACTION IS READ.  AN A WITH
000479*   EITHER OPENING BALANCE OVER THE THRESHOLD IS HELD
000480*   THE SAME WAY, WITH ITS OPENING CODE PAIRS.
000481*
000482*   EVERY TRANSACTION REGISTERED AS REJECTED IS ALSO
000483*   WRITTEN, EXACTLY AS READ, TO THE COMMON SUSPENSE KSDS
000484*   (SUSPREC.CPY) WITH THE RUN DATE AND THE REASON.  A
000485*   HELD TRANSACTION IS NOT A REJECT AND IS NOT WRITTEN.
000486*   A SUSPENSE FILE THAT CANNOT BE OPENED IS RC 16
000487*   BEFORE ANY TRANSACTION IS READ.
000488*
000489*   BALANCE LIMITS - A B OR A TRANSACTION THAT CHANGES
000490*   THE SIGNED BALANCE IS CHECKED AGAINST THE BALLIMIT
000491*   KSDS (LIMTREC.CPY) FOR EVERY VARIABLES-GROUP-
000492*   OCCURS-IN CODE ON THE KEY, AS TABMAINT DOES.  A NEW
000493*   VALUE OUTSIDE A BLOCK LIMIT IS REJECTED (AND SO
000494*   SUSPENDED); OUTSIDE A WARN LIMIT IT IS APPLIED AND
000495*   THE REGISTER LINE CARRIES THE WARNING.  A BALLIMIT
000496*   FILE THAT CANNOT BE OPENED IS RC 16 BEFORE ANY
000497*   TRANSACTION IS READ.
000498*------------------------------------------------------*
000499 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000501 SOURCE-COMPUTER. IBM-370.
000502 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT TRANS-FILE     ASSIGN TO TRANIN
000594         ACCESS MODE IS RANDOM
000595         RECORD KEY IS CODE-VALUE
000596         FILE STATUS IS WS-CODE-STATUS.
000597     SELECT LIMIT-FILE     ASSIGN TO BALLIMIT
000598         ORGANIZATION IS INDEXED
000599         ACCESS MODE IS RANDOM
000600         RECORD KEY IS LIMT-CODE
000601         FILE STATUS IS WS-LIMIT-STATUS.
000602     SELECT AUDIT-FILE     ASSIGN TO AUDITOUT
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT REGISTER-RPT   ASSIGN TO REGISTER
000630         ORGANIZATION IS SEQUENTIAL.
000634         ORGANIZATION IS SEQUENTIAL.
000636     SELECT RESTART-IN     ASSIGN TO RESTIN
000638         ORGANIZATION IS SEQUENTIAL.
000639     SELECT PENDING-FILE   ASSIGN TO PENDCHG
000640         ORGANIZATION IS INDEXED
000641         ACCESS MODE IS RANDOM
000642         RECORD KEY IS PEND-KEY
000643         FILE STATUS IS WS-PEND-STATUS.
000644     SELECT DUAL-CONTROL-FILE ASSIGN TO DUALPARM
000645         ORGANIZATION IS SEQUENTIAL.
000646     SELECT SUSPENSE-FILE  ASSIGN TO SUSPENSE
000647         ORGANIZATION IS INDEXED
000648         ACCESS MODE IS RANDOM
000649         RECORD KEY IS SUSP-KEY
000650         ALTERNATE RECORD KEY IS SUSP-ITEM-KEY
000651             WITH DUPLICATES
000652         FILE STATUS IS WS-SUSP-STATUS.
000653 DATA DIVISION.
000654 FILE SECTION.
000660 FD  TRANS-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000790     05 TR-NEW-SIGNED       PIC X(09).
000800     05 TR-NEW-COMP         PIC X(09).
000810     05 TR-USER-ID          PIC X(08).
000820     05 TR-OPEN-CODES.
000821        10 TR-OPEN-PAIR     OCCURS 5 TIMES.
000822           15 TR-OPEN-IN    PIC X(02).
000823           15 TR-OPEN-IN2   PIC X(02).
000824     05 FILLER              PIC X(20).
000830 FD  VARIABLES-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY "testes.cpy".
000852 FD  CODEREF-FILE
000854     LABEL RECORDS ARE STANDARD.
000856     COPY "CODEREC.cpy".
000857 FD  LIMIT-FILE
000858     LABEL RECORDS ARE STANDARD.
000859     COPY "LIMTREC.cpy".
000860 FD  AUDIT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
001040         ==CHKPT-LAST-KEY==    BY ==RI-LAST-SEQ==
001050         ==CHKPT-RECORDS-READ==   BY ==RI-TRANS-READ==
001060         ==CHKPT-RECORDS-VALID==  BY ==RI-TRANS-APPLIED==
001061         ==CHKPT-RECORDS-REJECT== BY ==RI-TRANS-REJECT==
001062         ==CHKPT-RECORDS-HELD==   BY ==RI-TRANS-HELD==.
001063 FD  PENDING-FILE
001064     LABEL RECORDS ARE STANDARD.
001065     COPY "PENDREC.cpy".
001066 FD  DUAL-CONTROL-FILE
001067     RECORDING MODE IS F
001068     LABEL RECORDS ARE STANDARD.
001069     COPY "DCTLREC.cpy".
001070 FD  SUSPENSE-FILE
001071     LABEL RECORDS ARE STANDARD.
001072     COPY "SUSPREC.cpy".
001080 WORKING-STORAGE SECTION.
001090     COPY "VARKEY.cpy".
001100 01  WS-FILE-STATUS         PIC X(02).
001101 01  WS-CODE-STATUS         PIC X(02).
001102 01  WS-LIMIT-STATUS        PIC X(02).
001103 01  WS-PEND-STATUS         PIC X(02).
001104 01  WS-SUSP-STATUS         PIC X(02).
001105 01  WS-DUAL-CONTROL.
001106     05 WS-THRESHOLD        PIC 9(08) VALUE ZERO.
001107     05 WS-DELTA-SIGNED     PIC S9(09).
001108     05 WS-DELTA-COMP       PIC S9(09).
001109     05 WS-OVER-SW          PIC X(01).
001110        88 OVER-THRESHOLD   VALUE 'Y'.
001111     05 WS-PEND-SW          PIC X(01).
001112        88 PENDING-WRITTEN  VALUE 'Y'.
001120 01  WS-CODE-CHECK.
001130     05 WS-CHECK-CODE       PIC X(02).
001140     05 WS-CODE-OK-SW       PIC X(01).
001170     05 FILLER              PIC X(25) VALUE
001180            'UNKNOWN OR INACTIVE CODE '.
001190     05 WCR-CODE            PIC X(02).
001191     05 FILLER              PIC X(06) VALUE ' SLOT '.
001192     05 WCR-SLOT            PIC 9(01).
001193 01  WS-LIMIT-CHECK.
001194     05 WS-LIM-OLD-SIGNED   PIC S9(08).
001195     05 WS-LIM-NEW-SIGNED   PIC S9(08).
001196     05 WS-LIM-OLD-PACKED   PIC S9(08)V9(02).
001197     05 WS-LIM-NEW-PACKED   PIC S9(08)V9(02).
001198     05 WS-LIM-CODE         PIC X(02).
001199     05 WS-LIM-OUT-SW       PIC X(01).
001200        88 LIMIT-OUT        VALUE 'Y'.
001201     05 WS-LIM-BLOCK-SW     PIC X(01).
001202        88 LIMIT-BLOCKED    VALUE 'Y'.
001203     05 WS-LIM-WARN-SW      PIC X(01).
001204        88 LIMIT-WARNED     VALUE 'Y'.
001205 01  WS-LIMIT-REASON.
001206     05 FILLER              PIC X(26) VALUE
001207            'OUTSIDE BLOCK LIMIT, CODE '.
001208     05 WLR-CODE            PIC X(02).
001209 01  WS-WARN-REASON.
001210     05 FILLER              PIC X(25) VALUE
001211            'OUTSIDE WARN LIMIT, CODE '.
001212     05 WWR-CODE            PIC X(02).
001213 01  WS-SUB                 PIC 9(01) COMP.
001220 01  WS-SWITCHES.
001230     05 WS-EOF-SW           PIC X(01) VALUE 'N'.
001240        88 END-OF-FILE      VALUE 'Y'.
001280        88 NO-RESTART-RECORD VALUE 'Y'.
001290     05 WS-RESTART-SW       PIC X(01) VALUE 'N'.
001300        88 RESTART-REQUESTED VALUE 'Y'.
001301     05 WS-HELD-SW          PIC X(01) VALUE 'N'.
001302        88 CHANGE-HELD      VALUE 'Y'.
001310 01  WS-LAST-CHECKPT.
001320     05 WS-LC-SEQ           PIC X(08) VALUE SPACES.
001330     05 WS-LC-SEQ-NUM REDEFINES WS-LC-SEQ
001350     05 WS-LC-TRANS-READ    PIC 9(09) COMP VALUE ZERO.
001360     05 WS-LC-TRANS-APPLIED PIC 9(09) COMP VALUE ZERO.
001370     05 WS-LC-TRANS-REJECT  PIC 9(09) COMP VALUE ZERO.
001371     05 WS-LC-TRANS-HELD    PIC 9(09) COMP VALUE ZERO.
001380 01  WS-TRANS-SEQ           PIC 9(09) COMP VALUE ZERO.
001390 01  WS-SEQ-DISPLAY         PIC 9(08).
001400 01  WS-SKIP-TARGET         PIC 9(09) COMP VALUE ZERO.
001420 01  WS-CHECKPT-COUNT       PIC 9(09) COMP VALUE ZERO.
001430 01  VB-CHECKPT-INTERVAL    PIC 9(05) COMP VALUE 1000.
001440 01  WS-TODAY-DATE          PIC 9(08) VALUE ZERO.
001441 01  WS-RUN-TIME            PIC 9(08) VALUE ZERO.
001450 01  WS-JOB-NAME            PIC X(08) VALUE 'VARBATCH'.
001460 01  WS-COUNTERS.
001470     05 WS-TRANS-READ       PIC 9(09) COMP VALUE ZERO.
001480     05 WS-TRANS-APPLIED    PIC 9(09) COMP VALUE ZERO.
001490     05 WS-TRANS-REJECT     PIC 9(09) COMP VALUE ZERO.
001491     05 WS-TRANS-HELD       PIC 9(09) COMP VALUE ZERO.
001500 01  WS-EDIT-FIELDS.
001510     05 WS-REASON           PIC X(40).
001520 01  WS-CONV-SIGNED.
001880     05 FILLER              PIC X(16) VALUE
001890            'TRANS REJECT. .'.
001900     05 TL-REJECT           PIC ZZZ,ZZZ,ZZ9.
001901 01  WS-TOTAL-LINE-2.
001902     05 FILLER              PIC X(16) VALUE
001903            'TRANS HELD. . .'.
001904     05 TL-HELD             PIC ZZZ,ZZZ,ZZ9.
001905     COPY "CYCLPARM.cpy".
001910 LINKAGE SECTION.
001920 01  LK-PARM.
001930     05 LK-PARM-LEN         PIC S9(04) COMP.
001940     05 LK-JOB-NAME         PIC X(08).
001950 PROCEDURE DIVISION USING LK-PARM.
001960 0000-MAINLINE.
001961     PERFORM 9800-CYCLE-START  THRU 9800-EXIT.
001970     PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
001980     IF RESTART-REQUESTED
001990         PERFORM 1100-SKIP-TO-RESTART THRU 1100-EXIT.
002020     PERFORM 3000-TERMINATE    THRU 3000-EXIT.
002030     IF FATAL-ERROR
002040         MOVE 16 TO RETURN-CODE.
002041     PERFORM 9900-CYCLE-END    THRU 9900-EXIT.
002050     STOP RUN.
002060*------------------------------------------------------*
002070 1000-INITIALIZE.
002080     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002081     ACCEPT WS-RUN-TIME FROM TIME.
002090     OPEN INPUT  TRANS-FILE.
002100     OPEN I-O    VARIABLES-FILE.
002110     OPEN INPUT  CODEREF-FILE.
002140             'UNAVAILABLE, STATUS ' WS-CODE-STATUS
002150         SET FATAL-ERROR TO TRUE
002160         SET END-OF-FILE TO TRUE.
002161     OPEN INPUT  LIMIT-FILE.
002162     IF WS-LIMIT-STATUS NOT = '00'
002163         DISPLAY 'VARBATCH - BALANCE LIMIT FILE '
002164             'UNAVAILABLE, STATUS ' WS-LIMIT-STATUS
002165         SET FATAL-ERROR TO TRUE
002166         SET END-OF-FILE TO TRUE.
002170     OPEN EXTEND AUDIT-FILE.
002171     OPEN OUTPUT REGISTER-RPT.
002172     OPEN OUTPUT RESTART-FILE.
002173     OPEN I-O    PENDING-FILE.
002174     IF WS-PEND-STATUS = '35'
002175         OPEN OUTPUT PENDING-FILE
002176         CLOSE PENDING-FILE
002177         OPEN I-O PENDING-FILE.
002178     IF WS-PEND-STATUS NOT = '00'
002179         DISPLAY 'VARBATCH - PENDING CHANGE FILE '
002180             'UNAVAILABLE, STATUS ' WS-PEND-STATUS
002181         SET FATAL-ERROR TO TRUE
002182         SET END-OF-FILE TO TRUE.
002183     OPEN I-O    SUSPENSE-FILE.
002184     IF WS-SUSP-STATUS = '35'
002185         OPEN OUTPUT SUSPENSE-FILE
002186         CLOSE SUSPENSE-FILE
002187         OPEN I-O SUSPENSE-FILE.
002188     IF WS-SUSP-STATUS NOT = '00'
002189         DISPLAY 'VARBATCH - SUSPENSE FILE UNAVAILABLE, '
002190             'STATUS ' WS-SUSP-STATUS
002191         SET FATAL-ERROR TO TRUE
002192         SET END-OF-FILE TO TRUE.
002193     OPEN INPUT  DUAL-CONTROL-FILE.
002194     READ DUAL-CONTROL-FILE
002195         AT END
002196             MOVE SPACES TO DUAL-CONTROL-RECORD.
002197     CLOSE DUAL-CONTROL-FILE.
002198     IF DCTL-THRESHOLD NOT NUMERIC
002199         DISPLAY 'VARBATCH - DUAL-CONTROL THRESHOLD '
002200             'MISSING OR NOT NUMERIC'
002201         SET FATAL-ERROR TO TRUE
002202         SET END-OF-FILE TO TRUE
002203     ELSE
002204         MOVE DCTL-THRESHOLD TO WS-THRESHOLD.
002205     OPEN INPUT  RESTART-IN.
002210     READ RESTART-IN
002220         AT END
002230             SET NO-RESTART-RECORD TO TRUE.
002510     MOVE RI-TRANS-READ    TO WS-LC-TRANS-READ.
002520     MOVE RI-TRANS-APPLIED TO WS-LC-TRANS-APPLIED.
002530     MOVE RI-TRANS-REJECT  TO WS-LC-TRANS-REJECT.
002531     MOVE RI-TRANS-HELD    TO WS-LC-TRANS-HELD.
002540     READ RESTART-IN
002550         AT END
002560             SET NO-RESTART-RECORD TO TRUE.
002800     MOVE WS-LC-TRANS-READ   TO WS-TRANS-READ.
002810     MOVE WS-LC-TRANS-APPLIED TO WS-TRANS-APPLIED.
002820     MOVE WS-LC-TRANS-REJECT TO WS-TRANS-REJECT.
002821     MOVE WS-LC-TRANS-HELD   TO WS-TRANS-HELD.
002830 1150-EXIT.
002840     EXIT.
002850*------------------------------------------------------*
002950     EXIT.
002960*------------------------------------------------------*
002970* 2000-PROCESS-TRANS DISPATCHES ONE TRANSACTION BY      *
002980* FUNCTION CODE, THE SAME SPLIT AS TABMAINT'S          *
002990* 2000-PROCESS-TRANS, AND WRITES ITS REGISTER LINE.     *
003000*------------------------------------------------------*
003010 2000-PROCESS-TRANS.
003020     ADD 1 TO WS-TRANS-SEQ.
003030     ADD 1 TO WS-TRANS-READ.
003040     MOVE SPACES TO WS-REASON.
003041     MOVE 'N' TO WS-HELD-SW.
003042     MOVE 'N' TO WS-LIM-WARN-SW.
003050     IF TR-KEY NOT NUMERIC
003060         MOVE 'KEY NOT NUMERIC' TO WS-REASON
003070         GO TO 2000-REGISTER.
003100             PERFORM 2100-MAINTAIN-TABLE THRU 2100-EXIT
003110         WHEN 'B'
003120             PERFORM 2200-MAINTAIN-BALANCE THRU 2200-EXIT
003121         WHEN 'A'
003122             PERFORM 2400-ADD-RECORD THRU 2400-EXIT
003123         WHEN 'C'
003124             PERFORM 2700-CLOSE-RECORD THRU 2700-EXIT
003130         WHEN OTHER
003140             MOVE 'INVALID FUNCTION CODE' TO WS-REASON
003150     END-EVALUATE.
003370     MOVE WS-TRANS-READ    TO CHKPT-RECORDS-READ.
003380     MOVE WS-TRANS-APPLIED TO CHKPT-RECORDS-APPLIED.
003390     MOVE WS-TRANS-REJECT  TO CHKPT-RECORDS-REJECT.
003391     MOVE WS-TRANS-HELD    TO CHKPT-RECORDS-HELD.
003400     WRITE CHECKPOINT-RECORD.
003410 2300-EXIT.
003420     EXIT.
004080     MOVE VARIABLES-NUMERIC TO VK-KEY-NUMERIC.
004090     MOVE VK-KEY-ALPHA             TO AUDT-KEY-ALPHA.
004100     MOVE VARIABLES-SIGNED-NUMERIC TO AUDT-OLD-SIGNED-NUM.
004101     MOVE VARIABLES-COMP-NUMERIC   TO AUDT-OLD-COMP-NUM.
004102     MOVE VARIABLES-SIGNED-NUMERIC TO WS-LIM-OLD-SIGNED.
004103     MOVE WS-NEW-SIGNED            TO WS-LIM-NEW-SIGNED.
004104     MOVE VARIABLES-COMP-3-NUMERIC TO WS-LIM-OLD-PACKED.
004105     MOVE VARIABLES-COMP-3-NUMERIC TO WS-LIM-NEW-PACKED.
004106     PERFORM 2650-CHECK-LIMITS THRU 2650-EXIT.
004107     IF LIMIT-BLOCKED
004108         MOVE WS-LIM-CODE     TO WLR-CODE
004109         MOVE WS-LIMIT-REASON TO WS-REASON
004110         GO TO 2200-EXIT.
004111     MOVE 'B'           TO AUDT-FUNCTION.
004112     PERFORM 2240-TEST-THRESHOLD THRU 2240-EXIT.
004113     IF OVER-THRESHOLD
004114         PERFORM 2250-HOLD-FOR-APPROVAL THRU 2250-EXIT
004115         GO TO 2200-EXIT.
004120     MOVE WS-NEW-SIGNED TO VARIABLES-SIGNED-NUMERIC.
004121     MOVE WS-NEW-COMP   TO VARIABLES-COMP-NUMERIC.
004122     REWRITE VARIABLES
004123         INVALID KEY
004124             MOVE 'REWRITE FAILED' TO WS-REASON
004125             GO TO 2200-EXIT.
004126     MOVE VARIABLES-SIGNED-NUMERIC TO AUDT-NEW-SIGNED-NUM.
004127     MOVE VARIABLES-COMP-NUMERIC   TO AUDT-NEW-COMP-NUM.
004128     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
004129 2200-EXIT.
004130     EXIT.
004131*------------------------------------------------------*
004132* 2240-TEST-THRESHOLD SETS OVER-THRESHOLD WHEN EITHER   *
004133* BALANCE WOULD MOVE BY MORE THAN THE DUAL-CONTROL      *
004134* THRESHOLD, UP OR DOWN - TABMAINT'S 2240 RULE.  AN ADD *
004135* IS TESTED WITH THE OLD VALUES AT ZERO.                *
004136*------------------------------------------------------*
004137 2240-TEST-THRESHOLD.
004138     MOVE 'N' TO WS-OVER-SW.
004139     COMPUTE WS-DELTA-SIGNED =
004140         WS-NEW-SIGNED - AUDT-OLD-SIGNED-NUM.
004141     COMPUTE WS-DELTA-COMP =
004142         WS-NEW-COMP - AUDT-OLD-COMP-NUM.
004143     IF WS-DELTA-SIGNED < ZERO
004144         COMPUTE WS-DELTA-SIGNED = WS-DELTA-SIGNED * -1.
004145     IF WS-DELTA-COMP < ZERO
004146         COMPUTE WS-DELTA-COMP = WS-DELTA-COMP * -1.
004147     IF WS-DELTA-SIGNED > WS-THRESHOLD
004148         OR WS-DELTA-COMP > WS-THRESHOLD
004149         SET OVER-THRESHOLD TO TRUE.
004150 2240-EXIT.
004151     EXIT.
004152*------------------------------------------------------*
004153* 2250-HOLD-FOR-APPROVAL WRITES THE TRANSACTION TO       *
004154* PENDCHG INSTEAD OF THE MASTER, THE BATCH TWIN OF       *
004155* TABMAINT'S 2250.  A FAILED HOLD REJECTS THE            *
004156* TRANSACTION - NOTHING IS APPLIED EITHER WAY.  AN ADD   *
004157* ('A' IN AUDT-FUNCTION) ALSO CARRIES ITS CODE PAIRS.    *
004158*------------------------------------------------------*
004159 2250-HOLD-FOR-APPROVAL.
004160     MOVE SPACES              TO PENDING-RECORD.
004161     ACCEPT PEND-REQ-DATE FROM DATE YYYYMMDD.
004162     ACCEPT PEND-REQ-TIME FROM TIME.
004163     MOVE AUDT-KEY-ALPHA      TO PEND-VAR-KEY.
004164     MOVE ZERO                TO PEND-SEQ.
004165     SET PEND-OPEN            TO TRUE.
004166     MOVE WS-JOB-NAME         TO PEND-JOB-NAME.
004167     MOVE TR-USER-ID          TO PEND-REQ-USER.
004168     MOVE AUDT-OLD-SIGNED-NUM TO PEND-OLD-SIGNED-NUM.
004169     MOVE WS-NEW-SIGNED       TO PEND-NEW-SIGNED-NUM.
004170     MOVE AUDT-OLD-COMP-NUM   TO PEND-OLD-COMP-NUM.
004171     MOVE WS-NEW-COMP         TO PEND-NEW-COMP-NUM.
004172     MOVE ZERO                TO PEND-DECIDE-DATE.
004173     MOVE ZERO                TO PEND-DECIDE-TIME.
004174     MOVE AUDT-FUNCTION       TO PEND-FUNCTION.
004175     IF PEND-ADD
004176         MOVE TR-OPEN-CODES   TO PEND-OPEN-CODES.
004177     MOVE 'N' TO WS-PEND-SW.
004178     PERFORM 2260-WRITE-PENDING THRU 2260-EXIT
004179         UNTIL PENDING-WRITTEN
004180         OR PEND-SEQ = 99.
004181     IF NOT PENDING-WRITTEN
004182         MOVE 'HOLD FOR APPROVAL FAILED' TO WS-REASON
004183         GO TO 2250-EXIT.
004184     SET CHANGE-HELD TO TRUE.
004185 2250-EXIT.
004186     EXIT.
004187*------------------------------------------------------*
004188 2260-WRITE-PENDING.
004189     WRITE PENDING-RECORD
004190         INVALID KEY
004191             ADD 1 TO PEND-SEQ
004192             GO TO 2260-EXIT.
004193     SET PENDING-WRITTEN TO TRUE.
004194 2260-EXIT.
004195     EXIT.
004196*------------------------------------------------------*
004197* 2400-ADD-RECORD IS THE BATCH TWIN OF TABMAINT'S       *
004198* 2300-ADD-RECORD - OPENS A NEW KEY WITH ITS OPENING    *
004199* BALANCES AND CODE PAIRS.  THE KEY MUST NOT BE ON FILE *
004200* OR THE RESERVED TRAILER KEY; EVERY NON-BLANK OPENING  *
004201* CODE MUST PASS 2600-CHECK-CODE.  COMP-3 OPENS AT ZERO.*
004202* OPENING BALANCES OVER THE THRESHOLD ARE HELD, AS IN   *
004203* 2200.                                                 *
004204*------------------------------------------------------*
004205 2400-ADD-RECORD.
004206     IF TR-KEY = '99999999'
004207         MOVE 'RESERVED KEY' TO WS-REASON
004208         GO TO 2400-EXIT.
004209     MOVE TR-NEW-SIGNED TO WS-CONV-SIGNED.
004210     PERFORM 2500-CONVERT-SIGNED THRU 2500-EXIT.
004211     IF WS-REASON NOT = SPACES
004212         MOVE 'BAD NEW SIGNED VALUE' TO WS-REASON
004213         GO TO 2400-EXIT.
004214     MOVE WS-CONV-VALUE TO WS-NEW-SIGNED.
004215     MOVE TR-NEW-COMP TO WS-CONV-SIGNED.
004216     PERFORM 2500-CONVERT-SIGNED THRU 2500-EXIT.
004217     IF WS-REASON NOT = SPACES
004218         MOVE 'BAD NEW COMP VALUE' TO WS-REASON
004219         GO TO 2400-EXIT.
004220     MOVE WS-CONV-VALUE TO WS-NEW-COMP.
004221     PERFORM 2410-CHECK-OPEN-PAIR THRU 2410-EXIT
004222         VARYING WS-SUB FROM 1 BY 1
004223         UNTIL WS-SUB > 5
004224         OR WS-REASON NOT = SPACES.
004225     IF WS-REASON NOT = SPACES
004226         GO TO 2400-EXIT.
004227     MOVE TR-KEY-NUM TO VARIABLES-NUMERIC.
004228     READ VARIABLES-FILE
004229         INVALID KEY
004230             GO TO 2400-BUILD.
004231     MOVE 'KEY ALREADY ON FILE' TO WS-REASON.
004232     GO TO 2400-EXIT.
004233 2400-BUILD.
004234     MOVE SPACES        TO VARIABLES.
004235     MOVE TR-KEY-NUM    TO VARIABLES-NUMERIC.
004236     MOVE WS-NEW-SIGNED TO VARIABLES-SIGNED-NUMERIC.
004237     MOVE WS-NEW-COMP   TO VARIABLES-COMP-NUMERIC.
004238     MOVE ZERO          TO VARIABLES-COMP-3-NUMERIC.
004239     PERFORM 2420-LOAD-OPEN-PAIR THRU 2420-EXIT
004240         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
004241     MOVE ZERO          TO WS-LIM-OLD-SIGNED.
004242     MOVE ZERO          TO WS-LIM-OLD-PACKED.
004243     MOVE ZERO          TO WS-LIM-NEW-PACKED.
004244     MOVE WS-NEW-SIGNED TO WS-LIM-NEW-SIGNED.
004245     PERFORM 2650-CHECK-LIMITS THRU 2650-EXIT.
004246     IF LIMIT-BLOCKED
004247         MOVE WS-LIM-CODE     TO WLR-CODE
004248         MOVE WS-LIMIT-REASON TO WS-REASON
004249         GO TO 2400-EXIT.
004250     MOVE VARIABLES-NUMERIC TO VK-KEY-NUMERIC.
004251     MOVE VK-KEY-ALPHA  TO AUDT-KEY-ALPHA.
004252     MOVE ZERO          TO AUDT-OLD-SIGNED-NUM.
004253     MOVE ZERO          TO AUDT-OLD-COMP-NUM.
004254     MOVE 'A'           TO AUDT-FUNCTION.
004255     PERFORM 2240-TEST-THRESHOLD THRU 2240-EXIT.
004256     IF OVER-THRESHOLD
004257         PERFORM 2250-HOLD-FOR-APPROVAL THRU 2250-EXIT
004258         GO TO 2400-EXIT.
004259     WRITE VARIABLES
004260         INVALID KEY
004261             MOVE 'ADD FAILED' TO WS-REASON
004262             GO TO 2400-EXIT.
004263     MOVE VARIABLES-SIGNED-NUMERIC TO AUDT-NEW-SIGNED-NUM.
004264     MOVE VARIABLES-COMP-NUMERIC   TO AUDT-NEW-COMP-NUM.
004265     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
004266 2400-EXIT.
004267     EXIT.
004268*------------------------------------------------------*
004269 2410-CHECK-OPEN-PAIR.
004270     IF TR-OPEN-IN (WS-SUB) NOT = SPACES
004271         MOVE TR-OPEN-IN (WS-SUB) TO WS-CHECK-CODE
004272         PERFORM 2600-CHECK-CODE THRU 2600-EXIT
004273         IF NOT CODE-CHECK-OK
004274             MOVE WS-CHECK-CODE  TO WCR-CODE
004275             MOVE WS-SUB         TO WCR-SLOT
004276             MOVE WS-CODE-REASON TO WS-REASON
004277             GO TO 2410-EXIT.
004278     IF TR-OPEN-IN2 (WS-SUB) NOT = SPACES
004279         MOVE TR-OPEN-IN2 (WS-SUB) TO WS-CHECK-CODE
004280         PERFORM 2600-CHECK-CODE THRU 2600-EXIT
004281         IF NOT CODE-CHECK-OK
004282             MOVE WS-CHECK-CODE  TO WCR-CODE
004283             MOVE WS-SUB         TO WCR-SLOT
004284             MOVE WS-CODE-REASON TO WS-REASON.
004285 2410-EXIT.
004286     EXIT.
004287*------------------------------------------------------*
004288 2420-LOAD-OPEN-PAIR.
004289     MOVE TR-OPEN-IN (WS-SUB)
004290         TO VARIABLES-GROUP-OCCURS-IN (WS-SUB).
004291     MOVE TR-OPEN-IN2 (WS-SUB)
004292         TO VARIABLES-GROUP-OCCURS-IN2 (WS-SUB).
004293 2420-EXIT.
004294     EXIT.
004295*------------------------------------------------------*
004296* 2500-CONVERT-SIGNED DECODES A SIGN-THEN-8-DIGITS      *
004297* TRANSACTION FIELD FROM WS-CONV-SIGNED INTO            *
004300* WS-CONV-VALUE, THE SAME COLUMN FORMAT VARIMPRT        *
004310* ACCEPTS FROM THE CSV FEED.                            *
004320*------------------------------------------------------*
004580     IF NOT CODE-ACTIVE
004590         GO TO 2600-EXIT.
004600     IF CODE-EFF-FROM NUMERIC
004601         AND CODE-EFF-FROM > ZERO
004602         AND CODE-EFF-FROM > WS-TODAY-DATE
004603         GO TO 2600-EXIT.
004604     IF CODE-EFF-TO NUMERIC
004605         AND CODE-EFF-TO > ZERO
004606         AND CODE-EFF-TO < WS-TODAY-DATE
004607         GO TO 2600-EXIT.
004608     SET CODE-CHECK-OK TO TRUE.
004609 2600-EXIT.
004610     EXIT.
004611*------------------------------------------------------*
004612* 2650-CHECK-LIMITS HOLDS THE KEY IN VARIABLES TO THE   *
004613* BALANCE LIMIT OF EACH OF ITS VARIABLES-GROUP-OCCURS-  *
004614* IN CODES.  THE CALLER SETS THE OLD AND NEW SIGNED AND *
004615* PACKED VALUES IN WS-LIMIT-CHECK.  LIMIT-BLOCKED IS    *
004616* SET, AND THE SEARCH STOPS, AT THE FIRST BLOCK LIMIT   *
004617* BREACHED; LIMIT-WARNED IS SET FOR A WARN LIMIT.       *
004618* WS-LIM-CODE NAMES THE CODE EITHER WAY.                *
004619*------------------------------------------------------*
004620 2650-CHECK-LIMITS.
004621     MOVE 'N' TO WS-LIM-BLOCK-SW.
004622     MOVE 'N' TO WS-LIM-WARN-SW.
004623     PERFORM 2660-CHECK-ONE-LIMIT THRU 2660-EXIT
004624         VARYING WS-SUB FROM 1 BY 1
004625         UNTIL WS-SUB > 5
004626         OR LIMIT-BLOCKED.
004627 2650-EXIT.
004628     EXIT.
004629*------------------------------------------------------*
004630* 2660-CHECK-ONE-LIMIT TESTS ONE IN CODE.  A CODE WITH  *
004631* NO BALLIMIT RECORD HAS NO LIMIT.  ONLY A VALUE THE    *
004632* CHANGE ACTUALLY MOVES IS TESTED, SO A KEY ALREADY     *
004633* OUTSIDE A LIMIT CAN STILL HAVE ITS OTHER BALANCE      *
004634* CORRECTED - LIMTRPT REPORTS IT UNTIL IT IS FIXED.     *
004635*------------------------------------------------------*
004636 2660-CHECK-ONE-LIMIT.
004637     IF VARIABLES-GROUP-OCCURS-IN (WS-SUB) = SPACES
004638         GO TO 2660-EXIT.
004639     MOVE VARIABLES-GROUP-OCCURS-IN (WS-SUB) TO LIMT-CODE.
004640     READ LIMIT-FILE
004641         INVALID KEY
004642             GO TO 2660-EXIT.
004643     MOVE 'N' TO WS-LIM-OUT-SW.
004644     IF LIMT-ON-SIGNED AND LIMT-MIN-SET
004645         AND WS-LIM-NEW-SIGNED NOT = WS-LIM-OLD-SIGNED
004646         AND WS-LIM-NEW-SIGNED < LIMT-MINIMUM
004647         SET LIMIT-OUT TO TRUE.
004648     IF LIMT-ON-SIGNED AND LIMT-MAX-SET
004649         AND WS-LIM-NEW-SIGNED NOT = WS-LIM-OLD-SIGNED
004650         AND WS-LIM-NEW-SIGNED > LIMT-MAXIMUM
004651         SET LIMIT-OUT TO TRUE.
004652     IF LIMT-ON-PACKED AND LIMT-MIN-SET
004653         AND WS-LIM-NEW-PACKED NOT = WS-LIM-OLD-PACKED
004654         AND WS-LIM-NEW-PACKED < LIMT-MINIMUM
004655         SET LIMIT-OUT TO TRUE.
004656     IF LIMT-ON-PACKED AND LIMT-MAX-SET
004657         AND WS-LIM-NEW-PACKED NOT = WS-LIM-OLD-PACKED
004658         AND WS-LIM-NEW-PACKED > LIMT-MAXIMUM
004659         SET LIMIT-OUT TO TRUE.
004660     IF NOT LIMIT-OUT
004661         GO TO 2660-EXIT.
004662     MOVE LIMT-CODE TO WS-LIM-CODE.
004663     IF LIMT-BLOCK
004664         SET LIMIT-BLOCKED TO TRUE
004665     ELSE
004666         SET LIMIT-WARNED TO TRUE.
004667 2660-EXIT.
004668     EXIT.
004669*------------------------------------------------------*
004670* 2700-CLOSE-RECORD IS THE BATCH TWIN OF TABMAINT'S     *
004671* 2400-CLOSE-RECORD - DELETES THE KEY FROM THE MASTER,  *
004672* REFUSED WHILE ANY BALANCE IS NON-ZERO OR NOT NUMERIC. *
004673*------------------------------------------------------*
004674 2700-CLOSE-RECORD.
004675     MOVE TR-KEY-NUM TO VARIABLES-NUMERIC.
004676     READ VARIABLES-FILE
004677         INVALID KEY
004678             MOVE 'RECORD NOT FOUND' TO WS-REASON
004679             GO TO 2700-EXIT.
004680     IF VARIABLES-SIGNED-NUMERIC NOT NUMERIC
004681         OR VARIABLES-COMP-3-NUMERIC NOT NUMERIC
004682         MOVE 'BALANCE NOT NUMERIC' TO WS-REASON
004683         GO TO 2700-EXIT.
004684     IF VARIABLES-SIGNED-NUMERIC NOT = ZERO
004685         OR VARIABLES-COMP-NUMERIC NOT = ZERO
004686         OR VARIABLES-COMP-3-NUMERIC NOT = ZERO
004687         MOVE 'BALANCES NOT ZERO' TO WS-REASON
004688         GO TO 2700-EXIT.
004689     MOVE VARIABLES-NUMERIC TO VK-KEY-NUMERIC.
004690     MOVE VK-KEY-ALPHA             TO AUDT-KEY-ALPHA.
004691     MOVE VARIABLES-SIGNED-NUMERIC TO AUDT-OLD-SIGNED-NUM.
004692     MOVE VARIABLES-COMP-NUMERIC   TO AUDT-OLD-COMP-NUM.
004693     DELETE VARIABLES-FILE RECORD
004694         INVALID KEY
004695             MOVE 'CLOSE FAILED' TO WS-REASON
004696             GO TO 2700-EXIT.
004697     MOVE ZERO          TO AUDT-NEW-SIGNED-NUM.
004698     MOVE ZERO          TO AUDT-NEW-COMP-NUM.
004699     MOVE 'C'           TO AUDT-FUNCTION.
004700     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
004701 2700-EXIT.
004702     EXIT.
004703*------------------------------------------------------*
004704* 2800-WRITE-AUDIT STAMPS AND WRITES THE AUDIT RECORD   *
004705* FOR B, A AND C ALIKE; THE CALLER HAS SET THE KEY, THE *
004706* OLD AND NEW VALUES AND AUDT-FUNCTION.                 *
004707*------------------------------------------------------*
004708 2800-WRITE-AUDIT.
004709     ACCEPT AUDT-CHANGE-DATE FROM DATE YYYYMMDD.
004710     ACCEPT AUDT-CHANGE-TIME FROM TIME.
004711     MOVE WS-JOB-NAME   TO AUDT-JOB-NAME.
004712     MOVE TR-USER-ID    TO AUDT-USER-ID.
004713     MOVE SPACES        TO AUDT-APPROVER-ID.
004714     WRITE AUDIT-RECORD.
004715 2800-EXIT.
004716     EXIT.
004717*------------------------------------------------------*
004720 2900-WRITE-REGISTER.
004730     MOVE TR-FUNCTION TO DL-FUNCTION.
004740     MOVE TR-KEY      TO DL-KEY.
004750     MOVE TR-USER-ID  TO DL-USER.
004751     IF CHANGE-HELD
004752         ADD 1 TO WS-TRANS-HELD
004753         MOVE 'HELD'     TO DL-STATUS
004754         MOVE 'OVER THRESHOLD - PENDING APPROVAL'
004755                         TO DL-REASON
004756         GO TO 2900-WRITE.
004760     IF WS-REASON = SPACES
004770         ADD 1 TO WS-TRANS-APPLIED
004780         MOVE 'APPLIED'  TO DL-STATUS
004800     ELSE
004810         ADD 1 TO WS-TRANS-REJECT
004820         MOVE 'REJECTED' TO DL-STATUS
004830         MOVE WS-REASON  TO DL-REASON
004831         PERFORM 2950-WRITE-SUSPENSE THRU 2950-EXIT.
004832     IF WS-REASON = SPACES
004833         AND LIMIT-WARNED
004834         MOVE WS-LIM-CODE    TO WWR-CODE
004835         MOVE WS-WARN-REASON TO DL-REASON.
004836 2900-WRITE.
004840     MOVE WS-DETAIL-LINE TO REGISTER-LINE.
004841     WRITE REGISTER-LINE.
004842 2900-EXIT.
004843     EXIT.
004844*------------------------------------------------------*
004845* 2950-WRITE-SUSPENSE PUTS THE REJECTED TRANSACTION, AS  *
004846* READ, ON THE COMMON SUSPENSE FILE, KEYED BY THIS RUN'S *
004847* START DATE AND TIME AND THE TRANSACTION SEQUENCE       *
004848* NUMBER.  A FAILED WRITE IS REPORTED; THE REGISTER      *
004849* STILL CARRIES THE REJECT.                              *
004850*------------------------------------------------------*
004851 2950-WRITE-SUSPENSE.
004852     MOVE SPACES            TO SUSPENSE-RECORD.
004853     MOVE 'VARBATCH'        TO SUSP-SOURCE.
004854     MOVE WS-TODAY-DATE     TO SUSP-RUN-DATE.
004855     MOVE WS-RUN-TIME       TO SUSP-RUN-TIME.
004856     MOVE WS-TRANS-SEQ      TO SUSP-SEQ.
004857     SET SUSP-OPEN          TO TRUE.
004858     MOVE TR-KEY            TO SUSP-ITEM-KEY.
004859     MOVE WS-REASON         TO SUSP-REASON.
004860     MOVE TRANS-RECORD      TO SUSP-IMAGE.
004861     MOVE ZERO              TO SUSP-CORRECT-DATE.
004862     MOVE ZERO              TO SUSP-CORRECT-TIME.
004863     MOVE ZERO              TO SUSP-RESUBMIT-DATE.
004864     WRITE SUSPENSE-RECORD
004865         INVALID KEY
004866             DISPLAY 'VARBATCH - SUSPENSE WRITE FAILED, '
004867                 'STATUS ' WS-SUSP-STATUS ' TRANSACTION '
004868                 WS-TRANS-SEQ.
004869 2950-EXIT.
004870     EXIT.
004880*------------------------------------------------------*
004890 3000-TERMINATE.
004940     MOVE WS-TRANS-REJECT  TO TL-REJECT.
004950     MOVE WS-TOTAL-LINE    TO REGISTER-LINE.
004960     WRITE REGISTER-LINE.
004961     MOVE WS-TRANS-HELD    TO TL-HELD.
004962     MOVE WS-TOTAL-LINE-2  TO REGISTER-LINE.
004963     WRITE REGISTER-LINE.
004970     IF WS-CHECKPT-COUNT > ZERO
004980         PERFORM 2300-WRITE-CHECKPT THRU 2300-EXIT.
004990     CLOSE TRANS-FILE.
005000     CLOSE VARIABLES-FILE.
005010     CLOSE CODEREF-FILE.
005011     CLOSE LIMIT-FILE.
005020     CLOSE AUDIT-FILE.
005030     CLOSE REGISTER-RPT.
005040     CLOSE RESTART-FILE.
005041     CLOSE PENDING-FILE.
005042     CLOSE SUSPENSE-FILE.
005050 3000-EXIT.
005060     EXIT.
005070*------------------------------------------------------*
005080* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
005090* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
005100* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
005110* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
005120*------------------------------------------------------*
005130 9800-CYCLE-START.
005140     MOVE 'VARBATCH' TO CYCG-PROGRAM.
005150     SET CYCG-START TO TRUE.
005160     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
005170     IF CYCG-CLEARED
005180         GO TO 9800-EXIT.
005190     IF CYCG-BLOCKED
005200         MOVE 12 TO RETURN-CODE
005210     ELSE
005220         MOVE 16 TO RETURN-CODE.
005230     STOP RUN.
005240 9800-EXIT.
005250     EXIT.
005260*------------------------------------------------------*
005270* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
005280* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
005290* BACK AFTERWARDS.                                      *
005300*------------------------------------------------------*
005310 9900-CYCLE-END.
005320     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
005330     SET CYCG-END TO TRUE.
005340     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
005350     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
005360 9900-EXIT.
005370     EXIT.
