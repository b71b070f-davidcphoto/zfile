000213*                  ABEND REWRITES NO MASTER RECORD      *
000214*                  TWICE.  THE HEADER ROW IS NOT        *
000215*                  COUNTED.  SEE JCL/VARIMPRTR.JCL.     *
000216*  2026-10-15  DCP EVERY REJECTED ROW ALSO GOES TO THE   *
000217*                  COMMON SUSPENSE KSDS (SUSPREC.CPY)   *
000218*                  AS READ, FOR CORRECTION ON SUSPMNT   *
000219*                  AND RESUBMISSION BY SUSPRSUB.        *
000220*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000221*                  CALLED AT START, ENDING THE RUN WITH *
000222*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000223*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000224*                  THE CYCLE, AND AT END TO RECORD THE  *
000225*                  RETURN CODE ON CYCLSTAT.             *
000226*  2026-10-15  DCP BALANCE LIMITS (LIMTREC.CPY) - A     *
000227*                  ROW THAT WOULD TAKE THE SIGNED OR    *
000228*                  COMP-3 BALANCE OUTSIDE A BLOCK LIMIT *
000229*                  FOR ANY IN CODE ON THE KEY IS        *
000230*                  REJECTED AND SUSPENDED; OUTSIDE A    *
000231*                  WARN LIMIT IT IS APPLIED AND NOTED   *
000232*                  ON THE EXCEPTION REPORT.             *
000233*------------------------------------------------------*
000234*
000235* PURPOSE.
000236*   DOWNSTREAM SYSTEMS SEND CORRECTIONS BACK IN THE SAME
000240*   CSV LAYOUT VAREXTR WRITES:
000250*     KEY,SIGNED_NUMERIC,COMP_NUMERIC,COMP3_NUMERIC,
000260*     OVERLAY_BINARY,OCC1..OCC5,TBL1_CODE1..TBL5_CODE2
000440*
000450*   THE FIRST ROW IS EXPECTED TO BE VAREXTR'S COLUMN
000460*   HEADER AND IS SKIPPED; A FILE ARRIVING WITHOUT IT IS
000461*   PROCESSED FROM ROW ONE.
000462*
000463*   EVERY ROW REJECTED TO THE EXCEPTION REPORT IS ALSO
000464*   WRITTEN, EXACTLY AS READ, TO THE COMMON SUSPENSE KSDS
000465*   (SUSPREC.CPY) WITH THE RUN DATE AND THE REASON.  A
000466*   SUSPENSE FILE THAT CANNOT BE OPENED IS RC 16 BEFORE
000467*   ANY ROW IS READ.
000468*
000469*   BALANCE LIMITS - THE REBUILT RECORD IS CHECKED
000470*   AGAINST THE BALLIMIT KSDS (LIMTREC.CPY) FOR EVERY
000471*   VARIABLES-GROUP-OCCURS-IN CODE IT CARRIES, AS
000472*   TABMAINT DOES.  A SIGNED OR COMP-3 VALUE THE ROW
000473*   CHANGES THAT FALLS OUTSIDE A BLOCK LIMIT REJECTS
000474*   THE ROW; OUTSIDE A WARN LIMIT THE ROW IS APPLIED
000475*   AND AN "APPLIED - OUTSIDE WARN LIMIT" LINE GOES TO
000476*   THE EXCEPTION REPORT WITHOUT COUNTING AS A REJECT.
000477*   A BALLIMIT FILE THAT CANNOT BE OPENED IS RC 16
000478*   BEFORE ANY ROW IS READ.
000480*------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000614         ACCESS MODE IS RANDOM
000615         RECORD KEY IS CODE-VALUE
000616         FILE STATUS IS WS-CODE-STATUS.
000617     SELECT LIMIT-FILE     ASSIGN TO BALLIMIT
000618         ORGANIZATION IS INDEXED
000619         ACCESS MODE IS RANDOM
000620         RECORD KEY IS LIMT-CODE
000621         FILE STATUS IS WS-LIMIT-STATUS.
000622     SELECT EXCEPTION-RPT  ASSIGN TO EXCPRPT
000630         ORGANIZATION IS SEQUENTIAL.
000632     SELECT RESTART-FILE   ASSIGN TO RESTART
000634         ORGANIZATION IS SEQUENTIAL.
000636     SELECT RESTART-IN     ASSIGN TO RESTIN
000638         ORGANIZATION IS SEQUENTIAL.
000639     SELECT SUSPENSE-FILE  ASSIGN TO SUSPENSE
000640         ORGANIZATION IS INDEXED
000641         ACCESS MODE IS RANDOM
000642         RECORD KEY IS SUSP-KEY
000643         ALTERNATE RECORD KEY IS SUSP-ITEM-KEY
000644             WITH DUPLICATES
000645         FILE STATUS IS WS-SUSP-STATUS.
000646 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CSV-FILE
000670     RECORDING MODE IS F
000722 FD  CODEREF-FILE
000724     LABEL RECORDS ARE STANDARD.
000726     COPY "CODEREC.cpy".
000727 FD  LIMIT-FILE
000728     LABEL RECORDS ARE STANDARD.
000729     COPY "LIMTREC.cpy".
000730 FD  EXCEPTION-RPT
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000880         ==CHKPT-RECORDS-READ==   BY ==RI-ROWS-READ==
000890         ==CHKPT-RECORDS-VALID==  BY ==RI-ROWS-APPLIED==
000900         ==CHKPT-RECORDS-REJECT== BY ==RI-ROWS-REJECT==.
000901 FD  SUSPENSE-FILE
000902     LABEL RECORDS ARE STANDARD.
000903     COPY "SUSPREC.cpy".
000910 WORKING-STORAGE SECTION.
000920 01  WS-FILE-STATUS         PIC X(02).
000930 01  WS-SWITCHES.
001210     05 WS-REASON           PIC X(40).
001220 01  WS-CODE-STATUS         PIC X(02).
001230 01  WS-TODAY-DATE          PIC 9(08) VALUE ZERO.
001231 01  WS-RUN-TIME            PIC 9(08) VALUE ZERO.
001232 01  WS-SUSP-STATUS         PIC X(02).
001233 01  WS-LIMIT-STATUS        PIC X(02).
001240 01  WS-CODE-CHECK.
001250     05 WS-CHECK-CODE       PIC X(02).
001260     05 WS-CODE-OK-SW       PIC X(01).
001290     05 FILLER              PIC X(25) VALUE
001300            'UNKNOWN OR INACTIVE CODE '.
001310     05 WCR-CODE            PIC X(02).
001311     05 FILLER              PIC X(06) VALUE ' SLOT '.
001312     05 WCR-SLOT            PIC 9(01).
001313 01  WS-LIMIT-CHECK.
001314     05 WS-LIM-OLD-SIGNED   PIC S9(08).
001315     05 WS-LIM-NEW-SIGNED   PIC S9(08).
001316     05 WS-LIM-OLD-PACKED   PIC S9(08)V9(02).
001317     05 WS-LIM-NEW-PACKED   PIC S9(08)V9(02).
001318     05 WS-LIM-CODE         PIC X(02).
001319     05 WS-LIM-OUT-SW       PIC X(01).
001320        88 LIMIT-OUT        VALUE 'Y'.
001321     05 WS-LIM-BLOCK-SW     PIC X(01).
001322        88 LIMIT-BLOCKED    VALUE 'Y'.
001323     05 WS-LIM-WARN-SW      PIC X(01).
001324        88 LIMIT-WARNED     VALUE 'Y'.
001325 01  WS-LIMIT-REASON.
001326     05 FILLER              PIC X(26) VALUE
001327            'OUTSIDE BLOCK LIMIT, CODE '.
001328     05 WLR-CODE            PIC X(02).
001329 01  WS-WARN-REASON.
001330     05 FILLER              PIC X(35) VALUE
001331            'APPLIED - OUTSIDE WARN LIMIT, CODE '.
001332     05 WWR-CODE            PIC X(02).
001340*------------------------------------------------------*
001350* WS-CSV-COLUMNS RECEIVES THE UNSTRUNG ROW, ONE ITEM    *
001360* PER CSV COLUMN IN VAREXTR'S ORDER.                    *
002100     05 FILLER              PIC X(18) VALUE
002110            'ROWS REJECTED. .'.
002120     05 TL-REJECT           PIC ZZZ,ZZZ,ZZ9.
002121     COPY "CYCLPARM.cpy".
002130 PROCEDURE DIVISION.
002140 0000-MAINLINE.
002141     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
002150     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
002160     IF RESTART-REQUESTED
002170         PERFORM 1100-SKIP-TO-RESTART THRU 1100-EXIT.
002200     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
002210     IF FATAL-ERROR
002220         MOVE 16 TO RETURN-CODE.
002221     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
002230     STOP RUN.
002240*------------------------------------------------------*
002250 1000-INITIALIZE.
002260     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002261     ACCEPT WS-RUN-TIME FROM TIME.
002270     OPEN INPUT  CSV-FILE.
002280     OPEN I-O    VARIABLES-FILE.
002290     OPEN INPUT  CODEREF-FILE.
002300     IF WS-CODE-STATUS NOT = '00'
002310         DISPLAY 'VARIMPRT - CODE REFERENCE FILE '
002311             'UNAVAILABLE, STATUS ' WS-CODE-STATUS
002312         SET FATAL-ERROR TO TRUE
002313         SET END-OF-FILE TO TRUE.
002314     OPEN INPUT  LIMIT-FILE.
002315     IF WS-LIMIT-STATUS NOT = '00'
002316         DISPLAY 'VARIMPRT - BALANCE LIMIT FILE '
002317             'UNAVAILABLE, STATUS ' WS-LIMIT-STATUS
002318         SET FATAL-ERROR TO TRUE
002319         SET END-OF-FILE TO TRUE.
002320     OPEN I-O    SUSPENSE-FILE.
002321     IF WS-SUSP-STATUS = '35'
002322         OPEN OUTPUT SUSPENSE-FILE
002323         CLOSE SUSPENSE-FILE
002324         OPEN I-O SUSPENSE-FILE.
002325     IF WS-SUSP-STATUS NOT = '00'
002326         DISPLAY 'VARIMPRT - SUSPENSE FILE UNAVAILABLE, '
002327             'STATUS ' WS-SUSP-STATUS
002330         SET FATAL-ERROR TO TRUE
002340         SET END-OF-FILE TO TRUE.
002350     OPEN OUTPUT EXCEPTION-RPT.
003200     ADD 1 TO WS-ROW-SEQ.
003210     ADD 1 TO WS-ROWS-READ.
003220     MOVE SPACES TO WS-REASON.
003221     MOVE 'N' TO WS-LIM-WARN-SW.
003230     PERFORM 2100-PARSE-ROW THRU 2100-EXIT.
003240     IF WS-REASON = SPACES
003250         PERFORM 2300-APPLY-ROW THRU 2300-EXIT.
003270         ADD 1 TO WS-ROWS-APPLIED
003280     ELSE
003290         ADD 1 TO WS-ROWS-REJECT
003291         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
003292         PERFORM 2920-WRITE-SUSPENSE  THRU 2920-EXIT.
003293     IF WS-REASON = SPACES
003294         AND LIMIT-WARNED
003295         MOVE WS-LIM-CODE    TO WWR-CODE
003296         MOVE WS-WARN-REASON TO WS-REASON
003300         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT.
003310     ADD 1 TO WS-CHECKPT-COUNT.
003320     IF WS-CHECKPT-COUNT >= VI-CHECKPT-INTERVAL
004110         INVALID KEY
004120             MOVE 'NO MATCHING MASTER RECORD' TO WS-REASON
004130             GO TO 2300-EXIT.
004131     MOVE VARIABLES-SIGNED-NUMERIC TO WS-LIM-OLD-SIGNED.
004132     MOVE VARIABLES-COMP-3-NUMERIC TO WS-LIM-OLD-PACKED.
004140     MOVE WS-NEW-SIGNED TO VARIABLES-SIGNED-NUMERIC.
004150     MOVE WS-NEW-COMP   TO VARIABLES-COMP-NUMERIC.
004160     MOVE WS-NEW-COMP3  TO VARIABLES-COMP-3-NUMERIC.
004180         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.
004190     PERFORM 2500-EDIT-RECORD THRU 2500-EXIT.
004200     IF WS-REASON NOT = SPACES
004201         GO TO 2300-EXIT.
004202     MOVE VARIABLES-SIGNED-NUMERIC TO WS-LIM-NEW-SIGNED.
004203     MOVE VARIABLES-COMP-3-NUMERIC TO WS-LIM-NEW-PACKED.
004204     PERFORM 2750-CHECK-LIMITS THRU 2750-EXIT.
004205     IF LIMIT-BLOCKED
004206         MOVE WS-LIM-CODE     TO WLR-CODE
004207         MOVE WS-LIMIT-REASON TO WS-REASON
004210         GO TO 2300-EXIT.
004220     REWRITE VARIABLES
004230         INVALID KEY
005030         GO TO 2700-EXIT.
005040     IF CODE-EFF-TO NUMERIC
005050         AND CODE-EFF-TO > ZERO
005051         AND CODE-EFF-TO < WS-TODAY-DATE
005052         GO TO 2700-EXIT.
005053     SET CODE-CHECK-OK TO TRUE.
005054 2700-EXIT.
005055     EXIT.
005056*------------------------------------------------------*
005057* 2750-CHECK-LIMITS HOLDS THE KEY IN VARIABLES TO THE   *
005058* BALANCE LIMIT OF EACH OF ITS VARIABLES-GROUP-OCCURS-  *
005059* IN CODES.  THE CALLER SETS THE OLD AND NEW SIGNED AND *
005060* PACKED VALUES IN WS-LIMIT-CHECK.  LIMIT-BLOCKED IS    *
005061* SET, AND THE SEARCH STOPS, AT THE FIRST BLOCK LIMIT   *
005062* BREACHED; LIMIT-WARNED IS SET FOR A WARN LIMIT.       *
005063* WS-LIM-CODE NAMES THE CODE EITHER WAY.                *
005064*------------------------------------------------------*
005065 2750-CHECK-LIMITS.
005066     MOVE 'N' TO WS-LIM-BLOCK-SW.
005067     MOVE 'N' TO WS-LIM-WARN-SW.
005068     PERFORM 2760-CHECK-ONE-LIMIT THRU 2760-EXIT
005069         VARYING WS-SUB FROM 1 BY 1
005070         UNTIL WS-SUB > 5
005071         OR LIMIT-BLOCKED.
005072 2750-EXIT.
005073     EXIT.
005074*------------------------------------------------------*
005075* 2760-CHECK-ONE-LIMIT TESTS ONE IN CODE.  A CODE WITH  *
005076* NO BALLIMIT RECORD HAS NO LIMIT.  ONLY A VALUE THE    *
005077* CHANGE ACTUALLY MOVES IS TESTED, SO A KEY ALREADY     *
005078* OUTSIDE A LIMIT CAN STILL HAVE ITS OTHER BALANCE      *
005079* CORRECTED - LIMTRPT REPORTS IT UNTIL IT IS FIXED.     *
005080*------------------------------------------------------*
005081 2760-CHECK-ONE-LIMIT.
005082     IF VARIABLES-GROUP-OCCURS-IN (WS-SUB) = SPACES
005083         GO TO 2760-EXIT.
005084     MOVE VARIABLES-GROUP-OCCURS-IN (WS-SUB) TO LIMT-CODE.
005085     READ LIMIT-FILE
005086         INVALID KEY
005087             GO TO 2760-EXIT.
005088     MOVE 'N' TO WS-LIM-OUT-SW.
005089     IF LIMT-ON-SIGNED AND LIMT-MIN-SET
005090         AND WS-LIM-NEW-SIGNED NOT = WS-LIM-OLD-SIGNED
005091         AND WS-LIM-NEW-SIGNED < LIMT-MINIMUM
005092         SET LIMIT-OUT TO TRUE.
005093     IF LIMT-ON-SIGNED AND LIMT-MAX-SET
005094         AND WS-LIM-NEW-SIGNED NOT = WS-LIM-OLD-SIGNED
005095         AND WS-LIM-NEW-SIGNED > LIMT-MAXIMUM
005096         SET LIMIT-OUT TO TRUE.
005097     IF LIMT-ON-PACKED AND LIMT-MIN-SET
005098         AND WS-LIM-NEW-PACKED NOT = WS-LIM-OLD-PACKED
005099         AND WS-LIM-NEW-PACKED < LIMT-MINIMUM
005100         SET LIMIT-OUT TO TRUE.
005101     IF LIMT-ON-PACKED AND LIMT-MAX-SET
005102         AND WS-LIM-NEW-PACKED NOT = WS-LIM-OLD-PACKED
005103         AND WS-LIM-NEW-PACKED > LIMT-MAXIMUM
005104         SET LIMIT-OUT TO TRUE.
005105     IF NOT LIMIT-OUT
005106         GO TO 2760-EXIT.
005107     MOVE LIMT-CODE TO WS-LIM-CODE.
005108     IF LIMT-BLOCK
005109         SET LIMIT-BLOCKED TO TRUE
005110     ELSE
005111         SET LIMIT-WARNED TO TRUE.
005112 2760-EXIT.
005113     EXIT.
005114*------------------------------------------------------*
005120 2900-WRITE-EXCEPTION.
005130     MOVE CC-KEY         TO DL-KEY.
005140     MOVE WS-REASON      TO DL-REASON.
005150     MOVE SPACES         TO EXCEPTION-LINE.
005160     MOVE WS-DETAIL-LINE TO EXCEPTION-LINE.
005161     WRITE EXCEPTION-LINE.
005162 2900-EXIT.
005163     EXIT.
005164*------------------------------------------------------*
005165* 2920-WRITE-SUSPENSE PUTS THE REJECTED ROW, AS READ, ON *
005166* THE COMMON SUSPENSE FILE, KEYED BY THIS RUN'S START    *
005167* DATE AND TIME AND THE DATA ROW NUMBER.  A FAILED WRITE *
005168* IS REPORTED; THE EXCEPTION REPORT STILL CARRIES THE    *
005169* REJECT.                                                *
005170*------------------------------------------------------*
005171 2920-WRITE-SUSPENSE.
005172     MOVE SPACES            TO SUSPENSE-RECORD.
005173     MOVE 'VARIMPRT'        TO SUSP-SOURCE.
005174     MOVE WS-TODAY-DATE     TO SUSP-RUN-DATE.
005175     MOVE WS-RUN-TIME       TO SUSP-RUN-TIME.
005176     MOVE WS-ROW-SEQ        TO SUSP-SEQ.
005177     SET SUSP-OPEN          TO TRUE.
005178     MOVE CC-KEY            TO SUSP-ITEM-KEY.
005179     MOVE WS-REASON         TO SUSP-REASON.
005180     MOVE CSV-LINE          TO SUSP-IMAGE.
005181     MOVE ZERO              TO SUSP-CORRECT-DATE.
005182     MOVE ZERO              TO SUSP-CORRECT-TIME.
005183     MOVE ZERO              TO SUSP-RESUBMIT-DATE.
005184     WRITE SUSPENSE-RECORD
005185         INVALID KEY
005186             DISPLAY 'VARIMPRT - SUSPENSE WRITE FAILED, '
005187                 'STATUS ' WS-SUSP-STATUS ' ROW '
005188                 WS-ROW-SEQ.
005189 2920-EXIT.
005190     EXIT.
005200*------------------------------------------------------*
005210* 2950-WRITE-CHECKPT SUPPORTS THE RESTART JCL           *
005880     CLOSE CSV-FILE.
005890     CLOSE VARIABLES-FILE.
005900     CLOSE CODEREF-FILE.
005901     CLOSE LIMIT-FILE.
005910     CLOSE EXCEPTION-RPT.
005920     CLOSE RESTART-FILE.
005921     CLOSE SUSPENSE-FILE.
005930 3000-EXIT.
005940     EXIT.
005950*------------------------------------------------------*
005960* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
005970* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
005980* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
005990* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
006000*------------------------------------------------------*
006010 9800-CYCLE-START.
006020     MOVE 'VARIMPRT' TO CYCG-PROGRAM.
006030     SET CYCG-START TO TRUE.
006040     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
006050     IF CYCG-CLEARED
006060         GO TO 9800-EXIT.
006070     IF CYCG-BLOCKED
006080         MOVE 12 TO RETURN-CODE
006090     ELSE
006100         MOVE 16 TO RETURN-CODE.
006110     STOP RUN.
006120 9800-EXIT.
006130     EXIT.
006140*------------------------------------------------------*
006150* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
006160* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
006170* BACK AFTERWARDS.                                      *
006180*------------------------------------------------------*
006190 9900-CYCLE-END.
006200     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
006210     SET CYCG-END TO TRUE.
006220     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
006230     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
006240 9900-EXIT.
006250     EXIT.
