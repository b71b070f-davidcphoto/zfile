000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLMAINT.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - ONLINE            *
000120*                  MAINTENANCE OF THE GLMAP KSDS OF     *
000130*                  CODE-TO-GENERAL-LEDGER ACCOUNT       *
000140*                  MAPPINGS, IN THE CODEMNT STYLE.      *
000141*  2026-10-15  DCP EVERY ADD, CHANGE AND DELETE WRITES  *
000142*                  A BEFORE/AFTER RECORD (GAUDREC.CPY)  *
000143*                  TO GLMAUD, AS LIMTMNT DOES.          *
000150*------------------------------------------------------*
000160*
000170* PURPOSE.
000180*   MAINTAINS THE MAPPING TABLE (GLMPREC.CPY) THAT
000190*   GLFEED USES TO TURN A VARIABLES-GROUP-OCCURS-IN
000200*   CODE INTO A GENERAL-LEDGER ACCOUNT AND ITS OFFSET
000210*   ACCOUNT - ADD, CHANGE, DELETE AND INQUIRE, ONE CODE
000220*   AT A TIME.  A MAPPING CAN ONLY BE ADDED OR CHANGED
000230*   FOR A CODE ALREADY ON CODEREF.  THE OPERATOR SIGNS
000240*   ON AGAINST OPERPROF (OPERREC.CPY) AS IN CODEMNT;
000250*   A/C/D NEED AUTHORITY LEVEL 3 AND THE SIGNED-ON ID
000260*   IS STAMPED ON THE RECORD WITH THE DATE.  EVERY ADD,
000261*   CHANGE AND DELETE ALSO APPENDS A BEFORE/AFTER
000262*   RECORD (GAUDREC.CPY) TO GLMAUD.
000270*------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GLMAP-FILE     ASSIGN TO GLMAP
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS GLMP-CODE
000380         FILE STATUS IS WS-FILE-STATUS.
000390     SELECT CODEREF-FILE   ASSIGN TO CODEREF
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS CODE-VALUE
000430         FILE STATUS IS WS-CODE-STATUS.
000431     SELECT GL-AUDIT-FILE  ASSIGN TO GLMAUD
000432         ORGANIZATION IS SEQUENTIAL.
000440     SELECT OPERPROF-FILE  ASSIGN TO OPERPROF
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS OPER-USER-ID
000480         FILE STATUS IS WS-OPER-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  GLMAP-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY "GLMPREC.cpy".
000540 FD  CODEREF-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY "CODEREC.cpy".
000561 FD  GL-AUDIT-FILE
000562     RECORDING MODE IS F
000563     LABEL RECORDS ARE STANDARD.
000564     COPY "GAUDREC.cpy".
000570 FD  OPERPROF-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY "OPERREC.cpy".
000600 WORKING-STORAGE SECTION.
000610 01  WS-FILE-STATUS        PIC X(02).
000620 01  WS-CODE-STATUS        PIC X(02).
000630 01  WS-SWITCHES.
000640     05 WS-QUIT-SW         PIC X(01) VALUE 'N'.
000650        88 QUIT-REQUESTED  VALUE 'Y'.
000660     05 WS-REJECT-SW       PIC X(01) VALUE 'N'.
000670        88 FIELDS-REJECTED VALUE 'Y'.
000680     05 WS-SIGNON-SW       PIC X(01) VALUE 'N'.
000690        88 SIGNED-ON       VALUE 'Y'.
000700 01  WS-OPER-STATUS        PIC X(02).
000710 01  WS-SIGNON-FIELDS.
000720     05 WS-TRY-USER        PIC X(08).
000730     05 WS-TRY-PASSWORD    PIC X(08).
000740     05 WS-SIGNON-ID       PIC X(08) VALUE SPACES.
000750     05 WS-SIGNON-LEVEL    PIC X(01) VALUE SPACE.
000760        88 SIGNON-CAN-MAP  VALUE '3'.
000770     05 WS-ATTEMPTS        PIC 9(01) COMP VALUE ZERO.
000771 01  WS-AUDIT-FUNCTION     PIC X(01).
000772 01  WS-OLD-IMAGE.
000773     05 WS-OLD-ACCOUNT     PIC X(10).
000774     05 WS-OLD-OFFSET      PIC X(10).
000775     05 WS-OLD-DESC        PIC X(30).
000780 01  WS-SCREEN-FIELDS.
000790     05 SM-FUNCTION        PIC X(01).
000800     05 SM-CODE            PIC X(02).
000810     05 SM-ACCOUNT         PIC X(10).
000820     05 SM-OFFSET-ACCOUNT  PIC X(10).
000830     05 SM-DESC            PIC X(30).
000840 SCREEN SECTION.
000850 01  GLMAINT-MAP.
000860     05 LINE 1  COLUMN 1 VALUE
000870         'GLMAINT - GENERAL-LEDGER CODE MAPPING MAINTENANCE'.
000880     05 LINE 3  COLUMN 1 VALUE
000890         'FUNCTION (A-ADD C-CHG D-DEL I-INQ X-EXIT):'.
000900     05 LINE 3  COLUMN 46 PIC X(01) USING SM-FUNCTION.
000910     05 LINE 4  COLUMN 1 VALUE
000920         'CODE VALUE:'.
000930     05 LINE 4  COLUMN 14 PIC X(02) USING SM-CODE.
000940     05 LINE 6  COLUMN 1 VALUE
000950         'GL ACCOUNT:'.
000960     05 LINE 6  COLUMN 22 PIC X(10) USING SM-ACCOUNT.
000970     05 LINE 7  COLUMN 1 VALUE
000980         'OFFSET GL ACCOUNT:'.
000990     05 LINE 7  COLUMN 22 PIC X(10) USING SM-OFFSET-ACCOUNT.
001000     05 LINE 8  COLUMN 1 VALUE
001010         'DESCRIPTION:'.
001020     05 LINE 8  COLUMN 22 PIC X(30) USING SM-DESC.
001030 PROCEDURE DIVISION.
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001060     PERFORM 2000-PROCESS-TRANS   THRU 2000-EXIT
001070         UNTIL QUIT-REQUESTED.
001080     PERFORM 3000-TERMINATE       THRU 3000-EXIT.
001090     STOP RUN.
001100*------------------------------------------------------*
001110 1000-INITIALIZE.
001120     OPEN I-O GLMAP-FILE.
001130     IF WS-FILE-STATUS = '35'
001140         OPEN OUTPUT GLMAP-FILE
001150         CLOSE GLMAP-FILE
001160         OPEN I-O GLMAP-FILE.
001170     OPEN INPUT CODEREF-FILE.
001180     IF WS-CODE-STATUS NOT = '00'
001190         DISPLAY 'GLMAINT - CODE REFERENCE FILE '
001200             'UNAVAILABLE, STATUS ' WS-CODE-STATUS
001210         MOVE 16 TO RETURN-CODE
001220         SET QUIT-REQUESTED TO TRUE.
001221     OPEN EXTEND GL-AUDIT-FILE.
001230     OPEN INPUT OPERPROF-FILE.
001240     IF WS-OPER-STATUS NOT = '00'
001250         DISPLAY 'GLMAINT - OPERATOR PROFILE FILE '
001260             'UNAVAILABLE, STATUS ' WS-OPER-STATUS
001270         MOVE 16 TO RETURN-CODE
001280         SET QUIT-REQUESTED TO TRUE.
001290     IF NOT QUIT-REQUESTED
001300         PERFORM 1500-SIGN-ON THRU 1500-EXIT.
001310 1000-EXIT.
001320     EXIT.
001330*------------------------------------------------------*
001340* 1500-SIGN-ON SIGNS THE OPERATOR ON AGAINST OPERPROF,  *
001350* THE SAME SHAPE AS CODEMNT'S 1500.  THREE FAILED       *
001360* ATTEMPTS END THE SESSION WITH RC 16 - FAIL CLOSED.    *
001370*------------------------------------------------------*
001380 1500-SIGN-ON.
001390     MOVE ZERO TO WS-ATTEMPTS.
001400     PERFORM 1510-ONE-ATTEMPT THRU 1510-EXIT
001410         UNTIL SIGNED-ON
001420         OR WS-ATTEMPTS >= 3.
001430     IF NOT SIGNED-ON
001440         DISPLAY 'GLMAINT - SIGN-ON FAILED, ENDING'
001450         MOVE 16 TO RETURN-CODE
001460         SET QUIT-REQUESTED TO TRUE.
001470 1500-EXIT.
001480     EXIT.
001490*------------------------------------------------------*
001500 1510-ONE-ATTEMPT.
001510     ADD 1 TO WS-ATTEMPTS.
001520     DISPLAY 'GLMAINT - OPERATOR ID: '.
001530     ACCEPT WS-TRY-USER.
001540     DISPLAY 'GLMAINT - PASSWORD: '.
001550     ACCEPT WS-TRY-PASSWORD.
001560     MOVE WS-TRY-USER TO OPER-USER-ID.
001570     READ OPERPROF-FILE
001580         INVALID KEY
001590             DISPLAY 'GLMAINT - SIGN-ON REJECTED'
001600             GO TO 1510-EXIT.
001610     IF OPER-PASSWORD NOT = WS-TRY-PASSWORD
001620         DISPLAY 'GLMAINT - SIGN-ON REJECTED'
001630         GO TO 1510-EXIT.
001640     IF OPER-AUTH-LEVEL NOT = '1' AND '2' AND '3'
001650         DISPLAY 'GLMAINT - PROFILE AUTHORITY LEVEL '
001660             'INVALID'
001670         GO TO 1510-EXIT.
001680     SET SIGNED-ON TO TRUE.
001690     MOVE OPER-USER-ID    TO WS-SIGNON-ID.
001700     MOVE OPER-AUTH-LEVEL TO WS-SIGNON-LEVEL.
001710     DISPLAY 'GLMAINT - SIGNED ON ' WS-SIGNON-ID
001720         ' LEVEL ' WS-SIGNON-LEVEL.
001730 1510-EXIT.
001740     EXIT.
001750*------------------------------------------------------*
001760* 2000-PROCESS-TRANS IS THE HANDLER PARAGRAPH FOR THE   *
001770* ONLINE TRANSACTION - ONE SCREEN, DISPATCHED BY        *
001780* FUNCTION CODE, THE SAME SHAPE AS CODEMNT.             *
001790*------------------------------------------------------*
001800 2000-PROCESS-TRANS.
001810     MOVE 'N' TO WS-REJECT-SW.
001820     DISPLAY GLMAINT-MAP.
001830     ACCEPT  GLMAINT-MAP.
001840     EVALUATE SM-FUNCTION
001850         WHEN 'A'
001860             IF NOT SIGNON-CAN-MAP
001870                 DISPLAY 'GLMAINT - NOT AUTHORIZED FOR '
001880                     'GL MAPPING MAINTENANCE'
001890             ELSE
001900                 PERFORM 2100-ADD-MAP     THRU 2100-EXIT
001910             END-IF
001920         WHEN 'C'
001930             IF NOT SIGNON-CAN-MAP
001940                 DISPLAY 'GLMAINT - NOT AUTHORIZED FOR '
001950                     'GL MAPPING MAINTENANCE'
001960             ELSE
001970                 PERFORM 2200-CHANGE-MAP  THRU 2200-EXIT
001980             END-IF
001990         WHEN 'D'
002000             IF NOT SIGNON-CAN-MAP
002010                 DISPLAY 'GLMAINT - NOT AUTHORIZED FOR '
002020                     'GL MAPPING MAINTENANCE'
002030             ELSE
002040                 PERFORM 2300-DELETE-MAP  THRU 2300-EXIT
002050             END-IF
002060         WHEN 'I'
002070             PERFORM 2400-INQUIRE-MAP THRU 2400-EXIT
002080         WHEN 'X'
002090             SET QUIT-REQUESTED TO TRUE
002100         WHEN OTHER
002110             DISPLAY 'GLMAINT - INVALID FUNCTION CODE'
002120     END-EVALUATE.
002130 2000-EXIT.
002140     EXIT.
002150*------------------------------------------------------*
002160 2100-ADD-MAP.
002170     PERFORM 2500-EDIT-FIELDS THRU 2500-EXIT.
002180     IF FIELDS-REJECTED
002190         GO TO 2100-EXIT.
002200     MOVE SM-CODE           TO GLMP-CODE.
002210     PERFORM 2600-STAMP-RECORD THRU 2600-EXIT.
002220     WRITE GL-MAP-RECORD
002230         INVALID KEY
002240             DISPLAY 'GLMAINT - MAPPING ALREADY ON FILE'
002250             GO TO 2100-EXIT.
002260     DISPLAY 'GLMAINT - ADDED ' GLMP-CODE ' '
002270         GLMP-ACCOUNT ' ' GLMP-OFFSET-ACCOUNT.
002271     MOVE SPACES TO WS-OLD-IMAGE.
002272     MOVE 'A' TO WS-AUDIT-FUNCTION.
002273     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002280 2100-EXIT.
002290     EXIT.
002300*------------------------------------------------------*
002310 2200-CHANGE-MAP.
002320     PERFORM 2500-EDIT-FIELDS THRU 2500-EXIT.
002330     IF FIELDS-REJECTED
002340         GO TO 2200-EXIT.
002350     MOVE SM-CODE TO GLMP-CODE.
002360     READ GLMAP-FILE
002370         INVALID KEY
002380             DISPLAY 'GLMAINT - MAPPING NOT ON FILE'
002390             GO TO 2200-EXIT.
002391     PERFORM 2700-SAVE-OLD-IMAGE THRU 2700-EXIT.
002400     PERFORM 2600-STAMP-RECORD THRU 2600-EXIT.
002410     REWRITE GL-MAP-RECORD
002420         INVALID KEY
002430             DISPLAY 'GLMAINT - REWRITE FAILED'
002440             GO TO 2200-EXIT.
002450     DISPLAY 'GLMAINT - CHANGED ' GLMP-CODE ' '
002460         GLMP-ACCOUNT ' ' GLMP-OFFSET-ACCOUNT.
002461     MOVE 'C' TO WS-AUDIT-FUNCTION.
002462     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002470 2200-EXIT.
002480     EXIT.
002490*------------------------------------------------------*
002500* 2300-DELETE-MAP REMOVES A MAPPING.  KEYS CARRYING THE *
002510* CODE GO TO GLFEED'S EXCEPTION LIST FROM THE NEXT RUN  *
002520* UNTIL IT IS MAPPED AGAIN.  THE MAPPING AS IT STOOD    *
002521* GOES TO THE AUDIT SO THE TRAIL CARRIES WHAT WAS       *
002522* ERASED.                                               *
002530*------------------------------------------------------*
002540 2300-DELETE-MAP.
002550     MOVE SM-CODE TO GLMP-CODE.
002560     READ GLMAP-FILE
002570         INVALID KEY
002580             DISPLAY 'GLMAINT - MAPPING NOT ON FILE'
002590             GO TO 2300-EXIT.
002591     PERFORM 2700-SAVE-OLD-IMAGE THRU 2700-EXIT.
002600     DELETE GLMAP-FILE
002610         INVALID KEY
002620             DISPLAY 'GLMAINT - DELETE FAILED'
002630             GO TO 2300-EXIT.
002640     DISPLAY 'GLMAINT - DELETED ' SM-CODE.
002641     MOVE 'D' TO WS-AUDIT-FUNCTION.
002642     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002650 2300-EXIT.
002660     EXIT.
002670*------------------------------------------------------*
002680 2400-INQUIRE-MAP.
002690     MOVE SM-CODE TO GLMP-CODE.
002700     READ GLMAP-FILE
002710         INVALID KEY
002720             DISPLAY 'GLMAINT - MAPPING NOT ON FILE'
002730             GO TO 2400-EXIT.
002740     DISPLAY 'GLMAINT - CODE. . . . : ' GLMP-CODE.
002750     DISPLAY 'GLMAINT - GL ACCOUNT. : ' GLMP-ACCOUNT.
002760     DISPLAY 'GLMAINT - OFFSET. . . : ' GLMP-OFFSET-ACCOUNT.
002770     DISPLAY 'GLMAINT - DESCRIPTION : ' GLMP-DESC.
002780     DISPLAY 'GLMAINT - CHANGED . . : ' GLMP-CHANGE-DATE
002790         ' BY ' GLMP-USER-ID.
002800 2400-EXIT.
002810     EXIT.
002820*------------------------------------------------------*
002830* 2500-EDIT-FIELDS VALIDATES THE SCREEN FIELDS SHARED   *
002840* BY ADD AND CHANGE, LEAVING FIELDS-REJECTED SET WHEN   *
002850* THE TRANSACTION MUST NOT PROCEED.  THE CODE MUST BE   *
002860* ON CODEREF; BOTH ACCOUNTS ARE REQUIRED AND MUST       *
002870* DIFFER, OR THE JOURNAL LINES WOULD OFFSET THEMSELVES. *
002880*------------------------------------------------------*
002890 2500-EDIT-FIELDS.
002900     IF SM-CODE = SPACES
002910         DISPLAY 'GLMAINT - CODE VALUE REQUIRED'
002920         SET FIELDS-REJECTED TO TRUE
002930         GO TO 2500-EXIT.
002940     MOVE SM-CODE TO CODE-VALUE.
002950     READ CODEREF-FILE
002960         INVALID KEY
002970             DISPLAY 'GLMAINT - CODE NOT ON CODEREF'
002980             SET FIELDS-REJECTED TO TRUE
002990             GO TO 2500-EXIT.
003000     IF SM-ACCOUNT = SPACES
003010         OR SM-OFFSET-ACCOUNT = SPACES
003020         DISPLAY 'GLMAINT - GL ACCOUNT AND OFFSET ACCOUNT '
003030             'REQUIRED'
003040         SET FIELDS-REJECTED TO TRUE
003050         GO TO 2500-EXIT.
003060     IF SM-ACCOUNT = SM-OFFSET-ACCOUNT
003070         DISPLAY 'GLMAINT - OFFSET ACCOUNT MUST DIFFER '
003080             'FROM GL ACCOUNT'
003090         SET FIELDS-REJECTED TO TRUE.
003100 2500-EXIT.
003110     EXIT.
003120*------------------------------------------------------*
003130* 2600-STAMP-RECORD MOVES THE SCREEN FIELDS TO THE      *
003140* RECORD WITH TODAY'S DATE AND THE SIGNED-ON ID.        *
003150*------------------------------------------------------*
003160 2600-STAMP-RECORD.
003170     MOVE SM-ACCOUNT        TO GLMP-ACCOUNT.
003180     MOVE SM-OFFSET-ACCOUNT TO GLMP-OFFSET-ACCOUNT.
003190     MOVE SM-DESC           TO GLMP-DESC.
003200     ACCEPT GLMP-CHANGE-DATE FROM DATE YYYYMMDD.
003210     MOVE WS-SIGNON-ID      TO GLMP-USER-ID.
003220 2600-EXIT.
003230     EXIT.
003231*------------------------------------------------------*
003232* 2700-SAVE-OLD-IMAGE HOLDS THE MAPPING AS READ, BEFORE *
003233* IT IS CHANGED OR DELETED, FOR THE AUDIT.              *
003234*------------------------------------------------------*
003235 2700-SAVE-OLD-IMAGE.
003236     MOVE GLMP-ACCOUNT        TO WS-OLD-ACCOUNT.
003237     MOVE GLMP-OFFSET-ACCOUNT TO WS-OLD-OFFSET.
003238     MOVE GLMP-DESC           TO WS-OLD-DESC.
003239 2700-EXIT.
003240     EXIT.
003241*------------------------------------------------------*
003242* 2800-WRITE-AUDIT STAMPS ONE GL-MAPPING AUDIT RECORD.  *
003243* THE CALLER SETS WS-AUDIT-FUNCTION AND WS-OLD-IMAGE;   *
003244* THE NEW IMAGE COMES FROM THE SCREEN FIELDS EXCEPT ON  *
003245* A DELETE, WHERE IT IS SPACES.                         *
003246*------------------------------------------------------*
003247 2800-WRITE-AUDIT.
003248     MOVE SPACES             TO GL-MAP-AUDIT-RECORD.
003249     MOVE WS-AUDIT-FUNCTION  TO GAUD-FUNCTION.
003250     MOVE SM-CODE            TO GAUD-CODE.
003251     MOVE WS-OLD-IMAGE       TO GAUD-OLD-IMAGE.
003252     IF NOT GAUD-DELETE
003253         MOVE SM-ACCOUNT        TO GAUD-NEW-ACCOUNT
003254         MOVE SM-OFFSET-ACCOUNT TO GAUD-NEW-OFFSET
003255         MOVE SM-DESC           TO GAUD-NEW-DESC.
003256     ACCEPT GAUD-CHANGE-DATE FROM DATE YYYYMMDD.
003257     ACCEPT GAUD-CHANGE-TIME FROM TIME.
003258     MOVE WS-SIGNON-ID       TO GAUD-USER-ID.
003259     WRITE GL-MAP-AUDIT-RECORD.
003260 2800-EXIT.
003261     EXIT.
003262*------------------------------------------------------*
003263 3000-TERMINATE.
003264     CLOSE GLMAP-FILE.
003270     CLOSE CODEREF-FILE.
003271     CLOSE GL-AUDIT-FILE.
003280     CLOSE OPERPROF-FILE.
003290 3000-EXIT.
003300     EXIT.
