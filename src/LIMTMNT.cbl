000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    LIMTMNT.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - ONLINE            *
000120*                  MAINTENANCE OF THE BALLIMIT KSDS OF  *
000130*                  PER-CODE BALANCE LIMITS, IN THE      *
000140*                  GLMAINT STYLE WITH A CODEMNT-STYLE   *
000150*                  BEFORE/AFTER AUDIT.                  *
000160*------------------------------------------------------*
000170*
000180* PURPOSE.
000190*   MAINTAINS THE BALANCE LIMIT TABLE (LIMTREC.CPY) -
000200*   ONE MINIMUM AND/OR MAXIMUM PER VARIABLES-GROUP-
000210*   OCCURS-IN CODE, ON THE SIGNED BALANCE, THE PACKED
000220*   BALANCE OR BOTH, WITH A WARN OR BLOCK ACTION.
000230*   TABMAINT, VARBATCH AND VARIMPRT REFUSE A BALANCE
000240*   CHANGE THAT BREACHES A BLOCK LIMIT; LIMTRPT LISTS
000250*   EVERY KEY OUTSIDE ITS LIMITS EACH NIGHT.  ADD,
000260*   CHANGE, DELETE AND INQUIRE, ONE CODE AT A TIME.  A
000270*   LIMIT CAN ONLY BE ADDED OR CHANGED FOR A CODE
000280*   ALREADY ON CODEREF.  THE OPERATOR SIGNS ON AGAINST
000290*   OPERPROF (OPERREC.CPY) AS IN CODEMNT; A/C/D NEED
000300*   AUTHORITY LEVEL 3, THE SIGNED-ON ID IS STAMPED ON
000310*   THE RECORD WITH THE DATE, AND EVERY A/C/D WRITES A
000320*   BEFORE/AFTER RECORD (LAUDREC.CPY) TO LIMTAUD.
000330*------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT LIMIT-FILE    ASSIGN TO BALLIMIT
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LIMT-CODE
000440         FILE STATUS IS WS-FILE-STATUS.
000450     SELECT CODEREF-FILE   ASSIGN TO CODEREF
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS CODE-VALUE
000490         FILE STATUS IS WS-CODE-STATUS.
000500     SELECT LIMIT-AUDIT-FILE ASSIGN TO LIMTAUD
000510         ORGANIZATION IS SEQUENTIAL.
000520     SELECT OPERPROF-FILE  ASSIGN TO OPERPROF
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS OPER-USER-ID
000560         FILE STATUS IS WS-OPER-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  LIMIT-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY "LIMTREC.cpy".
000620 FD  CODEREF-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY "CODEREC.cpy".
000650 FD  LIMIT-AUDIT-FILE
000655     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670     COPY "LAUDREC.cpy".
000680 FD  OPERPROF-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY "OPERREC.cpy".
000710 WORKING-STORAGE SECTION.
000720 01  WS-FILE-STATUS        PIC X(02).
000730 01  WS-CODE-STATUS        PIC X(02).
000740 01  WS-SWITCHES.
000750     05 WS-QUIT-SW         PIC X(01) VALUE 'N'.
000760        88 QUIT-REQUESTED  VALUE 'Y'.
000770     05 WS-REJECT-SW       PIC X(01) VALUE 'N'.
000780        88 FIELDS-REJECTED VALUE 'Y'.
000790     05 WS-SIGNON-SW       PIC X(01) VALUE 'N'.
000800        88 SIGNED-ON       VALUE 'Y'.
000810 01  WS-OPER-STATUS        PIC X(02).
000820 01  WS-SIGNON-FIELDS.
000830     05 WS-TRY-USER        PIC X(08).
000840     05 WS-TRY-PASSWORD    PIC X(08).
000850     05 WS-SIGNON-ID       PIC X(08) VALUE SPACES.
000860     05 WS-SIGNON-LEVEL    PIC X(01) VALUE SPACE.
000870        88 SIGNON-CAN-LIMITS VALUE '3'.
000880     05 WS-ATTEMPTS        PIC 9(01) COMP VALUE ZERO.
000890 01  WS-AUDIT-FUNCTION     PIC X(01).
000900 01  WS-OLD-IMAGE          PIC X(24).
000910 01  WS-SCREEN-FIELDS.
000920     05 SM-FUNCTION        PIC X(01).
000930     05 SM-CODE            PIC X(02).
000940     05 SM-LIMITS.
000950        10 SM-APPLIES-TO   PIC X(01).
000960        10 SM-MIN-SW       PIC X(01).
000970        10 SM-MINIMUM      PIC S9(08)V9(02).
000980        10 SM-MAX-SW       PIC X(01).
000990        10 SM-MAXIMUM      PIC S9(08)V9(02).
001000        10 SM-ACTION       PIC X(01).
001010     05 SM-DESC            PIC X(30).
001020 01  WS-EDIT-AMOUNT        PIC -(08)9.99.
001030 SCREEN SECTION.
001040 01  LIMTMNT-MAP.
001050     05 LINE 1  COLUMN 1 VALUE
001060         'LIMTMNT - BALANCE LIMIT MAINTENANCE'.
001070     05 LINE 3  COLUMN 1 VALUE
001080         'FUNCTION (A-ADD C-CHG D-DEL I-INQ X-EXIT):'.
001090     05 LINE 3  COLUMN 46 PIC X(01) USING SM-FUNCTION.
001100     05 LINE 4  COLUMN 1 VALUE
001110         'CODE VALUE:'.
001120     05 LINE 4  COLUMN 14 PIC X(02) USING SM-CODE.
001130     05 LINE 6  COLUMN 1 VALUE
001140         'APPLIES TO (S-SIGNED P-PACKED B-BOTH):'.
001150     05 LINE 6  COLUMN 42 PIC X(01) USING SM-APPLIES-TO.
001160     05 LINE 7  COLUMN 1 VALUE
001170         'MINIMUM SET (Y/N):'.
001180     05 LINE 7  COLUMN 22 PIC X(01) USING SM-MIN-SW.
001190     05 LINE 7  COLUMN 26 VALUE
001200         'MINIMUM:'.
001210     05 LINE 7  COLUMN 36 PIC S9(08)V9(02) USING SM-MINIMUM.
001220     05 LINE 8  COLUMN 1 VALUE
001230         'MAXIMUM SET (Y/N):'.
001240     05 LINE 8  COLUMN 22 PIC X(01) USING SM-MAX-SW.
001250     05 LINE 8  COLUMN 26 VALUE
001260         'MAXIMUM:'.
001270     05 LINE 8  COLUMN 36 PIC S9(08)V9(02) USING SM-MAXIMUM.
001280     05 LINE 9  COLUMN 1 VALUE
001290         'ACTION (W-WARN B-BLOCK):'.
001300     05 LINE 9  COLUMN 28 PIC X(01) USING SM-ACTION.
001310     05 LINE 10 COLUMN 1 VALUE
001320         'DESCRIPTION:'.
001330     05 LINE 10 COLUMN 22 PIC X(30) USING SM-DESC.
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001370     PERFORM 2000-PROCESS-TRANS   THRU 2000-EXIT
001380         UNTIL QUIT-REQUESTED.
001390     PERFORM 3000-TERMINATE       THRU 3000-EXIT.
001400     STOP RUN.
001410*------------------------------------------------------*
001420 1000-INITIALIZE.
001430     OPEN I-O LIMIT-FILE.
001440     IF WS-FILE-STATUS = '35'
001450         OPEN OUTPUT LIMIT-FILE
001460         CLOSE LIMIT-FILE
001470         OPEN I-O LIMIT-FILE.
001480     OPEN INPUT CODEREF-FILE.
001490     IF WS-CODE-STATUS NOT = '00'
001500         DISPLAY 'LIMTMNT - CODE REFERENCE FILE '
001510             'UNAVAILABLE, STATUS ' WS-CODE-STATUS
001520         MOVE 16 TO RETURN-CODE
001530         SET QUIT-REQUESTED TO TRUE.
001540     OPEN EXTEND LIMIT-AUDIT-FILE.
001550     OPEN INPUT OPERPROF-FILE.
001560     IF WS-OPER-STATUS NOT = '00'
001570         DISPLAY 'LIMTMNT - OPERATOR PROFILE FILE '
001580             'UNAVAILABLE, STATUS ' WS-OPER-STATUS
001590         MOVE 16 TO RETURN-CODE
001600         SET QUIT-REQUESTED TO TRUE.
001610     IF NOT QUIT-REQUESTED
001620         PERFORM 1500-SIGN-ON THRU 1500-EXIT.
001630 1000-EXIT.
001640     EXIT.
001650*------------------------------------------------------*
001660* 1500-SIGN-ON SIGNS THE OPERATOR ON AGAINST OPERPROF,  *
001670* THE SAME SHAPE AS CODEMNT'S 1500.  THREE FAILED       *
001680* ATTEMPTS END THE SESSION WITH RC 16 - FAIL CLOSED.    *
001690*------------------------------------------------------*
001700 1500-SIGN-ON.
001710     MOVE ZERO TO WS-ATTEMPTS.
001720     PERFORM 1510-ONE-ATTEMPT THRU 1510-EXIT
001730         UNTIL SIGNED-ON
001740         OR WS-ATTEMPTS >= 3.
001750     IF NOT SIGNED-ON
001760         DISPLAY 'LIMTMNT - SIGN-ON FAILED, ENDING'
001770         MOVE 16 TO RETURN-CODE
001780         SET QUIT-REQUESTED TO TRUE.
001790 1500-EXIT.
001800     EXIT.
001810*------------------------------------------------------*
001820 1510-ONE-ATTEMPT.
001830     ADD 1 TO WS-ATTEMPTS.
001840     DISPLAY 'LIMTMNT - OPERATOR ID: '.
001850     ACCEPT WS-TRY-USER.
001860     DISPLAY 'LIMTMNT - PASSWORD: '.
001870     ACCEPT WS-TRY-PASSWORD.
001880     MOVE WS-TRY-USER TO OPER-USER-ID.
001890     READ OPERPROF-FILE
001900         INVALID KEY
001910             DISPLAY 'LIMTMNT - SIGN-ON REJECTED'
001920             GO TO 1510-EXIT.
001930     IF OPER-PASSWORD NOT = WS-TRY-PASSWORD
001940         DISPLAY 'LIMTMNT - SIGN-ON REJECTED'
001950         GO TO 1510-EXIT.
001960     IF OPER-AUTH-LEVEL NOT = '1' AND '2' AND '3'
001970         DISPLAY 'LIMTMNT - PROFILE AUTHORITY LEVEL '
001980             'INVALID'
001990         GO TO 1510-EXIT.
002000     SET SIGNED-ON TO TRUE.
002010     MOVE OPER-USER-ID    TO WS-SIGNON-ID.
002020     MOVE OPER-AUTH-LEVEL TO WS-SIGNON-LEVEL.
002030     DISPLAY 'LIMTMNT - SIGNED ON ' WS-SIGNON-ID
002040         ' LEVEL ' WS-SIGNON-LEVEL.
002050 1510-EXIT.
002060     EXIT.
002070*------------------------------------------------------*
002080* 2000-PROCESS-TRANS IS THE HANDLER PARAGRAPH FOR THE   *
002090* ONLINE TRANSACTION - ONE SCREEN, DISPATCHED BY        *
002100* FUNCTION CODE, THE SAME SHAPE AS CODEMNT.             *
002110*------------------------------------------------------*
002120 2000-PROCESS-TRANS.
002130     MOVE 'N' TO WS-REJECT-SW.
002140     DISPLAY LIMTMNT-MAP.
002150     ACCEPT  LIMTMNT-MAP.
002160     EVALUATE SM-FUNCTION
002170         WHEN 'A'
002180             IF NOT SIGNON-CAN-LIMITS
002190                 DISPLAY 'LIMTMNT - NOT AUTHORIZED FOR '
002200                     'BALANCE LIMIT MAINTENANCE'
002210             ELSE
002220                 PERFORM 2100-ADD-LIMIT    THRU 2100-EXIT
002230             END-IF
002240         WHEN 'C'
002250             IF NOT SIGNON-CAN-LIMITS
002260                 DISPLAY 'LIMTMNT - NOT AUTHORIZED FOR '
002270                     'BALANCE LIMIT MAINTENANCE'
002280             ELSE
002290                 PERFORM 2200-CHANGE-LIMIT THRU 2200-EXIT
002300             END-IF
002310         WHEN 'D'
002320             IF NOT SIGNON-CAN-LIMITS
002330                 DISPLAY 'LIMTMNT - NOT AUTHORIZED FOR '
002340                     'BALANCE LIMIT MAINTENANCE'
002350             ELSE
002360                 PERFORM 2300-DELETE-LIMIT THRU 2300-EXIT
002370             END-IF
002380         WHEN 'I'
002390             PERFORM 2400-INQUIRE-LIMIT THRU 2400-EXIT
002400         WHEN 'X'
002410             SET QUIT-REQUESTED TO TRUE
002420         WHEN OTHER
002430             DISPLAY 'LIMTMNT - INVALID FUNCTION CODE'
002440     END-EVALUATE.
002450 2000-EXIT.
002460     EXIT.
002470*------------------------------------------------------*
002480 2100-ADD-LIMIT.
002490     PERFORM 2500-EDIT-FIELDS THRU 2500-EXIT.
002500     IF FIELDS-REJECTED
002510         GO TO 2100-EXIT.
002520     MOVE SM-CODE           TO LIMT-CODE.
002530     PERFORM 2600-STAMP-RECORD THRU 2600-EXIT.
002540     WRITE LIMIT-RECORD
002550         INVALID KEY
002560             DISPLAY 'LIMTMNT - LIMIT ALREADY ON FILE'
002570             GO TO 2100-EXIT.
002580     DISPLAY 'LIMTMNT - ADDED ' LIMT-CODE.
002590     MOVE SPACES TO WS-OLD-IMAGE.
002600     MOVE 'A' TO WS-AUDIT-FUNCTION.
002610     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002620 2100-EXIT.
002630     EXIT.
002640*------------------------------------------------------*
002650 2200-CHANGE-LIMIT.
002660     PERFORM 2500-EDIT-FIELDS THRU 2500-EXIT.
002670     IF FIELDS-REJECTED
002680         GO TO 2200-EXIT.
002690     MOVE SM-CODE TO LIMT-CODE.
002700     READ LIMIT-FILE
002710         INVALID KEY
002720             DISPLAY 'LIMTMNT - LIMIT NOT ON FILE'
002730             GO TO 2200-EXIT.
002740     MOVE LIMT-LIMITS TO WS-OLD-IMAGE.
002750     PERFORM 2600-STAMP-RECORD THRU 2600-EXIT.
002760     REWRITE LIMIT-RECORD
002770         INVALID KEY
002780             DISPLAY 'LIMTMNT - REWRITE FAILED'
002790             GO TO 2200-EXIT.
002800     DISPLAY 'LIMTMNT - CHANGED ' LIMT-CODE.
002810     MOVE 'C' TO WS-AUDIT-FUNCTION.
002820     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
002830 2200-EXIT.
002840     EXIT.
002850*------------------------------------------------------*
002860* 2300-DELETE-LIMIT REMOVES A LIMIT.  KEYS CARRYING THE *
002870* CODE ARE NO LONGER CHECKED AT ENTRY OR LISTED BY      *
002880* LIMTRPT.  THE LIMITS AS THEY STOOD GO TO THE AUDIT    *
002890* SO THE TRAIL CARRIES WHAT WAS ERASED.                 *
002900*------------------------------------------------------*
002910 2300-DELETE-LIMIT.
002920     MOVE SM-CODE TO LIMT-CODE.
002930     READ LIMIT-FILE
002940         INVALID KEY
002950             DISPLAY 'LIMTMNT - LIMIT NOT ON FILE'
002960             GO TO 2300-EXIT.
002970     MOVE LIMT-LIMITS TO WS-OLD-IMAGE.
002980     DELETE LIMIT-FILE
002990         INVALID KEY
003000             DISPLAY 'LIMTMNT - DELETE FAILED'
003010             GO TO 2300-EXIT.
003020     DISPLAY 'LIMTMNT - DELETED ' SM-CODE.
003030     MOVE 'D' TO WS-AUDIT-FUNCTION.
003040     PERFORM 2800-WRITE-AUDIT THRU 2800-EXIT.
003050 2300-EXIT.
003060     EXIT.
003070*------------------------------------------------------*
003080 2400-INQUIRE-LIMIT.
003090     MOVE SM-CODE TO LIMT-CODE.
003100     READ LIMIT-FILE
003110         INVALID KEY
003120             DISPLAY 'LIMTMNT - LIMIT NOT ON FILE'
003130             GO TO 2400-EXIT.
003140     DISPLAY 'LIMTMNT - CODE. . . . : ' LIMT-CODE.
003150     DISPLAY 'LIMTMNT - APPLIES TO. : ' LIMT-APPLIES-TO.
003160     IF LIMT-MIN-SET
003170         MOVE LIMT-MINIMUM TO WS-EDIT-AMOUNT
003180         DISPLAY 'LIMTMNT - MINIMUM . . : ' WS-EDIT-AMOUNT
003190     ELSE
003200         DISPLAY 'LIMTMNT - MINIMUM . . : NONE'.
003210     IF LIMT-MAX-SET
003220         MOVE LIMT-MAXIMUM TO WS-EDIT-AMOUNT
003230         DISPLAY 'LIMTMNT - MAXIMUM . . : ' WS-EDIT-AMOUNT
003240     ELSE
003250         DISPLAY 'LIMTMNT - MAXIMUM . . : NONE'.
003260     DISPLAY 'LIMTMNT - ACTION. . . : ' LIMT-ACTION.
003270     DISPLAY 'LIMTMNT - DESCRIPTION : ' LIMT-DESC.
003280     DISPLAY 'LIMTMNT - CHANGED . . : ' LIMT-CHANGE-DATE
003290         ' BY ' LIMT-USER-ID.
003300 2400-EXIT.
003310     EXIT.
003320*------------------------------------------------------*
003330* 2500-EDIT-FIELDS VALIDATES THE SCREEN FIELDS SHARED   *
003340* BY ADD AND CHANGE, LEAVING FIELDS-REJECTED SET WHEN   *
003350* THE TRANSACTION MUST NOT PROCEED.  THE CODE MUST BE   *
003360* ON CODEREF.  AT LEAST ONE BOUND MUST BE SET - A LIMIT *
003370* WITH NEITHER WOULD NEVER FIRE - AND WHEN BOTH ARE SET *
003380* THE MINIMUM MAY NOT EXCEED THE MAXIMUM, OR NO BALANCE *
003390* COULD EVER SATISFY IT.                                *
003400*------------------------------------------------------*
003410 2500-EDIT-FIELDS.
003420     IF SM-CODE = SPACES
003430         DISPLAY 'LIMTMNT - CODE VALUE REQUIRED'
003440         SET FIELDS-REJECTED TO TRUE
003450         GO TO 2500-EXIT.
003460     MOVE SM-CODE TO CODE-VALUE.
003470     READ CODEREF-FILE
003480         INVALID KEY
003490             DISPLAY 'LIMTMNT - CODE NOT ON CODEREF'
003500             SET FIELDS-REJECTED TO TRUE
003510             GO TO 2500-EXIT.
003520     IF SM-APPLIES-TO NOT = 'S' AND 'P' AND 'B'
003530         DISPLAY 'LIMTMNT - APPLIES TO MUST BE S, P OR B'
003540         SET FIELDS-REJECTED TO TRUE
003550         GO TO 2500-EXIT.
003560     IF SM-MIN-SW NOT = 'Y' AND 'N'
003570         OR SM-MAX-SW NOT = 'Y' AND 'N'
003580         DISPLAY 'LIMTMNT - MINIMUM AND MAXIMUM SET MUST '
003590             'BE Y OR N'
003600         SET FIELDS-REJECTED TO TRUE
003610         GO TO 2500-EXIT.
003620     IF SM-MIN-SW = 'N' AND SM-MAX-SW = 'N'
003630         DISPLAY 'LIMTMNT - A MINIMUM OR A MAXIMUM IS '
003640             'REQUIRED'
003650         SET FIELDS-REJECTED TO TRUE
003660         GO TO 2500-EXIT.
003670     IF SM-MIN-SW = 'Y' AND SM-MAX-SW = 'Y'
003680         AND SM-MINIMUM > SM-MAXIMUM
003690         DISPLAY 'LIMTMNT - MINIMUM MAY NOT EXCEED '
003700             'MAXIMUM'
003710         SET FIELDS-REJECTED TO TRUE
003720         GO TO 2500-EXIT.
003730     IF SM-ACTION NOT = 'W' AND 'B'
003740         DISPLAY 'LIMTMNT - ACTION MUST BE W OR B'
003750         SET FIELDS-REJECTED TO TRUE.
003760 2500-EXIT.
003770     EXIT.
003780*------------------------------------------------------*
003790* 2600-STAMP-RECORD MOVES THE SCREEN FIELDS TO THE      *
003800* RECORD WITH TODAY'S DATE AND THE SIGNED-ON ID.  AN    *
003810* OPEN BOUND IS CARRIED AS ZERO SO THE RECORD NEVER     *
003820* HOLDS A STALE FIGURE BEHIND AN 'N' SWITCH.            *
003830*------------------------------------------------------*
003840 2600-STAMP-RECORD.
003850     IF SM-MIN-SW = 'N'
003860         MOVE ZERO TO SM-MINIMUM.
003870     IF SM-MAX-SW = 'N'
003880         MOVE ZERO TO SM-MAXIMUM.
003890     MOVE SM-LIMITS         TO LIMT-LIMITS.
003900     MOVE SM-DESC           TO LIMT-DESC.
003910     ACCEPT LIMT-CHANGE-DATE FROM DATE YYYYMMDD.
003920     MOVE WS-SIGNON-ID      TO LIMT-USER-ID.
003930 2600-EXIT.
003940     EXIT.
003950*------------------------------------------------------*
003960* 2800-WRITE-AUDIT STAMPS ONE LIMIT-AUDIT RECORD.  THE  *
003970* CALLER SETS WS-AUDIT-FUNCTION AND WS-OLD-IMAGE; THE   *
003980* NEW IMAGE COMES FROM THE SCREEN FIELDS EXCEPT ON A    *
003990* DELETE, WHERE IT IS SPACES.                           *
004000*------------------------------------------------------*
004010 2800-WRITE-AUDIT.
004020     MOVE SPACES             TO LIMIT-AUDIT-RECORD.
004030     MOVE WS-AUDIT-FUNCTION  TO LAUD-FUNCTION.
004040     MOVE SM-CODE            TO LAUD-CODE.
004050     MOVE WS-OLD-IMAGE       TO LAUD-OLD-IMAGE.
004060     IF NOT LAUD-DELETE
004070         MOVE SM-LIMITS      TO LAUD-NEW-IMAGE.
004080     ACCEPT LAUD-CHANGE-DATE FROM DATE YYYYMMDD.
004090     ACCEPT LAUD-CHANGE-TIME FROM TIME.
004100     MOVE WS-SIGNON-ID       TO LAUD-USER-ID.
004110     WRITE LIMIT-AUDIT-RECORD.
004120 2800-EXIT.
004130     EXIT.
004140*------------------------------------------------------*
004150 3000-TERMINATE.
004160     CLOSE LIMIT-FILE.
004170     CLOSE CODEREF-FILE.
004180     CLOSE LIMIT-AUDIT-FILE.
004190     CLOSE OPERPROF-FILE.
004200 3000-EXIT.
004210     EXIT.
