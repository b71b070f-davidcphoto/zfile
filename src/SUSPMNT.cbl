000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUSPMNT.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - ONLINE            *
000120*                  CORRECTION AND RELEASE OF ITEMS ON   *
000130*                  THE COMMON SUSPENSE KSDS, IN THE     *
000140*                  CODEMNT STYLE.                       *
000150*------------------------------------------------------*
000160*
000170* PURPOSE.
000180*   VALLOAD, VARBATCH AND VARIMPRT PUT EVERY INPUT THEY
000190*   REJECT ON THE SUSPENSE KSDS (SUSPREC.CPY) AS IT
000200*   ARRIVED.  THIS SCREEN LETS AN OPERATOR LOOK AN ITEM
000210*   UP, PUT IT RIGHT AND RELEASE IT FOR SUSPRSUB TO SEND
000220*   BACK THROUGH ITS SOURCE PROGRAM'S NORMAL EDITS - OR
000230*   WRITE IT OFF.  FUNCTIONS:
000240*     I - INQUIRE ON THE ITEM KEYED ON THE SCREEN
000250*     N - NEXT ITEM AFTER THE ONE KEYED THAT IS STILL
000260*         OPEN OR RELEASED (A BLANK KEY STARTS AT THE
000270*         TOP OF THE FILE)
000280*     C - CORRECT THE ITEM LAST SHOWN BY I OR N
000290*     R - RELEASE AN OPEN ITEM FOR RESUBMISSION
000300*     W - WRITE OFF AN OPEN OR RELEASED ITEM
000310*   VARBATCH AND VARIMPRT INPUT IS ALL TEXT AND IS
000320*   CORRECTED AS THE RAW IMAGE, 50 BYTES A LINE.  A
000330*   VALLOAD RECORD CARRIES BINARY AND PACKED FIELDS THAT
000340*   CANNOT BE KEYED AS TEXT, SO IT IS CORRECTED THROUGH
000350*   ITS DECODED FIELDS - KEY, THE THREE BALANCES IN THE
000360*   VAREXTR COLUMN FORMATS, THE OCCURS CODES AND THE
000370*   CODE PAIRS - AND REBUILT FROM THEM.
000371*
000372*   A VALLOAD ITEM IS A BAD RECORD ON THE MASTER ITSELF,
000373*   REJECTED AGAIN EVERY NIGHT UNTIL IT IS PUT RIGHT.  IT
000374*   IS CLOSED BY CORRECTING THE MASTER THROUGH TABMAINT
000375*   OR VARBATCH AND THEN WRITING THE ITEM OFF HERE, NOT
000376*   BY RESUBMITTING IT - VALLOAD ONLY EDITS A RELEASED
000377*   ITEM AGAIN, IT NEVER LOADS IT.  WHILE THE ITEM IS
000378*   OPEN OR RELEASED VALLOAD DOES NOT SUSPEND THE SAME
000379*   KEY AGAIN.
000380*
000390*   THE OPERATOR SIGNS ON AGAINST OPERPROF (OPERREC.CPY)
000400*   AS IN CODEMNT.  I AND N ARE OPEN TO ANY LEVEL; C, R
000410*   AND W CHANGE WHAT WILL REACH THE MASTER AND NEED
000420*   LEVEL 2.  THE SIGNED-ON ID IS STAMPED ON THE ITEM.
000430*   NO EDIT BEYOND THE FIELD FORMATS IS DONE HERE - THE
000440*   SOURCE PROGRAM'S OWN EDITS ARE THE TEST, AND AN ITEM
000450*   THAT FAILS THEM AGAIN COMES BACK AS A NEW ITEM.
000460*------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SUSPENSE-FILE  ASSIGN TO SUSPENSE
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000551         RECORD KEY IS SUSP-KEY
000552         ALTERNATE RECORD KEY IS SUSP-ITEM-KEY
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-FILE-STATUS.
000580     SELECT OPERPROF-FILE  ASSIGN TO OPERPROF
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS OPER-USER-ID
000620         FILE STATUS IS WS-OPER-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SUSPENSE-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY "SUSPREC.cpy".
000680 FD  OPERPROF-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY "OPERREC.cpy".
000710 WORKING-STORAGE SECTION.
000720 01  WS-FILE-STATUS        PIC X(02).
000730 01  WS-OPER-STATUS        PIC X(02).
000740 01  WS-SWITCHES.
000750     05 WS-QUIT-SW         PIC X(01) VALUE 'N'.
000760        88 QUIT-REQUESTED  VALUE 'Y'.
000770     05 WS-REJECT-SW       PIC X(01) VALUE 'N'.
000780        88 FIELDS-REJECTED VALUE 'Y'.
000790     05 WS-SIGNON-SW       PIC X(01) VALUE 'N'.
000800        88 SIGNED-ON       VALUE 'Y'.
000810     05 WS-FOUND-SW        PIC X(01) VALUE 'N'.
000820        88 ITEM-FOUND      VALUE 'Y'.
000830     05 WS-BROWSE-EOF-SW   PIC X(01) VALUE 'N'.
000840        88 BROWSE-END      VALUE 'Y'.
000850 01  WS-SIGNON-FIELDS.
000860     05 WS-TRY-USER        PIC X(08).
000870     05 WS-TRY-PASSWORD    PIC X(08).
000880     05 WS-SIGNON-ID       PIC X(08) VALUE SPACES.
000890     05 WS-SIGNON-LEVEL    PIC X(01) VALUE SPACE.
000900        88 SIGNON-CAN-CORRECT VALUES '2' '3'.
000910     05 WS-ATTEMPTS        PIC 9(01) COMP VALUE ZERO.
000920 01  WS-LAST-SHOWN-KEY     PIC X(32) VALUE SPACES.
000930 01  WS-REASON             PIC X(40).
000940 01  WS-SCREEN-FIELDS.
000950     05 SM-FUNCTION        PIC X(01).
000960     05 SM-SOURCE          PIC X(08).
000970     05 SM-RUN-DATE        PIC X(08).
000980     05 SM-RUN-DATE-NUM REDEFINES SM-RUN-DATE
000990                           PIC 9(08).
001000     05 SM-RUN-TIME        PIC X(08).
001010     05 SM-RUN-TIME-NUM REDEFINES SM-RUN-TIME
001020                           PIC 9(08).
001030     05 SM-SEQ             PIC X(08).
001040     05 SM-SEQ-NUM REDEFINES SM-SEQ
001050                           PIC 9(08).
001060     05 SM-IMAGE-LINES.
001070        10 SM-IMAGE-1      PIC X(50).
001080        10 SM-IMAGE-2      PIC X(50).
001090        10 SM-IMAGE-3      PIC X(50).
001100        10 SM-IMAGE-4      PIC X(50).
001110     05 SM-V-KEY           PIC X(08).
001120     05 SM-V-SIGNED        PIC X(09).
001130     05 SM-V-COMP          PIC X(09).
001140     05 SM-V-COMP3         PIC X(12).
001150     05 SM-V-OCCURS        PIC X(10).
001160     05 SM-V-PAIRS         PIC X(20).
001170*------------------------------------------------------*
001180* A VALLOAD ITEM'S IMAGE IS TAKEN APART AND REBUILT IN   *
001190* THE VARIABLES LAYOUT BELOW.  WV- IS THE SAME 84 BYTES *
001200* VIEWED AS THE TWO CODE TABLES WHOLE, SO THE SCREEN    *
001210* CAN CARRY EACH AS ONE FIELD.                          *
001220*------------------------------------------------------*
001230     COPY "testes.cpy".
001240 01  WS-VALLOAD-VIEW REDEFINES VARIABLES.
001250     05 FILLER             PIC X(44).
001260     05 WV-OCCURS          PIC X(10).
001270     05 WV-PAIRS           PIC X(20).
001280     05 FILLER             PIC X(10).
001290     COPY "VARKEY.cpy".
001300*------------------------------------------------------*
001310* CONVERSION AREAS IN THE VAREXTR/VARIMPRT COLUMN        *
001320* FORMATS: -9(08) FOR SIGNED AND COMP, -9(08).9(02) FOR *
001330* COMP-3, SPACE IN THE SIGN POSITION WHEN POSITIVE.     *
001340*------------------------------------------------------*
001350 01  WS-CONV-SIGNED.
001360     05 WS-CONV-SIGN       PIC X(01).
001370     05 WS-CONV-DIGITS     PIC X(08).
001380     05 WS-CONV-DIGITS-NUM REDEFINES WS-CONV-DIGITS
001390                           PIC 9(08).
001400 01  WS-CONV-VALUE         PIC S9(08).
001410 01  WS-CONV-AMOUNT.
001420     05 WS-CONV-AMT-SIGN   PIC X(01).
001430     05 WS-CONV-AMT-DIGITS PIC X(08).
001440     05 WS-CONV-AMT-POINT  PIC X(01).
001450     05 WS-CONV-AMT-DEC    PIC X(02).
001460 01  WS-CONV-AMT-ASSEMBLY.
001470     05 WS-CONV-AMT-INT-PART PIC X(08).
001480     05 WS-CONV-AMT-DEC-PART PIC X(02).
001490 01  WS-CONV-AMT-NUMERIC REDEFINES WS-CONV-AMT-ASSEMBLY
001500                           PIC 9(08)V9(02).
001510 01  WS-CONV-AMT-VALUE     PIC S9(08)V9(02).
001520 SCREEN SECTION.
001530 01  SUSPMNT-MAP.
001540     05 LINE 1  COLUMN 1 VALUE
001550         'SUSPMNT - REJECT SUSPENSE CORRECTION AND RELEASE'.
001560     05 LINE 3  COLUMN 1 VALUE
001570         'FUNCTION (I-INQ N-NEXT C-CORR R-REL W-WOFF X-EXIT):'.
001580     05 LINE 3  COLUMN 53 PIC X(01) USING SM-FUNCTION.
001590     05 LINE 4  COLUMN 1 VALUE 'SOURCE:'.
001600     05 LINE 4  COLUMN 9  PIC X(08) USING SM-SOURCE.
001610     05 LINE 4  COLUMN 19 VALUE 'RUN DATE:'.
001620     05 LINE 4  COLUMN 29 PIC X(08) USING SM-RUN-DATE.
001630     05 LINE 4  COLUMN 39 VALUE 'TIME:'.
001640     05 LINE 4  COLUMN 45 PIC X(08) USING SM-RUN-TIME.
001650     05 LINE 4  COLUMN 55 VALUE 'ITEM:'.
001660     05 LINE 4  COLUMN 61 PIC X(08) USING SM-SEQ.
001670     05 LINE 6  COLUMN 1 VALUE
001680         'INPUT IMAGE - VARBATCH AND VARIMPRT ITEMS:'.
001690     05 LINE 7  COLUMN 1 VALUE 'COLS   1- 50:'.
001700     05 LINE 7  COLUMN 15 PIC X(50) USING SM-IMAGE-1.
001710     05 LINE 8  COLUMN 1 VALUE 'COLS  51-100:'.
001720     05 LINE 8  COLUMN 15 PIC X(50) USING SM-IMAGE-2.
001730     05 LINE 9  COLUMN 1 VALUE 'COLS 101-150:'.
001740     05 LINE 9  COLUMN 15 PIC X(50) USING SM-IMAGE-3.
001750     05 LINE 10 COLUMN 1 VALUE 'COLS 151-200:'.
001760     05 LINE 10 COLUMN 15 PIC X(50) USING SM-IMAGE-4.
001770     05 LINE 12 COLUMN 1 VALUE
001780         'RECORD FIELDS - VALLOAD ITEMS:'.
001790     05 LINE 13 COLUMN 1 VALUE 'KEY:'.
001800     05 LINE 13 COLUMN 15 PIC X(08) USING SM-V-KEY.
001810     05 LINE 13 COLUMN 26 VALUE 'SIGNED:'.
001820     05 LINE 13 COLUMN 35 PIC X(09) USING SM-V-SIGNED.
001830     05 LINE 14 COLUMN 1 VALUE 'COMP:'.
001840     05 LINE 14 COLUMN 15 PIC X(09) USING SM-V-COMP.
001850     05 LINE 14 COLUMN 26 VALUE 'COMP-3:'.
001860     05 LINE 14 COLUMN 35 PIC X(12) USING SM-V-COMP3.
001870     05 LINE 15 COLUMN 1 VALUE 'OCCURS 1-5:'.
001880     05 LINE 15 COLUMN 15 PIC X(10) USING SM-V-OCCURS.
001890     05 LINE 16 COLUMN 1 VALUE 'CODE PAIRS:'.
001900     05 LINE 16 COLUMN 15 PIC X(20) USING SM-V-PAIRS.
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
001940     PERFORM 2000-PROCESS-TRANS   THRU 2000-EXIT
001950         UNTIL QUIT-REQUESTED.
001960     PERFORM 3000-TERMINATE       THRU 3000-EXIT.
001970     STOP RUN.
001980*------------------------------------------------------*
001990 1000-INITIALIZE.
002000     MOVE SPACES TO WS-SCREEN-FIELDS.
002010     OPEN I-O SUSPENSE-FILE.
002020     IF WS-FILE-STATUS = '35'
002030         OPEN OUTPUT SUSPENSE-FILE
002040         CLOSE SUSPENSE-FILE
002050         OPEN I-O SUSPENSE-FILE.
002060     IF WS-FILE-STATUS NOT = '00'
002070         DISPLAY 'SUSPMNT - SUSPENSE FILE UNAVAILABLE, '
002080             'STATUS ' WS-FILE-STATUS
002090         MOVE 16 TO RETURN-CODE
002100         SET QUIT-REQUESTED TO TRUE.
002110     OPEN INPUT OPERPROF-FILE.
002120     IF WS-OPER-STATUS NOT = '00'
002130         DISPLAY 'SUSPMNT - OPERATOR PROFILE FILE '
002140             'UNAVAILABLE, STATUS ' WS-OPER-STATUS
002150         MOVE 16 TO RETURN-CODE
002160         SET QUIT-REQUESTED TO TRUE.
002170     IF NOT QUIT-REQUESTED
002180         PERFORM 1500-SIGN-ON THRU 1500-EXIT.
002190 1000-EXIT.
002200     EXIT.
002210*------------------------------------------------------*
002220* 1500-SIGN-ON SIGNS THE OPERATOR ON AGAINST OPERPROF,  *
002230* THE SAME SHAPE AS CODEMNT'S 1500.  THREE FAILED       *
002240* ATTEMPTS END THE SESSION WITH RC 16 - FAIL CLOSED.    *
002250*------------------------------------------------------*
002260 1500-SIGN-ON.
002270     MOVE ZERO TO WS-ATTEMPTS.
002280     PERFORM 1510-ONE-ATTEMPT THRU 1510-EXIT
002290         UNTIL SIGNED-ON
002300         OR WS-ATTEMPTS >= 3.
002310     IF NOT SIGNED-ON
002320         DISPLAY 'SUSPMNT - SIGN-ON FAILED, ENDING'
002330         MOVE 16 TO RETURN-CODE
002340         SET QUIT-REQUESTED TO TRUE.
002350 1500-EXIT.
002360     EXIT.
002370*------------------------------------------------------*
002380 1510-ONE-ATTEMPT.
002390     ADD 1 TO WS-ATTEMPTS.
002400     DISPLAY 'SUSPMNT - OPERATOR ID: '.
002410     ACCEPT WS-TRY-USER.
002420     DISPLAY 'SUSPMNT - PASSWORD: '.
002430     ACCEPT WS-TRY-PASSWORD.
002440     MOVE WS-TRY-USER TO OPER-USER-ID.
002450     READ OPERPROF-FILE
002460         INVALID KEY
002470             DISPLAY 'SUSPMNT - SIGN-ON REJECTED'
002480             GO TO 1510-EXIT.
002490     IF OPER-PASSWORD NOT = WS-TRY-PASSWORD
002500         DISPLAY 'SUSPMNT - SIGN-ON REJECTED'
002510         GO TO 1510-EXIT.
002520     IF OPER-AUTH-LEVEL NOT = '1' AND '2' AND '3'
002530         DISPLAY 'SUSPMNT - PROFILE AUTHORITY LEVEL '
002540             'INVALID'
002550         GO TO 1510-EXIT.
002560     SET SIGNED-ON TO TRUE.
002570     MOVE OPER-USER-ID    TO WS-SIGNON-ID.
002580     MOVE OPER-AUTH-LEVEL TO WS-SIGNON-LEVEL.
002590     DISPLAY 'SUSPMNT - SIGNED ON ' WS-SIGNON-ID
002600         ' LEVEL ' WS-SIGNON-LEVEL.
002610 1510-EXIT.
002620     EXIT.
002630*------------------------------------------------------*
002640* 2000-PROCESS-TRANS IS THE HANDLER PARAGRAPH FOR THE   *
002650* ONLINE TRANSACTION - ONE SCREEN, DISPATCHED BY        *
002660* FUNCTION CODE, THE SAME SHAPE AS CODEMNT.             *
002670*------------------------------------------------------*
002680 2000-PROCESS-TRANS.
002690     MOVE 'N' TO WS-REJECT-SW.
002700     DISPLAY SUSPMNT-MAP.
002710     ACCEPT  SUSPMNT-MAP.
002720     EVALUATE SM-FUNCTION
002730         WHEN 'I'
002740             PERFORM 2100-INQUIRE-ITEM THRU 2100-EXIT
002750         WHEN 'N'
002760             PERFORM 2200-NEXT-ITEM    THRU 2200-EXIT
002770         WHEN 'C'
002780             IF NOT SIGNON-CAN-CORRECT
002790                 DISPLAY 'SUSPMNT - NOT AUTHORIZED FOR '
002800                     'SUSPENSE CORRECTION'
002810             ELSE
002820                 PERFORM 2300-CORRECT-ITEM THRU 2300-EXIT
002830             END-IF
002840         WHEN 'R'
002850             IF NOT SIGNON-CAN-CORRECT
002860                 DISPLAY 'SUSPMNT - NOT AUTHORIZED FOR '
002870                     'SUSPENSE CORRECTION'
002880             ELSE
002890                 PERFORM 2400-RELEASE-ITEM THRU 2400-EXIT
002900             END-IF
002910         WHEN 'W'
002920             IF NOT SIGNON-CAN-CORRECT
002930                 DISPLAY 'SUSPMNT - NOT AUTHORIZED FOR '
002940                     'SUSPENSE CORRECTION'
002950             ELSE
002960                 PERFORM 2500-WRITE-OFF-ITEM THRU 2500-EXIT
002970             END-IF
002980         WHEN 'X'
002990             SET QUIT-REQUESTED TO TRUE
003000         WHEN OTHER
003010             DISPLAY 'SUSPMNT - INVALID FUNCTION CODE'
003020     END-EVALUATE.
003030 2000-EXIT.
003040     EXIT.
003050*------------------------------------------------------*
003060* 2050-READ-ITEM EDITS THE ITEM KEY ON THE SCREEN AND   *
003070* READS THAT ITEM, LEAVING ITEM-FOUND SET ON SUCCESS.   *
003080*------------------------------------------------------*
003090 2050-READ-ITEM.
003100     MOVE 'N' TO WS-FOUND-SW.
003110     IF SM-SOURCE NOT = 'VALLOAD ' AND 'VARBATCH'
003120         AND 'VARIMPRT'
003130         DISPLAY 'SUSPMNT - SOURCE MUST BE VALLOAD, '
003140             'VARBATCH OR VARIMPRT'
003150         GO TO 2050-EXIT.
003160     IF SM-RUN-DATE NOT NUMERIC
003170         OR SM-RUN-TIME NOT NUMERIC
003180         OR SM-SEQ NOT NUMERIC
003190         DISPLAY 'SUSPMNT - RUN DATE, TIME AND ITEM '
003200             'MUST BE NUMERIC'
003210         GO TO 2050-EXIT.
003220     MOVE SM-SOURCE       TO SUSP-SOURCE.
003230     MOVE SM-RUN-DATE-NUM TO SUSP-RUN-DATE.
003240     MOVE SM-RUN-TIME-NUM TO SUSP-RUN-TIME.
003250     MOVE SM-SEQ-NUM      TO SUSP-SEQ.
003260     READ SUSPENSE-FILE
003270         INVALID KEY
003280             DISPLAY 'SUSPMNT - ITEM NOT ON FILE'
003290             GO TO 2050-EXIT.
003300     SET ITEM-FOUND TO TRUE.
003310 2050-EXIT.
003320     EXIT.
003330*------------------------------------------------------*
003340 2100-INQUIRE-ITEM.
003350     PERFORM 2050-READ-ITEM THRU 2050-EXIT.
003360     IF ITEM-FOUND
003370         PERFORM 2150-SHOW-ITEM THRU 2150-EXIT.
003380 2100-EXIT.
003390     EXIT.
003400*------------------------------------------------------*
003410* 2150-SHOW-ITEM DISPLAYS THE ITEM JUST READ AND LOADS   *
003420* IT INTO THE SCREEN FIELDS, READY FOR CORRECTION.  A    *
003430* C IS ONLY TAKEN FOR THE ITEM LAST SHOWN, SO BLANK      *
003440* SCREEN FIELDS CAN NEVER OVERLAY AN UNSEEN IMAGE.       *
003450*------------------------------------------------------*
003460 2150-SHOW-ITEM.
003470     MOVE SUSP-SOURCE     TO SM-SOURCE.
003480     MOVE SUSP-RUN-DATE   TO SM-RUN-DATE-NUM.
003490     MOVE SUSP-RUN-TIME   TO SM-RUN-TIME-NUM.
003500     MOVE SUSP-SEQ        TO SM-SEQ-NUM.
003510     MOVE SUSP-IMAGE      TO SM-IMAGE-LINES.
003520     MOVE SPACES          TO SM-V-KEY.
003530     MOVE SPACES          TO SM-V-SIGNED.
003540     MOVE SPACES          TO SM-V-COMP.
003550     MOVE SPACES          TO SM-V-COMP3.
003560     MOVE SPACES          TO SM-V-OCCURS.
003570     MOVE SPACES          TO SM-V-PAIRS.
003580     IF SUSP-FROM-VALLOAD
003590         PERFORM 2160-LOAD-VALLOAD-FIELDS THRU 2160-EXIT.
003600     MOVE SUSP-KEY        TO WS-LAST-SHOWN-KEY.
003610     DISPLAY 'SUSPMNT - ITEM. . . . : ' SUSP-SOURCE ' '
003620         SUSP-RUN-DATE ' ' SUSP-RUN-TIME ' ' SUSP-SEQ.
003630     DISPLAY 'SUSPMNT - KEY . . . . : ' SUSP-ITEM-KEY.
003640     DISPLAY 'SUSPMNT - STATUS. . . : ' SUSP-STATUS
003650         '  (O-OPEN R-RELEASED S-RESUBMITTED W-WRITTEN OFF)'.
003660     DISPLAY 'SUSPMNT - REASON. . . : ' SUSP-REASON.
003670     IF SUSP-CORRECT-USER NOT = SPACES
003680         DISPLAY 'SUSPMNT - LAST ACTION : ' SUSP-CORRECT-DATE
003690             ' ' SUSP-CORRECT-TIME ' BY ' SUSP-CORRECT-USER.
003700     IF SUSP-RESUBMITTED
003710         DISPLAY 'SUSPMNT - RESUBMITTED : ' SUSP-RESUBMIT-DATE.
003720 2150-EXIT.
003730     EXIT.
003740*------------------------------------------------------*
003750* 2160-LOAD-VALLOAD-FIELDS DECODES A VALLOAD IMAGE INTO  *
003760* THE SCREEN'S RECORD FIELDS.  A BALANCE THAT IS NOT    *
003770* NUMERIC - USUALLY WHY THE RECORD WAS REJECTED - IS     *
003780* LEFT BLANK FOR THE OPERATOR TO KEY.                    *
003790*------------------------------------------------------*
003800 2160-LOAD-VALLOAD-FIELDS.
003810     MOVE SUSP-IMAGE (1:84) TO VARIABLES.
003820     MOVE VARIABLES-NUMERIC TO VK-KEY-NUMERIC.
003830     MOVE VK-KEY-ALPHA      TO SM-V-KEY.
003840     IF VARIABLES-SIGNED-NUMERIC NUMERIC
003850         MOVE SPACE TO WS-CONV-SIGN
003860         IF VARIABLES-SIGNED-NUMERIC < ZERO
003870             MOVE '-' TO WS-CONV-SIGN
003880         END-IF
003890         MOVE VARIABLES-SIGNED-NUMERIC TO WS-CONV-DIGITS-NUM
003900         MOVE WS-CONV-SIGNED TO SM-V-SIGNED.
003910     MOVE SPACE TO WS-CONV-SIGN.
003920     IF VARIABLES-COMP-NUMERIC < ZERO
003930         MOVE '-' TO WS-CONV-SIGN.
003940     MOVE VARIABLES-COMP-NUMERIC TO WS-CONV-DIGITS-NUM.
003950     MOVE WS-CONV-SIGNED TO SM-V-COMP.
003960     IF VARIABLES-COMP-3-NUMERIC NUMERIC
003970         MOVE SPACE TO WS-CONV-AMT-SIGN
003980         IF VARIABLES-COMP-3-NUMERIC < ZERO
003990             MOVE '-' TO WS-CONV-AMT-SIGN
004000         END-IF
004010         MOVE VARIABLES-COMP-3-NUMERIC TO WS-CONV-AMT-NUMERIC
004020         MOVE WS-CONV-AMT-INT-PART TO WS-CONV-AMT-DIGITS
004030         MOVE '.'                  TO WS-CONV-AMT-POINT
004040         MOVE WS-CONV-AMT-DEC-PART TO WS-CONV-AMT-DEC
004050         MOVE WS-CONV-AMOUNT TO SM-V-COMP3.
004060     MOVE WV-OCCURS TO SM-V-OCCURS.
004070     MOVE WV-PAIRS  TO SM-V-PAIRS.
004080 2160-EXIT.
004090     EXIT.
004100*------------------------------------------------------*
004110* 2200-NEXT-ITEM BROWSES FORWARD FROM THE KEY ON THE     *
004120* SCREEN TO THE NEXT ITEM STILL OPEN OR RELEASED,        *
004130* PASSING OVER THOSE ALREADY RESUBMITTED OR WRITTEN OFF. *
004140*------------------------------------------------------*
004150 2200-NEXT-ITEM.
004160     MOVE LOW-VALUES TO SUSP-KEY.
004170     IF SM-SOURCE NOT = SPACES
004180         AND SM-RUN-DATE NUMERIC
004190         AND SM-RUN-TIME NUMERIC
004200         AND SM-SEQ NUMERIC
004210         MOVE SM-SOURCE       TO SUSP-SOURCE
004220         MOVE SM-RUN-DATE-NUM TO SUSP-RUN-DATE
004230         MOVE SM-RUN-TIME-NUM TO SUSP-RUN-TIME
004240         MOVE SM-SEQ-NUM      TO SUSP-SEQ.
004250     MOVE 'N' TO WS-BROWSE-EOF-SW.
004260     MOVE 'N' TO WS-FOUND-SW.
004270     START SUSPENSE-FILE KEY > SUSP-KEY
004280         INVALID KEY
004290             SET BROWSE-END TO TRUE.
004300     PERFORM 2210-READ-NEXT THRU 2210-EXIT
004310         UNTIL BROWSE-END
004320         OR ITEM-FOUND.
004330     IF ITEM-FOUND
004340         PERFORM 2150-SHOW-ITEM THRU 2150-EXIT
004350     ELSE
004360         DISPLAY 'SUSPMNT - NO FURTHER OPEN ITEMS'.
004370 2200-EXIT.
004380     EXIT.
004390*------------------------------------------------------*
004400 2210-READ-NEXT.
004410     READ SUSPENSE-FILE NEXT RECORD
004420         AT END
004430             SET BROWSE-END TO TRUE
004440             GO TO 2210-EXIT.
004450     IF SUSP-OPEN OR SUSP-RELEASED
004460         SET ITEM-FOUND TO TRUE.
004470 2210-EXIT.
004480     EXIT.
004490*------------------------------------------------------*
004500* 2300-CORRECT-ITEM REPLACES THE IMAGE OF THE ITEM LAST  *
004510* SHOWN WITH THE SCREEN'S VERSION.  ONLY AN OPEN ITEM    *
004520* CAN BE CORRECTED; IT STAYS OPEN UNTIL RELEASED.        *
004530*------------------------------------------------------*
004540 2300-CORRECT-ITEM.
004550     PERFORM 2050-READ-ITEM THRU 2050-EXIT.
004560     IF NOT ITEM-FOUND
004570         GO TO 2300-EXIT.
004580     IF SUSP-KEY NOT = WS-LAST-SHOWN-KEY
004590         DISPLAY 'SUSPMNT - INQUIRE ON THE ITEM BEFORE '
004600             'CORRECTING IT'
004610         GO TO 2300-EXIT.
004620     IF NOT SUSP-OPEN
004630         DISPLAY 'SUSPMNT - ONLY AN OPEN ITEM CAN BE '
004640             'CORRECTED'
004650         GO TO 2300-EXIT.
004660     IF SUSP-FROM-VALLOAD
004670         PERFORM 2350-REBUILD-VALLOAD THRU 2350-EXIT
004680         IF FIELDS-REJECTED
004690             GO TO 2300-EXIT
004700         END-IF
004710     ELSE
004720         PERFORM 2380-REBUILD-TEXT THRU 2380-EXIT.
004730     PERFORM 2600-STAMP-ITEM THRU 2600-EXIT.
004740     REWRITE SUSPENSE-RECORD
004750         INVALID KEY
004760             DISPLAY 'SUSPMNT - REWRITE FAILED'
004770             GO TO 2300-EXIT.
004780     DISPLAY 'SUSPMNT - CORRECTED ' SUSP-SOURCE ' KEY '
004790         SUSP-ITEM-KEY ' - RELEASE IT WHEN READY'.
004800 2300-EXIT.
004810     EXIT.
004820*------------------------------------------------------*
004830* 2350-REBUILD-VALLOAD PUTS THE SCREEN'S RECORD FIELDS  *
004840* BACK INTO THE VALLOAD IMAGE, RE-PACKING THE BINARY    *
004850* AND PACKED BALANCES.  A FIELD IN THE WRONG FORMAT     *
004860* REFUSES THE CORRECTION AND THE IMAGE IS UNCHANGED.    *
004870*------------------------------------------------------*
004880 2350-REBUILD-VALLOAD.
004890     IF SM-V-KEY = '99999999'
004900         DISPLAY 'SUSPMNT - KEY 99999999 IS RESERVED FOR '
004910             'THE TRAILER'
004920         SET FIELDS-REJECTED TO TRUE
004930         GO TO 2350-EXIT.
004940     MOVE SUSP-IMAGE (1:84) TO VARIABLES.
004950     MOVE SPACES TO WS-REASON.
004960     MOVE SM-V-SIGNED TO WS-CONV-SIGNED.
004970     PERFORM 2700-CONVERT-SIGNED THRU 2700-EXIT.
004980     IF WS-REASON NOT = SPACES
004990         DISPLAY 'SUSPMNT - SIGNED: ' WS-REASON
005000         SET FIELDS-REJECTED TO TRUE
005010         GO TO 2350-EXIT.
005020     MOVE WS-CONV-VALUE TO VARIABLES-SIGNED-NUMERIC.
005030     MOVE SM-V-COMP TO WS-CONV-SIGNED.
005040     PERFORM 2700-CONVERT-SIGNED THRU 2700-EXIT.
005050     IF WS-REASON NOT = SPACES
005060         DISPLAY 'SUSPMNT - COMP: ' WS-REASON
005070         SET FIELDS-REJECTED TO TRUE
005080         GO TO 2350-EXIT.
005090     MOVE WS-CONV-VALUE TO VARIABLES-COMP-NUMERIC.
005100     MOVE SM-V-COMP3 TO WS-CONV-AMOUNT.
005110     PERFORM 2750-CONVERT-AMOUNT THRU 2750-EXIT.
005120     IF WS-REASON NOT = SPACES
005130         DISPLAY 'SUSPMNT - COMP-3: ' WS-REASON
005140         SET FIELDS-REJECTED TO TRUE
005150         GO TO 2350-EXIT.
005160     MOVE WS-CONV-AMT-VALUE TO VARIABLES-COMP-3-NUMERIC.
005170     MOVE SM-V-KEY     TO VK-KEY-ALPHA.
005180     MOVE VK-KEY-NUMERIC TO VARIABLES-NUMERIC.
005190     MOVE SM-V-OCCURS  TO WV-OCCURS.
005200     MOVE SM-V-PAIRS   TO WV-PAIRS.
005210     MOVE VARIABLES    TO SUSP-IMAGE.
005220     MOVE SM-V-KEY     TO SUSP-ITEM-KEY.
005230 2350-EXIT.
005240     EXIT.
005250*------------------------------------------------------*
005260* 2380-REBUILD-TEXT TAKES THE SCREEN'S IMAGE LINES AS    *
005270* THE NEW IMAGE.  A TRANSACTION CARD IS 80 BYTES, SO     *
005280* ANYTHING KEYED PAST COLUMN 80 OF A VARBATCH ITEM IS    *
005290* DROPPED.  THE ITEM KEY IS TAKEN FROM THE NEW IMAGE.    *
005300*------------------------------------------------------*
005310 2380-REBUILD-TEXT.
005320     MOVE SM-IMAGE-LINES TO SUSP-IMAGE.
005330     IF SUSP-FROM-VARBATCH
005340         MOVE SPACES TO SUSP-IMAGE (81:120)
005350         MOVE SUSP-IMAGE (2:8) TO SUSP-ITEM-KEY
005360     ELSE
005370         MOVE SPACES TO SUSP-ITEM-KEY
005380         UNSTRING SUSP-IMAGE DELIMITED BY ','
005390             INTO SUSP-ITEM-KEY.
005400 2380-EXIT.
005410     EXIT.
005420*------------------------------------------------------*
005430* 2400-RELEASE-ITEM RELEASES AN OPEN ITEM FOR SUSPRSUB   *
005440* TO SEND BACK TO ITS SOURCE PROGRAM ON ITS NEXT RUN.    *
005450*------------------------------------------------------*
005460 2400-RELEASE-ITEM.
005470     PERFORM 2050-READ-ITEM THRU 2050-EXIT.
005480     IF NOT ITEM-FOUND
005490         GO TO 2400-EXIT.
005500     IF NOT SUSP-OPEN
005510         DISPLAY 'SUSPMNT - ONLY AN OPEN ITEM CAN BE '
005520             'RELEASED'
005530         GO TO 2400-EXIT.
005540     IF SUSP-FROM-VALLOAD
005550         AND SUSP-ITEM-KEY = '99999999'
005560         DISPLAY 'SUSPMNT - KEY 99999999 IS RESERVED FOR '
005570             'THE TRAILER - CORRECT IT FIRST'
005580         GO TO 2400-EXIT.
005590     SET SUSP-RELEASED TO TRUE.
005600     PERFORM 2600-STAMP-ITEM THRU 2600-EXIT.
005610     REWRITE SUSPENSE-RECORD
005620         INVALID KEY
005630             DISPLAY 'SUSPMNT - REWRITE FAILED'
005640             GO TO 2400-EXIT.
005650     DISPLAY 'SUSPMNT - RELEASED ' SUSP-SOURCE ' KEY '
005660         SUSP-ITEM-KEY.
005670 2400-EXIT.
005680     EXIT.
005690*------------------------------------------------------*
005700* 2500-WRITE-OFF-ITEM CLOSES AN ITEM THAT WILL NEVER BE  *
005710* RESUBMITTED - A DUPLICATE, OR ONE PUT RIGHT BY OTHER   *
005720* MEANS.  IT STAYS ON FILE AS THE RECORD OF WHO DID IT.  *
005730*------------------------------------------------------*
005740 2500-WRITE-OFF-ITEM.
005750     PERFORM 2050-READ-ITEM THRU 2050-EXIT.
005760     IF NOT ITEM-FOUND
005770         GO TO 2500-EXIT.
005780     IF NOT SUSP-OPEN AND NOT SUSP-RELEASED
005790         DISPLAY 'SUSPMNT - ITEM IS ALREADY CLOSED'
005800         GO TO 2500-EXIT.
005810     SET SUSP-WRITTEN-OFF TO TRUE.
005820     PERFORM 2600-STAMP-ITEM THRU 2600-EXIT.
005830     REWRITE SUSPENSE-RECORD
005840         INVALID KEY
005850             DISPLAY 'SUSPMNT - REWRITE FAILED'
005860             GO TO 2500-EXIT.
005870     DISPLAY 'SUSPMNT - WRITTEN OFF ' SUSP-SOURCE ' KEY '
005880         SUSP-ITEM-KEY.
005890 2500-EXIT.
005900     EXIT.
005910*------------------------------------------------------*
005920 2600-STAMP-ITEM.
005930     MOVE WS-SIGNON-ID TO SUSP-CORRECT-USER.
005940     ACCEPT SUSP-CORRECT-DATE FROM DATE YYYYMMDD.
005950     ACCEPT SUSP-CORRECT-TIME FROM TIME.
005960 2600-EXIT.
005970     EXIT.
005980*------------------------------------------------------*
005990* 2700-CONVERT-SIGNED DECODES A SIGN-THEN-8-DIGITS FIELD *
006000* FROM WS-CONV-SIGNED INTO WS-CONV-VALUE, AS VARBATCH'S  *
006010* 2500 DOES.                                             *
006020*------------------------------------------------------*
006030 2700-CONVERT-SIGNED.
006040     IF WS-CONV-SIGN NOT = SPACE AND '-' AND '+'
006050         MOVE 'BAD SIGN' TO WS-REASON
006060         GO TO 2700-EXIT.
006070     IF WS-CONV-DIGITS NOT NUMERIC
006080         MOVE 'BAD DIGITS' TO WS-REASON
006090         GO TO 2700-EXIT.
006100     MOVE WS-CONV-DIGITS-NUM TO WS-CONV-VALUE.
006110     IF WS-CONV-SIGN = '-'
006120         COMPUTE WS-CONV-VALUE = WS-CONV-VALUE * -1.
006130 2700-EXIT.
006140     EXIT.
006150*------------------------------------------------------*
006160* 2750-CONVERT-AMOUNT DECODES A -9(08).9(02) FIELD FROM  *
006170* WS-CONV-AMOUNT INTO WS-CONV-AMT-VALUE, AS VARIMPRT'S   *
006180* 3200 DOES.                                             *
006190*------------------------------------------------------*
006200 2750-CONVERT-AMOUNT.
006210     IF WS-CONV-AMT-SIGN NOT = SPACE AND '-' AND '+'
006220         MOVE 'BAD SIGN' TO WS-REASON
006230         GO TO 2750-EXIT.
006240     IF WS-CONV-AMT-DIGITS NOT NUMERIC
006250         MOVE 'BAD DIGITS' TO WS-REASON
006260         GO TO 2750-EXIT.
006270     IF WS-CONV-AMT-POINT NOT = '.'
006280         MOVE 'BAD DECIMAL POINT' TO WS-REASON
006290         GO TO 2750-EXIT.
006300     IF WS-CONV-AMT-DEC NOT NUMERIC
006310         MOVE 'BAD DECIMALS' TO WS-REASON
006320         GO TO 2750-EXIT.
006330     MOVE WS-CONV-AMT-DIGITS TO WS-CONV-AMT-INT-PART.
006340     MOVE WS-CONV-AMT-DEC    TO WS-CONV-AMT-DEC-PART.
006350     MOVE WS-CONV-AMT-NUMERIC TO WS-CONV-AMT-VALUE.
006360     IF WS-CONV-AMT-SIGN = '-'
006370         COMPUTE WS-CONV-AMT-VALUE =
006380             WS-CONV-AMT-VALUE * -1.
006390 2750-EXIT.
006400     EXIT.
006410*------------------------------------------------------*
006420 3000-TERMINATE.
006430     CLOSE SUSPENSE-FILE.
006440     CLOSE OPERPROF-FILE.
006450 3000-EXIT.
006460     EXIT.
