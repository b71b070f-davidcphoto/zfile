000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SUSPRSUB.
000030 AUTHOR.        D PHOTO.
000040 INSTALLATION.  DATA CONTROL.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*------------------------------------------------------*
000080* MODIFICATION HISTORY                                *
000090*------------------------------------------------------*
000100*  DATE       INIT DESCRIPTION                        *
000110*  2026-10-15  DCP INITIAL VERSION - SENDS RELEASED     *
000120*                  SUSPENSE ITEMS BACK TO THEIR SOURCE  *
000130*                  PROGRAMS AS ORDINARY INPUT FILES.    *
000140*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS       *
000150*                  CALLED AT START, ENDING THE RUN WITH *
000160*                  RC 12 BEFORE ANY FILE IS OPENED WHEN *
000170*                  A PREDECESSOR HAS NOT COMPLETED FOR  *
000180*                  THE CYCLE, AND AT END TO RECORD THE  *
000190*                  RETURN CODE ON CYCLSTAT.             *
000200*  2026-10-15  DCP RSUBVAR IS NOW APPENDED TO AND READ  *
000210*                  BEHIND THE NEXT NIGHT'S VARIN BY     *
000220*                  VALLOADR RATHER THAN RUN ON ITS OWN. *
000230*------------------------------------------------------*
000240*
000250* PURPOSE.
000260*   READS THE COMMON SUSPENSE KSDS (SUSPREC.CPY) END TO
000270*   END AND WRITES EVERY ITEM AN OPERATOR HAS RELEASED ON
000280*   SUSPMNT TO AN INPUT FILE FOR THE PROGRAM THAT
000290*   REJECTED IT, IN THAT PROGRAM'S OWN INPUT LAYOUT:
000300*     RSUBVAR - VALLOAD ITEMS, TESTES.CPY RECORDS SEALED
000310*               WITH A CONTROL-TOTAL TRAILER (VARTRLR.CPY)
000320*               LIKE EVERY MASTER FILE IN THE SUITE
000330*     RSUBTRN - VARBATCH ITEMS, 80-BYTE TRANSACTION CARDS
000340*     RSUBCSV - VARIMPRT ITEMS, CSV ROWS WITH NO HEADER
000350*               ROW (VARIMPRT SKIPS ONE ONLY IF PRESENT)
000360*   EACH FILE IS THEN RUN AS VARIN, TRANIN OR CSVIN
000370*   THROUGH ITS SOURCE PROGRAM, SO A RESUBMITTED ITEM
000380*   PASSES THE SAME EDITS AS THE DAY'S OTHER INPUT.  ONE
000390*   THAT FAILS AGAIN IS SUSPENDED AGAIN AS A NEW ITEM.
000400*
000410*   RSUBVAR IS NOT RUN THROUGH VALLOAD ON ITS OWN.  IT IS
000420*   ALLOCATED DISP=MOD, SO EACH RUN APPENDS ONE SEALED
000430*   SECTION, AND THE NEXT NIGHT'S VALLOADR CONCATENATES IT
000440*   BEHIND VARUNLD'S VARIN.  VALLOAD VERIFIES AND EDITS
000450*   EACH SECTION AFTER THE NIGHT'S TRAILER, COUNTS IT
000460*   APART, AND KEEPS IT OUT OF ITS RUNCTL RECORD, SO
000470*   RUNBAL STILL CROSS-FOOTS THE NIGHT'S FILE ALONE.
000480*   VALLOAD ONLY EDITS - IT DOES NOT UPDATE VARMSTR - SO
000490*   A VALLOAD ITEM THAT NOW PASSES HAS PROVED ITS
000500*   CORRECTION AND NO MORE.  A VALLOAD ITEM IS CLOSED BY
000510*   CORRECTING THE MASTER THROUGH TABMAINT OR VARBATCH,
000511*   AS ANY MASTER FIX IS, AND WRITING THE ITEM OFF ON
000512*   SUSPMNT - NOT BY RESUBMITTING IT.  UNTIL THE MASTER
000513*   IS PUT RIGHT VALLOAD GOES ON REJECTING THE RECORD,
000514*   AND SUSPENDS IT AS A NEW ITEM ONCE NO VALLOAD ITEM
000515*   FOR THE KEY IS LEFT OPEN OR RELEASED.
000520*
000530*   EACH ITEM WRITTEN IS MARKED RESUBMITTED ('S') WITH
000540*   TODAY'S DATE AND IS NOT PICKED UP AGAIN.  A VALLOAD
000550*   ITEM WHOSE KEY IS THE RESERVED TRAILER KEY 99999999
000560*   WOULD END ITS FILE EARLY; IT IS LEFT RELEASED AND
000570*   REPORTED, AND THE RUN ENDS WITH RETURN-CODE 8.  A
000580*   SUSPENSE FILE THAT CANNOT BE OPENED OR REWRITTEN IS
000590*   RETURN-CODE 16.
000600*------------------------------------------------------*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER. IBM-370.
000640 OBJECT-COMPUTER. IBM-370.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT SUSPENSE-FILE  ASSIGN TO SUSPENSE
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000691         RECORD KEY IS SUSP-KEY
000692         ALTERNATE RECORD KEY IS SUSP-ITEM-KEY
000700             WITH DUPLICATES
000710         FILE STATUS IS WS-SUSP-STATUS.
000720     SELECT RESUB-VAR-FILE ASSIGN TO RSUBVAR
000730         ORGANIZATION IS SEQUENTIAL.
000740     SELECT RESUB-TRN-FILE ASSIGN TO RSUBTRN
000750         ORGANIZATION IS SEQUENTIAL.
000760     SELECT RESUB-CSV-FILE ASSIGN TO RSUBCSV
000770         ORGANIZATION IS SEQUENTIAL.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  SUSPENSE-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY "SUSPREC.cpy".
000830 FD  RESUB-VAR-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY "testes.cpy".
000870 FD  RESUB-TRN-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  RESUB-TRN-LINE         PIC X(80).
000910 FD  RESUB-CSV-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  RESUB-CSV-LINE         PIC X(200).
000950 WORKING-STORAGE SECTION.
000960     COPY "VARKEY.cpy".
000970     COPY "VARTRLR.cpy".
000980     COPY "VARTRLWS.cpy".
000990 01  WS-SWITCHES.
001000     05 WS-EOF-SW           PIC X(01) VALUE 'N'.
001010        88 END-OF-FILE      VALUE 'Y'.
001020     05 WS-FATAL-SW         PIC X(01) VALUE 'N'.
001030        88 FATAL-ERROR      VALUE 'Y'.
001040     05 WS-REFUSE-SW        PIC X(01) VALUE 'N'.
001050        88 ITEM-REFUSED     VALUE 'Y'.
001060 01  WS-SUSP-STATUS         PIC X(02).
001070 01  WS-TODAY-DATE          PIC 9(08).
001080 01  WS-COUNTERS.
001090     05 WS-ITEMS-READ       PIC 9(09) COMP VALUE ZERO.
001100     05 WS-RESUB-VALLOAD    PIC 9(09) COMP VALUE ZERO.
001110     05 WS-RESUB-VARBATCH   PIC 9(09) COMP VALUE ZERO.
001120     05 WS-RESUB-VARIMPRT   PIC 9(09) COMP VALUE ZERO.
001130     05 WS-ITEMS-REFUSED    PIC 9(09) COMP VALUE ZERO.
001140     COPY "CYCLPARM.cpy".
001150 PROCEDURE DIVISION.
001160 0000-MAINLINE.
001170     PERFORM 9800-CYCLE-START  THRU 9800-EXIT.
001180     PERFORM 1000-INITIALIZE   THRU 1000-EXIT.
001190     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
001200         UNTIL END-OF-FILE
001210         OR FATAL-ERROR.
001220     PERFORM 3000-TERMINATE    THRU 3000-EXIT.
001230     IF FATAL-ERROR
001240         MOVE 16 TO RETURN-CODE
001250     ELSE
001260         IF WS-ITEMS-REFUSED > ZERO
001270             MOVE 8 TO RETURN-CODE.
001280     PERFORM 9900-CYCLE-END    THRU 9900-EXIT.
001290     STOP RUN.
001300*------------------------------------------------------*
001310 1000-INITIALIZE.
001320     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001330     OPEN I-O    SUSPENSE-FILE.
001340     OPEN OUTPUT RESUB-VAR-FILE.
001350     OPEN OUTPUT RESUB-TRN-FILE.
001360     OPEN OUTPUT RESUB-CSV-FILE.
001370     IF WS-SUSP-STATUS NOT = '00'
001380         DISPLAY 'SUSPRSUB - SUSPENSE FILE UNAVAILABLE, '
001390             'STATUS ' WS-SUSP-STATUS
001400         SET FATAL-ERROR TO TRUE
001410         SET END-OF-FILE TO TRUE.
001420 1000-EXIT.
001430     EXIT.
001440*------------------------------------------------------*
001450* 2000-PROCESS-ITEM READS THE NEXT SUSPENSE ITEM AND, IF *
001460* IT IS RELEASED, WRITES IT TO ITS SOURCE'S RESUBMIT    *
001470* FILE AND MARKS IT RESUBMITTED.  EVERY OTHER ITEM IS   *
001480* PASSED OVER.                                         *
001490*------------------------------------------------------*
001500 2000-PROCESS-ITEM.
001510     READ SUSPENSE-FILE NEXT RECORD
001520         AT END
001530             SET END-OF-FILE TO TRUE
001540             GO TO 2000-EXIT.
001550     ADD 1 TO WS-ITEMS-READ.
001560     IF NOT SUSP-RELEASED
001570         GO TO 2000-EXIT.
001580     MOVE 'N' TO WS-REFUSE-SW.
001590     EVALUATE TRUE
001600         WHEN SUSP-FROM-VALLOAD
001610             PERFORM 2100-WRITE-VALLOAD  THRU 2100-EXIT
001620         WHEN SUSP-FROM-VARBATCH
001630             MOVE SUSP-IMAGE (1:80) TO RESUB-TRN-LINE
001640             WRITE RESUB-TRN-LINE
001650             ADD 1 TO WS-RESUB-VARBATCH
001660         WHEN SUSP-FROM-VARIMPRT
001670             MOVE SUSP-IMAGE TO RESUB-CSV-LINE
001680             WRITE RESUB-CSV-LINE
001690             ADD 1 TO WS-RESUB-VARIMPRT
001700         WHEN OTHER
001710             DISPLAY 'SUSPRSUB - UNKNOWN SOURCE ' SUSP-SOURCE
001720                 ' ON ITEM ' SUSP-RUN-DATE ' ' SUSP-RUN-TIME
001730                 ' ' SUSP-SEQ ', LEFT RELEASED'
001740             ADD 1 TO WS-ITEMS-REFUSED
001750             SET ITEM-REFUSED TO TRUE
001760     END-EVALUATE.
001770     IF ITEM-REFUSED
001780         GO TO 2000-EXIT.
001790     SET SUSP-RESUBMITTED TO TRUE.
001800     MOVE WS-TODAY-DATE TO SUSP-RESUBMIT-DATE.
001810     REWRITE SUSPENSE-RECORD
001820         INVALID KEY
001830             DISPLAY 'SUSPRSUB - SUSPENSE REWRITE FAILED, '
001840                 'STATUS ' WS-SUSP-STATUS
001850             SET FATAL-ERROR TO TRUE.
001860 2000-EXIT.
001870     EXIT.
001880*------------------------------------------------------*
001890* 2100-WRITE-VALLOAD WRITES A VALLOAD ITEM TO RSUBVAR,   *
001900* ACCUMULATING THE TRAILER CONTROL TOTALS THE SAME WAY  *
001910* EVERY PRODUCER OF A MASTER FILE DOES.  THE RESERVED   *
001920* TRAILER KEY IS REFUSED AND THE ITEM STAYS RELEASED.   *
001930*------------------------------------------------------*
001940 2100-WRITE-VALLOAD.
001950     MOVE SUSP-IMAGE (1:84) TO VARIABLES.
001960     MOVE VARIABLES-NUMERIC TO VK-KEY-NUMERIC.
001970     IF VK-KEY-ALPHA = '99999999'
001980         DISPLAY 'SUSPRSUB - VALLOAD ITEM ' SUSP-RUN-DATE
001990             ' ' SUSP-RUN-TIME ' ' SUSP-SEQ
002000             ' CARRIES THE TRAILER KEY, LEFT RELEASED'
002010         ADD 1 TO WS-ITEMS-REFUSED
002020         SET ITEM-REFUSED TO TRUE
002030         GO TO 2100-EXIT.
002040     ADD 1 TO TRLC-RECORD-COUNT.
002050     IF VARIABLES-SIGNED-NUMERIC NUMERIC
002060         ADD VARIABLES-SIGNED-NUMERIC TO TRLC-SIGNED-HASH.
002070     IF VARIABLES-COMP-3-NUMERIC NUMERIC
002080         ADD VARIABLES-COMP-3-NUMERIC TO TRLC-COMP3-HASH.
002090     WRITE VARIABLES.
002100     ADD 1 TO WS-RESUB-VALLOAD.
002110 2100-EXIT.
002120     EXIT.
002130*------------------------------------------------------*
002140* 3000-TERMINATE SEALS RSUBVAR - EVEN WHEN EMPTY, SO THE *
002150* VALLOAD RUN THAT READS IT CAN PROVE IT COMPLETE - AND *
002160* DISPLAYS THE COUNTS.  A FATAL RUN LEAVES IT UNSEALED.  *
002170*------------------------------------------------------*
002180 3000-TERMINATE.
002190     IF FATAL-ERROR
002200         GO TO 3000-CLOSE.
002210     MOVE SPACES            TO TRAILER-RECORD.
002220     MOVE '99999999'        TO TRLR-KEY-PREFIX.
002230     MOVE '99999999'        TO TRLR-KEY.
002240     MOVE TRLC-RECORD-COUNT TO TRLR-RECORD-COUNT.
002250     MOVE TRLC-SIGNED-HASH  TO TRLR-SIGNED-HASH.
002260     MOVE TRLC-COMP3-HASH   TO TRLR-COMP3-HASH.
002270     MOVE TRAILER-RECORD    TO VARIABLES.
002280     WRITE VARIABLES.
002290     SET TRAILER-FOUND TO TRUE.
002300     DISPLAY 'SUSPRSUB - SUSPENSE ITEMS READ. . : '
002310         WS-ITEMS-READ.
002320     DISPLAY 'SUSPRSUB - RESUBMITTED VALLOAD. . : '
002330         WS-RESUB-VALLOAD.
002340     DISPLAY 'SUSPRSUB - RESUBMITTED VARBATCH . : '
002350         WS-RESUB-VARBATCH.
002360     DISPLAY 'SUSPRSUB - RESUBMITTED VARIMPRT . : '
002370         WS-RESUB-VARIMPRT.
002380     DISPLAY 'SUSPRSUB - LEFT RELEASED. . . . . : '
002390         WS-ITEMS-REFUSED.
002400 3000-CLOSE.
002410     CLOSE SUSPENSE-FILE.
002420     CLOSE RESUB-VAR-FILE.
002430     CLOSE RESUB-TRN-FILE.
002440     CLOSE RESUB-CSV-FILE.
002450 3000-EXIT.
002460     EXIT.
002470*------------------------------------------------------*
002480* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY) WHETHER *
002490* THIS RUN MAY GO AHEAD IN THE CYCLE.  A REFUSED RUN    *
002500* ENDS WITH RC 12, AND A CYCLSTAT THAT CANNOT BE USED   *
002510* WITH RC 16, BOTH BEFORE ANY DATA FILE IS OPENED.      *
002520*------------------------------------------------------*
002530 9800-CYCLE-START.
002540     MOVE 'SUSPRSUB' TO CYCG-PROGRAM.
002550     SET CYCG-START TO TRUE.
002560     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002570     IF CYCG-CLEARED
002580         GO TO 9800-EXIT.
002590     IF CYCG-BLOCKED
002600         MOVE 12 TO RETURN-CODE
002610     ELSE
002620         MOVE 16 TO RETURN-CODE.
002630     STOP RUN.
002640 9800-EXIT.
002650     EXIT.
002660*------------------------------------------------------*
002670* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON       *
002680* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS PUT  *
002690* BACK AFTERWARDS.                                      *
002700*------------------------------------------------------*
002710 9900-CYCLE-END.
002720     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
002730     SET CYCG-END TO TRUE.
002740     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
002750     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
002760 9900-EXIT.
002770     EXIT.
