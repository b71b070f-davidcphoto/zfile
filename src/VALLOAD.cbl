000364*                  (CODEREC.CPY) - A CODE OUTSIDE          *
000365*                  CODE-EFF-FROM/CODE-EFF-TO IS REFUSED    *
000366*                  THE SAME AS AN INACTIVE ONE.            *
000367*  2026-10-15  DCP EVERY REJECT ALSO GOES TO THE COMMON  *
000368*                  SUSPENSE KSDS (SUSPREC.CPY) WITH THE    *
000369*                  RECORD AS READ, FOR CORRECTION ON       *
000370*                  SUSPMNT AND RESUBMISSION BY SUSPRSUB.   *
000371*  2026-10-15  DCP BATCH CYCLE GATE - CYCLGATE IS CALLED   *
000372*                  AT START, ENDING THE RUN WITH RC 12     *
000373*                  BEFORE ANY FILE IS OPENED WHEN A        *
000374*                  PREDECESSOR HAS NOT COMPLETED FOR THE   *
000375*                  CYCLE, AND AT END TO RECORD THE RETURN  *
000376*                  CODE ON CYCLSTAT.                       *
000377*  2026-10-15  DCP RUNCTL STAMPED WITH THE CYCLE'S         *
000378*                  BUSINESS DATE FROM CYCLGATE, NOT THE    *
000379*                  CLOCK.                                  *
000380*  2026-10-15  DCP A SEALED SECTION AFTER THE TRAILER IS   *
000381*                  A SUSPRSUB RESUBMISSION: VERIFIED ON    *
000382*                  ITS OWN TRAILER, EDITED AND COUNTED     *
000383*                  APART, AND KEPT OUT OF RUNCTL.          *
000384*  2026-10-15  DCP A REJECT ALREADY OPEN OR RELEASED IN    *
000385*                  SUSPENSE FOR THE SAME KEY IS NOT        *
000386*                  SUSPENDED AGAIN EACH NIGHT.             *
000387*----------------------------------------------------*
000388*
000389* PURPOSE.
000390*   READS A SEQUENTIAL FILE BUILT FROM THE VARIABLES
000391*   RECORD LAYOUT (TEST/TESTES.CPY) AND VALIDATES EACH
000400*   RECORD BEFORE IT FLOWS TO DOWNSTREAM PROCESSING.
000410*   RECORDS THAT FAIL EDIT ARE WRITTEN TO AN EXCEPTION
000420*   REPORT RATHER THAN BEING PASSED ALONG.
000560*   1200-SKIP-ONE CHECKS THAT EACH KEY IT SKIPS IS NOT
000570*   LESS THAN THE ONE BEFORE IT AND ABORTS THE RUN IF IT
000580*   FINDS ONE OUT OF SEQUENCE, THE SAME WAY VARKSDS FAILS
000581*   FAST ON WS-FILE-STATUS 21 RATHER THAN LOAD SILENTLY
000582*   WRONG.
000583*
000584*   EVERY RECORD REJECTED TO THE EXCEPTION REPORT IS ALSO
000585*   WRITTEN, EXACTLY AS READ, TO THE COMMON SUSPENSE KSDS
000586*   (SUSPREC.CPY) WITH THE RUN DATE AND THE REASON.  A
000587*   SUSPENSE FILE THAT CANNOT BE OPENED IS RC 16 BEFORE
000588*   ANY RECORD IS READ - A REJECT MUST NOT GO MISSING.
000589*   A BAD RECORD STAYS ON THE MASTER UNTIL IT IS PUT
000590*   RIGHT, SO IT IS REJECTED EVERY NIGHT; WHILE A VALLOAD
000591*   ITEM FOR ITS KEY IS STILL OPEN OR RELEASED IT IS NOT
000592*   SUSPENDED AGAIN (SUSP-ITEM-KEY IS AN ALTERNATE KEY)
000593*   AND IS ONLY COUNTED ON THE EXCEPTION REPORT.
000594*
000595*   VARIN MAY CARRY FURTHER SECTIONS AFTER THE NIGHT'S
000596*   TRAILER - THE VALLOAD ITEMS SUSPRSUB HAS RELEASED
000597*   FROM SUSPENSE, CONCATENATED BEHIND VARIN BY
000598*   JCL/VALLOADR.JCL, EACH SEALED WITH ITS OWN TRAILER.
000599*   EVERY SECTION IS VERIFIED AGAINST ITS OWN TRAILER.
000600*   A RESUBMITTED RECORD IS EDITED AND SUSPENDED AGAIN
000601*   ON FAILURE LIKE ANY OTHER, BUT COUNTED SEPARATELY ON
000602*   THE EXCEPTION REPORT: IT IS NOT PART OF THE MASTER
000603*   VARUNLD UNLOADED, SO THE RUNCTL COUNTS AND HASHES
000604*   STAY THOSE OF THE FIRST SECTION AND RUNBAL STILL
000605*   FOOTS VALLOAD TO VARUNLD.  NO CHECKPOINT IS TAKEN
000606*   INSIDE A RESUBMITTED SECTION AND A RESTART SKIP
000607*   STOPS AT THE FIRST ONE.
000610*----------------------------------------------------*
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000756         FILE STATUS IS WS-CODE-STATUS.
000757     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000758         ORGANIZATION IS SEQUENTIAL.
000759     SELECT SUSPENSE-FILE  ASSIGN TO SUSPENSE
000760         ORGANIZATION IS INDEXED
000761         ACCESS MODE IS DYNAMIC
000762         RECORD KEY IS SUSP-KEY
000763         ALTERNATE RECORD KEY IS SUSP-ITEM-KEY
000764             WITH DUPLICATES
000765         FILE STATUS IS WS-SUSP-STATUS.
000766 DATA DIVISION.
000770 FILE SECTION.
000780 FD  VARIABLES-FILE
000790     RECORDING MODE IS F
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY "RUNCREC.cpy".
001021 FD  SUSPENSE-FILE
001022     LABEL RECORDS ARE STANDARD.
001023     COPY "SUSPREC.cpy".
001030 WORKING-STORAGE SECTION.
001040     COPY "VARKEY.cpy".
001050     COPY "VARTRLR.cpy".
001130        88 RESTART-REQUESTED VALUE 'Y'.
001140     05 WS-FATAL-SW         PIC X(01) VALUE 'N'.
001150        88 FATAL-ERROR      VALUE 'Y'.
001151     05 WS-RESUB-SW         PIC X(01) VALUE 'N'.
001152        88 IN-RESUBMISSION  VALUE 'Y'.
001153     05 WS-SUSP-SCAN-SW     PIC X(01).
001154        88 SUSP-SCAN-DONE   VALUE 'Y'.
001155        88 SUSP-ITEM-HELD   VALUE 'H'.
001160 01  WS-RESTART-KEY         PIC X(08) VALUE SPACES.
001170 01  WS-PREV-SKIP-KEY       PIC X(08) VALUE LOW-VALUES.
001180 01  WS-LAST-CHECKPT.
001250     05 WS-RECORDS-VALID    PIC 9(09) COMP VALUE ZERO.
001260     05 WS-RECORDS-REJECT   PIC 9(09) COMP VALUE ZERO.
001270     05 WS-CHECKPT-COUNT    PIC 9(09) COMP VALUE ZERO.
001271     05 WS-RESUB-READ       PIC 9(09) COMP VALUE ZERO.
001272     05 WS-RESUB-VALID      PIC 9(09) COMP VALUE ZERO.
001273     05 WS-RESUB-REJECT     PIC 9(09) COMP VALUE ZERO.
001274     05 WS-ALREADY-SUSP     PIC 9(09) COMP VALUE ZERO.
001275 01  WS-NIGHT-TOTALS.
001276     05 WS-NIGHT-SIGNED-HASH PIC S9(13) COMP-3 VALUE ZERO.
001277     05 WS-NIGHT-COMP3-HASH PIC S9(13)V9(02) COMP-3
001278                            VALUE ZERO.
001280 01  VL-CHECKPT-INTERVAL    PIC 9(05) COMP VALUE 1000.
001290 01  WS-EDIT-FIELDS.
001300     05 WS-REASON           PIC X(40).
001310 01  WS-CODE-STATUS         PIC X(02).
001320 01  WS-TODAY-DATE          PIC 9(08) VALUE ZERO.
001321 01  WS-RUN-TIME            PIC 9(08) VALUE ZERO.
001322 01  WS-SUSP-STATUS         PIC X(02).
001330 01  WS-CODE-CHECK.
001340     05 WS-CHECK-CODE       PIC X(02).
001350     05 WS-CODE-OK-SW       PIC X(01).
001430 01  WS-SUB                 PIC 9(01) COMP.
001440 01  WS-HEADING-1            PIC X(50) VALUE
001450     'VALLOAD  EXCEPTION REPORT - BAD VARIABLES RECORD'.
001451 01  WS-HEADING-2            PIC X(50) VALUE
001452     'RESUBMITTED FROM SUSPENSE (SUSPRSUB)'.
001460 01  WS-DETAIL-LINE.
001470     05 DL-KEY              PIC X(10).
001480     05 DL-REASON           PIC X(40).
001560     05 TL-VALID            PIC ZZZ,ZZZ,ZZ9.
001570     05 FILLER              PIC X(03) VALUE SPACES.
001580     05 FILLER              PIC X(18) VALUE
001581            'RECORDS REJECT. .'.
001582     05 TL-REJECT           PIC ZZZ,ZZZ,ZZ9.
001583 01  WS-RESUB-TOTAL-LINE.
001584     05 FILLER              PIC X(16) VALUE
001585            'RESUBMIT READ .'.
001586     05 RTL-READ            PIC ZZZ,ZZZ,ZZ9.
001587     05 FILLER              PIC X(03) VALUE SPACES.
001588     05 FILLER              PIC X(16) VALUE
001589            'RESUBMIT VALID.'.
001590     05 RTL-VALID           PIC ZZZ,ZZZ,ZZ9.
001591     05 FILLER              PIC X(03) VALUE SPACES.
001592     05 FILLER              PIC X(18) VALUE
001593            'RESUBMIT REJECT .'.
001594     05 RTL-REJECT          PIC ZZZ,ZZZ,ZZ9.
001595 01  WS-ALREADY-SUSP-LINE.
001596     05 FILLER              PIC X(36) VALUE
001597            'REJECTS ALREADY IN SUSPENSE, NOT RE-'.
001598     05 FILLER              PIC X(12) VALUE
001599            'SUSPENDED . '.
001600     05 ASL-COUNT           PIC ZZZ,ZZZ,ZZ9.
001601     COPY "CYCLPARM.cpy".
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001621     PERFORM 9800-CYCLE-START THRU 9800-EXIT.
001630     PERFORM 1000-INITIALIZE  THRU 1000-EXIT.
001640     IF RESTART-REQUESTED
001650         PERFORM 1100-SKIP-TO-RESTART THRU 1100-EXIT.
001680     PERFORM 3000-TERMINATE   THRU 3000-EXIT.
001690     IF FATAL-ERROR
001700         MOVE 16 TO RETURN-CODE.
001701     PERFORM 9900-CYCLE-END   THRU 9900-EXIT.
001710     STOP RUN.
001720*----------------------------------------------------*
001730 1000-INITIALIZE.
001740     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001741     ACCEPT WS-RUN-TIME FROM TIME.
001750     OPEN INPUT  VARIABLES-FILE.
001760     OPEN INPUT  CODEREF-FILE.
001770     IF WS-CODE-STATUS NOT = '00'
001780         DISPLAY 'VALLOAD - CODE REFERENCE FILE '
001781             'UNAVAILABLE, STATUS ' WS-CODE-STATUS
001782         SET FATAL-ERROR TO TRUE
001783         SET END-OF-FILE TO TRUE.
001784     OPEN I-O    SUSPENSE-FILE.
001785     IF WS-SUSP-STATUS = '35'
001786         OPEN OUTPUT SUSPENSE-FILE
001787         CLOSE SUSPENSE-FILE
001788         OPEN I-O SUSPENSE-FILE.
001789     IF WS-SUSP-STATUS NOT = '00'
001790         DISPLAY 'VALLOAD - SUSPENSE FILE UNAVAILABLE, '
001791             'STATUS ' WS-SUSP-STATUS
001800         SET FATAL-ERROR TO TRUE
001810         SET END-OF-FILE TO TRUE.
001820     OPEN OUTPUT EXCEPTION-RPT.
002390     MOVE VK-KEY-ALPHA      TO WS-PREV-SKIP-KEY.
002400     PERFORM 1200-SKIP-ONE THRU 1200-EXIT
002410         UNTIL END-OF-FILE
002420         OR VK-KEY-ALPHA > WS-RESTART-KEY
002421         OR IN-RESUBMISSION.
002430 1100-EXIT.
002440     EXIT.
002450*----------------------------------------------------*
002540 1200-SKIP-ONE.
002550     PERFORM 2400-READ-MASTER THRU 2400-EXIT.
002560     IF NOT END-OF-FILE
002561        AND NOT IN-RESUBMISSION
002570         MOVE VARIABLES-NUMERIC TO VK-KEY-NUMERIC
002580         IF VK-KEY-ALPHA NOT > WS-PREV-SKIP-KEY
002590             DISPLAY 'VALLOAD - VARIN OUT OF SEQUENCE AT '
002680     EXIT.
002690*----------------------------------------------------*
002700 2000-PROCESS-FILE.
002701     IF IN-RESUBMISSION
002702         PERFORM 2600-PROCESS-RESUB THRU 2600-EXIT
002703         GO TO 2000-EXIT.
002710     ADD 1 TO WS-RECORDS-READ.
002720     MOVE SPACES TO WS-REASON.
002730     PERFORM 2100-EDIT-RECORD THRU 2100-EXIT.
002750         ADD 1 TO WS-RECORDS-VALID
002760     ELSE
002770         ADD 1 TO WS-RECORDS-REJECT
002780         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
002781         PERFORM 2250-WRITE-SUSPENSE  THRU 2250-EXIT.
002790     ADD 1 TO WS-CHECKPT-COUNT.
002800     IF WS-CHECKPT-COUNT >= VL-CHECKPT-INTERVAL
002810         PERFORM 2300-WRITE-CHECKPT THRU 2300-EXIT
003630 2200-WRITE-EXCEPTION.
003640     MOVE VARIABLES-NUMERIC   TO VK-KEY-NUMERIC.
003650     MOVE VK-KEY-ALPHA        TO DL-KEY.
003651     MOVE WS-REASON           TO DL-REASON.
003652     MOVE SPACES              TO EXCEPTION-LINE.
003653     MOVE WS-DETAIL-LINE      TO EXCEPTION-LINE.
003654     WRITE EXCEPTION-LINE.
003655 2200-EXIT.
003656     EXIT.
003657*----------------------------------------------------*
003658* 2250-WRITE-SUSPENSE PUTS THE REJECTED RECORD, AS     *
003659* READ, ON THE COMMON SUSPENSE FILE.  THE ITEM IS KEYED *
003660* BY THIS RUN'S START DATE AND TIME AND THE RECORD'S   *
003661* NUMBER IN THE RUN.  A FAILED WRITE IS REPORTED; THE  *
003662* EXCEPTION REPORT STILL CARRIES THE REJECT.  A KEY    *
003663* WITH A VALLOAD ITEM STILL OPEN OR RELEASED IS NOT    *
003664* SUSPENDED AGAIN - THE ITEM ALREADY STANDS FOR IT.    *
003665*----------------------------------------------------*
003666 2250-WRITE-SUSPENSE.
003667     PERFORM 2260-CHECK-SUSPENDED THRU 2260-EXIT.
003668     IF SUSP-ITEM-HELD
003669         ADD 1 TO WS-ALREADY-SUSP
003670         GO TO 2250-EXIT.
003671     MOVE SPACES            TO SUSPENSE-RECORD.
003672     MOVE 'VALLOAD '        TO SUSP-SOURCE.
003673     MOVE WS-TODAY-DATE     TO SUSP-RUN-DATE.
003674     MOVE WS-RUN-TIME       TO SUSP-RUN-TIME.
003675     COMPUTE SUSP-SEQ = WS-RECORDS-READ + WS-RESUB-READ.
003676     SET SUSP-OPEN          TO TRUE.
003677     MOVE VK-KEY-ALPHA      TO SUSP-ITEM-KEY.
003678     MOVE WS-REASON         TO SUSP-REASON.
003679     MOVE VARIABLES         TO SUSP-IMAGE.
003680     MOVE ZERO              TO SUSP-CORRECT-DATE.
003681     MOVE ZERO              TO SUSP-CORRECT-TIME.
003682     MOVE ZERO              TO SUSP-RESUBMIT-DATE.
003683     WRITE SUSPENSE-RECORD
003684         INVALID KEY
003685             DISPLAY 'VALLOAD - SUSPENSE WRITE FAILED, '
003686                 'STATUS ' WS-SUSP-STATUS ' KEY '
003687                 VK-KEY-ALPHA.
003688 2250-EXIT.
003689     EXIT.
003690*----------------------------------------------------*
003691* 2260-CHECK-SUSPENDED READS EVERY SUSPENSE ITEM FOR   *
003692* THE REJECTED KEY ON THE SUSP-ITEM-KEY ALTERNATE KEY, *
003693* SETTING SUSP-ITEM-HELD WHEN ONE IS A VALLOAD ITEM    *
003694* STILL OPEN OR RELEASED.                              *
003695*----------------------------------------------------*
003696 2260-CHECK-SUSPENDED.
003697     MOVE 'N'               TO WS-SUSP-SCAN-SW.
003698     MOVE VK-KEY-ALPHA      TO SUSP-ITEM-KEY.
003699     START SUSPENSE-FILE KEY = SUSP-ITEM-KEY
003700         INVALID KEY
003701             GO TO 2260-EXIT.
003702     PERFORM 2270-CHECK-ONE-ITEM THRU 2270-EXIT
003703         UNTIL SUSP-SCAN-DONE
003704         OR SUSP-ITEM-HELD.
003705 2260-EXIT.
003706     EXIT.
003707*----------------------------------------------------*
003708 2270-CHECK-ONE-ITEM.
003709     READ SUSPENSE-FILE NEXT RECORD
003710         AT END
003711             SET SUSP-SCAN-DONE TO TRUE
003712             GO TO 2270-EXIT.
003713     IF SUSP-ITEM-KEY NOT = VK-KEY-ALPHA
003714         SET SUSP-SCAN-DONE TO TRUE
003715         GO TO 2270-EXIT.
003716     IF SUSP-FROM-VALLOAD
003717         AND (SUSP-OPEN OR SUSP-RELEASED)
003718         SET SUSP-ITEM-HELD TO TRUE.
003719 2270-EXIT.
003720     EXIT.
003721*----------------------------------------------------*
003730* 2300-WRITE-CHECKPT SUPPORTS THE RESTART JCL         *
003740* (JCL/VALLOADR.JCL).  IT WRITES THE KEY OF THE LAST  *
003750* RECORD PROCESSED PLUS RUNNING COUNTERS SO A RESTART *
003920* FILE.  EVERY READ SITE - INITIAL READ, RESTART SKIP *
003930* AND MAIN LOOP - COMES THROUGH HERE, SO THE CONTROL  *
003940* TOTALS COVER THE WHOLE FILE EVEN ON A RESTART.      *
003941* A TRAILER WITH MORE RECORDS BEHIND IT STARTS A        *
003942* RESUBMITTED SECTION (2450) INSTEAD OF ENDING THE FILE.*
003950*----------------------------------------------------*
003960 2400-READ-MASTER.
003970     READ VARIABLES-FILE
003980         AT END
003990             SET END-OF-FILE TO TRUE
004000             GO TO 2400-EXIT.
004001 2400-CHECK.
004010     MOVE VARIABLES-NUMERIC TO VK-KEY-NUMERIC.
004020     IF VK-KEY-ALPHA = '99999999'
004030         PERFORM 2500-VERIFY-TRAILER THRU 2500-EXIT
004040         PERFORM 2450-NEXT-SECTION   THRU 2450-EXIT
004050         IF END-OF-FILE
004051             GO TO 2400-EXIT
004052         ELSE
004053             GO TO 2400-CHECK.
004060     ADD 1 TO TRLC-RECORD-COUNT.
004070     IF VARIABLES-SIGNED-NUMERIC NUMERIC
004080         ADD VARIABLES-SIGNED-NUMERIC
004090             TO TRLC-SIGNED-HASH.
004100     IF VARIABLES-COMP-3-NUMERIC NUMERIC
004101         ADD VARIABLES-COMP-3-NUMERIC
004102             TO TRLC-COMP3-HASH.
004103 2400-EXIT.
004104     EXIT.
004105*----------------------------------------------------*
004106* 2450-NEXT-SECTION READS PAST A VERIFIED TRAILER.    *
004107* END OF FILE THERE IS THE NORMAL END; A RECORD MEANS *
004108* A RESUBMITTED SECTION FOLLOWS, SO THE FIRST         *
004109* SECTION'S HASHES ARE KEPT FOR RUNCTL AND THE        *
004110* CONTROL TOTALS START AGAIN FOR THE NEW TRAILER.     *
004111*----------------------------------------------------*
004112 2450-NEXT-SECTION.
004113     IF FATAL-ERROR
004114         SET END-OF-FILE TO TRUE
004115         GO TO 2450-EXIT.
004116     READ VARIABLES-FILE
004117         AT END
004118             SET END-OF-FILE TO TRUE
004119             GO TO 2450-EXIT.
004120     IF NOT IN-RESUBMISSION
004121         MOVE TRLC-SIGNED-HASH TO WS-NIGHT-SIGNED-HASH
004122         MOVE TRLC-COMP3-HASH  TO WS-NIGHT-COMP3-HASH
004123         SET IN-RESUBMISSION   TO TRUE
004124         MOVE SPACES           TO EXCEPTION-LINE
004125         WRITE EXCEPTION-LINE
004126         MOVE WS-HEADING-2     TO EXCEPTION-LINE
004127         WRITE EXCEPTION-LINE.
004128     MOVE 'N'  TO TRLC-FOUND-SW.
004129     MOVE ZERO TO TRLC-RECORD-COUNT.
004130     MOVE ZERO TO TRLC-SIGNED-HASH.
004131     MOVE ZERO TO TRLC-COMP3-HASH.
004132 2450-EXIT.
004140     EXIT.
004150*----------------------------------------------------*
004160 2500-VERIFY-TRAILER.
004320         SET FATAL-ERROR TO TRUE.
004330 2500-EXIT.
004340     EXIT.
004341*----------------------------------------------------*
004342* 2600-PROCESS-RESUB EDITS ONE RESUBMITTED RECORD THE  *
004343* SAME WAY 2000 EDITS THE NIGHT'S, COUNTING IT APART   *
004344* AND TAKING NO CHECKPOINT.                            *
004345*----------------------------------------------------*
004346 2600-PROCESS-RESUB.
004347     ADD 1 TO WS-RESUB-READ.
004348     MOVE SPACES TO WS-REASON.
004349     PERFORM 2100-EDIT-RECORD THRU 2100-EXIT.
004350     IF WS-REASON = SPACES
004351         ADD 1 TO WS-RESUB-VALID
004352     ELSE
004353         ADD 1 TO WS-RESUB-REJECT
004354         PERFORM 2200-WRITE-EXCEPTION THRU 2200-EXIT
004355         PERFORM 2250-WRITE-SUSPENSE  THRU 2250-EXIT.
004356     PERFORM 2400-READ-MASTER THRU 2400-EXIT.
004357 2600-EXIT.
004358     EXIT.
004359*----------------------------------------------------*
004360 3000-TERMINATE.
004370     IF NOT FATAL-ERROR AND NOT TRAILER-FOUND
004380         DISPLAY 'VALLOAD - NO CONTROL-TOTAL TRAILER ON '
004460     MOVE WS-RECORDS-VALID  TO TL-VALID.
004470     MOVE WS-RECORDS-REJECT TO TL-REJECT.
004480     MOVE WS-TOTAL-LINE     TO EXCEPTION-LINE.
004481     WRITE EXCEPTION-LINE.
004482     IF IN-RESUBMISSION
004483         MOVE WS-RESUB-READ   TO RTL-READ
004484         MOVE WS-RESUB-VALID  TO RTL-VALID
004485         MOVE WS-RESUB-REJECT TO RTL-REJECT
004486         MOVE WS-RESUB-TOTAL-LINE TO EXCEPTION-LINE
004487         WRITE EXCEPTION-LINE.
004488     IF WS-ALREADY-SUSP > ZERO
004489         MOVE WS-ALREADY-SUSP TO ASL-COUNT
004490         MOVE WS-ALREADY-SUSP-LINE TO EXCEPTION-LINE
004491         WRITE EXCEPTION-LINE.
004500     PERFORM 3900-WRITE-RUN-CONTROL THRU 3900-EXIT.
004510     CLOSE VARIABLES-FILE.
004520     CLOSE CODEREF-FILE.
004530     CLOSE EXCEPTION-RPT.
004540     CLOSE RESTART-FILE.
004550     CLOSE RUN-CONTROL-FILE.
004551     CLOSE SUSPENSE-FILE.
004560 3000-EXIT.
004570     EXIT.
004580*----------------------------------------------------*
004590* 3900-WRITE-RUN-CONTROL APPENDS THIS RUN'S COUNTS    *
004600* AND TRAILER HASH TOTALS TO THE COMMON RUN-CONTROL   *
004610* FILE FOR RUNBAL'S END-OF-DAY CROSS-FOOT - THE FIRST *
004611* SECTION'S ONLY, NEVER A RESUBMITTED ONE.            *
004620*----------------------------------------------------*
004630 3900-WRITE-RUN-CONTROL.
004640     MOVE SPACES            TO RUN-CONTROL-RECORD.
004650     MOVE 'VALLOAD '        TO RUNC-PROGRAM.
004660     MOVE CYCG-BUS-DATE     TO RUNC-RUN-DATE.
004670     ACCEPT RUNC-RUN-TIME FROM TIME.
004680     MOVE WS-RECORDS-READ   TO RUNC-IN-COUNT.
004690     MOVE WS-RECORDS-VALID  TO RUNC-OUT-COUNT.
004700     MOVE WS-RECORDS-REJECT TO RUNC-REJECT-COUNT.
004710     MOVE TRLC-SIGNED-HASH  TO RUNC-SIGNED-HASH.
004720     MOVE TRLC-COMP3-HASH   TO RUNC-COMP3-HASH.
004721     IF IN-RESUBMISSION
004722         MOVE WS-NIGHT-SIGNED-HASH TO RUNC-SIGNED-HASH
004723         MOVE WS-NIGHT-COMP3-HASH  TO RUNC-COMP3-HASH.
004730     WRITE RUN-CONTROL-RECORD.
004740 3900-EXIT.
004750     EXIT.
004760*----------------------------------------------------*
004770* 9800-CYCLE-START ASKS CYCLGATE (CYCLPARM.CPY)      *
004780* WHETHER THIS RUN MAY GO AHEAD IN THE CYCLE.  A     *
004790* REFUSED RUN ENDS WITH RC 12, AND A CYCLSTAT THAT   *
004800* CANNOT BE USED WITH RC 16, BOTH BEFORE ANY DATA    *
004810* FILE IS OPENED.                                    *
004820*----------------------------------------------------*
004830 9800-CYCLE-START.
004840     MOVE 'VALLOAD' TO CYCG-PROGRAM.
004850     SET CYCG-START TO TRUE.
004860     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
004870     IF CYCG-CLEARED
004880         GO TO 9800-EXIT.
004890     IF CYCG-BLOCKED
004900         MOVE 12 TO RETURN-CODE
004910     ELSE
004920         MOVE 16 TO RETURN-CODE.
004930     STOP RUN.
004940 9800-EXIT.
004950     EXIT.
004960*----------------------------------------------------*
004970* 9900-CYCLE-END RECORDS THE RUN'S RETURN CODE ON    *
004980* CYCLSTAT.  THE CALL RESETS RETURN-CODE, SO IT IS   *
004990* PUT BACK AFTERWARDS.                               *
005000*----------------------------------------------------*
005010 9900-CYCLE-END.
005020     MOVE RETURN-CODE TO CYCG-RETURN-CODE.
005030     SET CYCG-END TO TRUE.
005040     CALL 'CYCLGATE' USING CYCLE-GATE-PARMS.
005050     MOVE CYCG-RETURN-CODE TO RETURN-CODE.
005060 9900-EXIT.
005070     EXIT.
