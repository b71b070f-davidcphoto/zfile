000010*------------------------------------------------------*
000020* CYCLPARM - PARAMETER BLOCK FOR CALL 'CYCLGATE'.  EVERY *
000030*   BATCH PROGRAM CARRIES IT IN WORKING-STORAGE, CALLS  *
000040*   WITH CYCG-START BEFORE IT OPENS ANY DATA FILE AND   *
000050*   WITH CYCG-END JUST BEFORE STOP RUN:                 *
000060*     START - CYCG-RESULT COMES BACK CLEARED, BLOCKED   *
000070*             (A PREDECESSOR HAS NOT COMPLETED FOR THE  *
000080*             CYCLE - END WITH RETURN-CODE 12) OR       *
000090*             UNAVAILABLE (CYCLSTAT CANNOT BE USED -    *
000100*             END WITH RETURN-CODE 16)                  *
000110*     END   - CYCG-RETURN-CODE CARRIES THE PROGRAM'S    *
000120*             RETURN CODE IN; THE CALLER PUTS IT BACK   *
000130*             INTO RETURN-CODE AFTER THE CALL, WHICH    *
000140*             RESETS THE SPECIAL REGISTER               *
000150*   CYCG-BUS-DATE RETURNS THE CYCLE'S BUSINESS DATE.    *
000160*------------------------------------------------------*
000170 01  CYCLE-GATE-PARMS.
000180     05 CYCG-FUNCTION         PIC X(01).
000190        88 CYCG-START         VALUE 'S'.
000200        88 CYCG-END           VALUE 'E'.
000210     05 CYCG-PROGRAM          PIC X(08).
000220     05 CYCG-RETURN-CODE      PIC S9(04) COMP.
000230     05 CYCG-RESULT           PIC X(01).
000240        88 CYCG-CLEARED       VALUE 'C'.
000250        88 CYCG-BLOCKED       VALUE 'B'.
000260        88 CYCG-UNAVAILABLE   VALUE 'U'.
000270     05 CYCG-BUS-DATE         PIC 9(08).
