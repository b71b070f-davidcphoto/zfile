000010*------------------------------------------------------*
000020* GLMPREC - CODE-TO-GENERAL-LEDGER MAPPING RECORD ON    *
000030*   THE GLMAP KSDS, ONE PER TWO-CHARACTER CODE.  THE   *
000040*   CODE MUST ALREADY BE ON CODEREF (CODEREC.CPY);     *
000050*   GLMAINT MAINTAINS THE TABLE, LEVEL 3 ONLY, THE     *
000060*   SAME AS CODEMNT.                                   *
000070*                                                       *
000080*   GLFEED MAPS A KEY THROUGH THE CODE IN ITS FIRST    *
000090*   VARIABLES-GROUP-OCCURS-IN SLOT.  AN INCREASE IN    *
000100*   THE BALANCE DEBITS GLMP-ACCOUNT AND CREDITS        *
000110*   GLMP-OFFSET-ACCOUNT; A DECREASE IS THE REVERSE.    *
000120*   GLMP-CHANGE-DATE AND GLMP-USER-ID ARE THE LAST     *
000130*   GLMAINT ADD OR CHANGE.                             *
000140*------------------------------------------------------*
000150 01  GL-MAP-RECORD.
000160     05 GLMP-CODE             PIC X(02).
000170     05 GLMP-ACCOUNT          PIC X(10).
000180     05 GLMP-OFFSET-ACCOUNT   PIC X(10).
000190     05 GLMP-DESC             PIC X(30).
000200     05 GLMP-CHANGE-DATE      PIC 9(08).
000210     05 GLMP-USER-ID          PIC X(08).
000220     05 FILLER                PIC X(12).
