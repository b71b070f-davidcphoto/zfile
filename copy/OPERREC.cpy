000020* OPERREC - OPERATOR PROFILE RECORD ON THE OPERPROF    *
000030*   KSDS, ONE PER OPERATOR, KEYED ON THE USER-ID.      *
000040*   EVERY ONLINE PROGRAM IN THE SUITE (TABMAINT,       *
000050*   CODEMNT, VARBRWS, VARHINQ, BALAPPR, GLMAINT,       *
000051*   SUSPMNT, CYCLMNT, LIMTMNT) SIGNS THE OPERATOR ON   *
000060*   AGAINST THIS FILE BEFORE DOING ANYTHING, AND THE   *
000070*   SIGNED-ON ID - NOT A TYPED ONE - IS WHAT FLOWS     *
000080*   INTO THE AUDIT RECORDS.                            *
000090*                                                       *
000100*   AUTHORITY LEVELS ARE CUMULATIVE:                   *
000110*     '1' - INQUIRE ONLY (VARBRWS, VARHINQ, CODEMNT I) *
000120*           AND SUSPENSE INQUIRY (SUSPMNT I/N)         *
000121*           AND CYCLE STATUS INQUIRY (CYCLMNT I)       *
000122*     '2' - MASTER UPDATE (TABMAINT T, B, A AND C)     *
000123*           AND DUAL-CONTROL DECISIONS (BALAPPR A/D)   *
000124*           AND SUSPENSE CORRECTION (SUSPMNT C/R/W)    *
000130*     '3' - CODE-TABLE MAINTENANCE (CODEMNT A/C/D)     *
000131*           AND GL MAPPING MAINTENANCE (GLMAINT A/C/D) *
000132*           AND BATCH CYCLE OVERRIDE (CYCLMNT O)       *
000133*           AND BALANCE LIMITS (LIMTMNT A/C/D)         *
000140*   A LEVEL-3 OPERATOR CAN DO EVERYTHING A LEVEL-2     *
000150*   CAN, AND SO ON DOWN.  ANY OTHER VALUE IN THE       *
000160*   LEVEL BYTE REFUSES THE SIGN-ON - FAIL CLOSED.      *
