000010*------------------------------------------------------*
000020* LIMTREC - BALANCE LIMIT RECORD, ONE PER CODE VALUE   *
000030*   CARRIED IN VARIABLES-GROUP-OCCURS-IN.  HELD ON THE *
000040*   BALLIMIT KSDS, KEYED ON LIMT-CODE, MAINTAINED BY   *
000050*   LIMTMNT.  A KEY IS HELD TO THE LIMIT OF EVERY CODE *
000060*   IN ITS FIVE IN SLOTS.                              *
000070*                                                      *
000080*   LIMT-APPLIES-TO NAMES THE BALANCE THE LIMIT        *
000090*   GUARDS: 'S' VARIABLES-SIGNED-NUMERIC, 'P'          *
000100*   VARIABLES-COMP-3-NUMERIC, 'B' BOTH.  EITHER BOUND  *
000110*   MAY BE LEFT OPEN (SWITCH 'N') - A CODE THAT MUST   *
000120*   NEVER GO NEGATIVE CARRIES A MINIMUM OF ZERO AND NO *
000130*   MAXIMUM.                                           *
000140*                                                      *
000150*   LIMT-ACTION 'B' (BLOCK) MAKES TABMAINT, VARBATCH   *
000160*   AND VARIMPRT REFUSE A BALANCE CHANGE THAT WOULD    *
000170*   LEAVE THE KEY OUTSIDE THE LIMIT; 'W' (WARN) LETS   *
000180*   IT THROUGH WITH A WARNING.  EITHER WAY LIMTRPT     *
000190*   LISTS EVERY KEY OUTSIDE ITS LIMITS EACH NIGHT.     *
000200*------------------------------------------------------*
000210 01  LIMIT-RECORD.
000220     05 LIMT-CODE             PIC X(02).
000230     05 LIMT-LIMITS.
000240        10 LIMT-APPLIES-TO    PIC X(01).
000250           88 LIMT-ON-SIGNED  VALUES 'S' 'B'.
000260           88 LIMT-ON-PACKED  VALUES 'P' 'B'.
000270        10 LIMT-MIN-SW        PIC X(01).
000280           88 LIMT-MIN-SET    VALUE 'Y'.
000290        10 LIMT-MINIMUM       PIC S9(08)V9(02).
000300        10 LIMT-MAX-SW        PIC X(01).
000310           88 LIMT-MAX-SET    VALUE 'Y'.
000320        10 LIMT-MAXIMUM       PIC S9(08)V9(02).
000330        10 LIMT-ACTION        PIC X(01).
000340           88 LIMT-WARN       VALUE 'W'.
000350           88 LIMT-BLOCK      VALUE 'B'.
000360     05 LIMT-DESC             PIC X(30).
000370     05 LIMT-CHANGE-DATE      PIC 9(08).
000380     05 LIMT-USER-ID          PIC X(08).
000390     05 FILLER                PIC X(08).
