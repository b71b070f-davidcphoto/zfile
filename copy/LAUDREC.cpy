000010*------------------------------------------------------*
000020* LAUDREC - BEFORE/AFTER AUDIT RECORD FOR LIMTMNT      *
000030*   MAINTENANCE OF THE BALLIMIT KSDS, THE LIMIT-TABLE  *
000040*   TWIN OF CAUDREC.CPY.  ONE RECORD PER ADD, CHANGE   *
000050*   OR DELETE, CARRYING THE FULL BEFORE AND AFTER      *
000060*   LIMITS OF THE CODE PLUS WHO DID IT AND WHEN.  AN   *
000070*   ADD CARRIES SPACES IN THE OLD IMAGE; A DELETE      *
000080*   CARRIES SPACES IN THE NEW.                         *
000090*------------------------------------------------------*
000100 01  LIMIT-AUDIT-RECORD.
000110     05 LAUD-FUNCTION         PIC X(01).
000120        88 LAUD-ADD           VALUE 'A'.
000130        88 LAUD-CHANGE        VALUE 'C'.
000140        88 LAUD-DELETE        VALUE 'D'.
000150     05 LAUD-CODE             PIC X(02).
000160     05 LAUD-OLD-IMAGE.
000170        10 LAUD-OLD-APPLIES-TO PIC X(01).
000180        10 LAUD-OLD-MIN-SW    PIC X(01).
000190        10 LAUD-OLD-MINIMUM   PIC S9(08)V9(02).
000200        10 LAUD-OLD-MAX-SW    PIC X(01).
000210        10 LAUD-OLD-MAXIMUM   PIC S9(08)V9(02).
000220        10 LAUD-OLD-ACTION    PIC X(01).
000230     05 LAUD-NEW-IMAGE.
000240        10 LAUD-NEW-APPLIES-TO PIC X(01).
000250        10 LAUD-NEW-MIN-SW    PIC X(01).
000260        10 LAUD-NEW-MINIMUM   PIC S9(08)V9(02).
000270        10 LAUD-NEW-MAX-SW    PIC X(01).
000280        10 LAUD-NEW-MAXIMUM   PIC S9(08)V9(02).
000290        10 LAUD-NEW-ACTION    PIC X(01).
000300     05 LAUD-CHANGE-DATE      PIC 9(08).
000310     05 LAUD-CHANGE-TIME      PIC 9(08).
000320     05 LAUD-USER-ID          PIC X(08).
000330     05 FILLER                PIC X(05).
