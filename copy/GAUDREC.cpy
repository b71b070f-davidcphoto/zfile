000010*------------------------------------------------------*
000020* GAUDREC - BEFORE/AFTER AUDIT RECORD FOR GLMAINT      *
000030*   MAINTENANCE OF THE GLMAP KSDS, THE GL-MAPPING TWIN *
000040*   OF CAUDREC.CPY AND LAUDREC.CPY.  ONE RECORD PER    *
000050*   ADD, CHANGE OR DELETE, CARRYING THE FULL BEFORE    *
000060*   AND AFTER MAPPING OF THE CODE PLUS WHO DID IT AND  *
000070*   WHEN.  AN ADD CARRIES SPACES IN THE OLD IMAGE; A   *
000080*   DELETE CARRIES SPACES IN THE NEW.                  *
000090*------------------------------------------------------*
000100 01  GL-MAP-AUDIT-RECORD.
000110     05 GAUD-FUNCTION         PIC X(01).
000120        88 GAUD-ADD           VALUE 'A'.
000130        88 GAUD-CHANGE        VALUE 'C'.
000140        88 GAUD-DELETE        VALUE 'D'.
000150     05 GAUD-CODE             PIC X(02).
000160     05 GAUD-OLD-IMAGE.
000170        10 GAUD-OLD-ACCOUNT   PIC X(10).
000180        10 GAUD-OLD-OFFSET    PIC X(10).
000190        10 GAUD-OLD-DESC      PIC X(30).
000200     05 GAUD-NEW-IMAGE.
000210        10 GAUD-NEW-ACCOUNT   PIC X(10).
000220        10 GAUD-NEW-OFFSET    PIC X(10).
000230        10 GAUD-NEW-DESC      PIC X(30).
000240     05 GAUD-CHANGE-DATE      PIC 9(08).
000250     05 GAUD-CHANGE-TIME      PIC 9(08).
000260     05 GAUD-USER-ID          PIC X(08).
000270     05 FILLER                PIC X(03).
