000030*   VARIABLES-COMP-NUMERIC AND                         *
000040*   VARIABLES-SIGNED-NUMERIC MADE BY A MAINTENANCE RUN. *
000050*   ONE RECORD IS WRITTEN PER FIELD UPDATE SO WE CAN    *
000051*   ANSWER "WHO CHANGED THIS AND FROM WHAT."            *
000052*                                                       *
000053*   AUDT-FUNCTION SAYS WHAT KIND OF EVENT THIS IS:      *
000054*     'B' (OR SPACE, ON RECORDS WRITTEN BEFORE THE BYTE *
000055*         WAS CARVED OUT OF THE FILLER) - A BALANCE      *
000056*         CHANGE TO AN EXISTING KEY                      *
000057*     'A' - A NEW KEY OPENED; THE OLD VALUES ARE ZERO    *
000058*         AND THE NEW VALUES ARE THE OPENING BALANCES    *
000059*     'C' - A KEY CLOSED AND REMOVED FROM THE MASTER;    *
000060*         THE OLD VALUES ARE WHAT WAS ON FILE (ALWAYS    *
000061*         ZERO - A CLOSE IS REFUSED OTHERWISE) AND THE   *
000062*         NEW VALUES ARE ZERO                            *
000063*                                                       *
000064*   AUDT-APPROVER-ID IS THE SECOND OPERATOR ON A        *
000065*   DUAL-CONTROL CHANGE (PENDREC.CPY) - AUDT-USER-ID IS *
000066*   WHO ASKED FOR IT, AUDT-APPROVER-ID WHO APPROVED IT  *
000067*   ON BALAPPR.  SPACES ON A CHANGE UNDER THE THRESHOLD *
000068*   THAT WENT STRAIGHT TO THE MASTER.                   *
000070*------------------------------------------------------*
000080 01  AUDIT-RECORD.
000090     05 AUDT-KEY-ALPHA        PIC X(08).
000150     05 AUDT-CHANGE-TIME      PIC 9(08).
000160     05 AUDT-JOB-NAME         PIC X(08).
000170     05 AUDT-USER-ID          PIC X(08).
000180     05 AUDT-FUNCTION         PIC X(01).
000190        88 AUDT-BALANCE-CHANGE VALUES 'B' ' '.
000200        88 AUDT-KEY-ADDED     VALUE 'A'.
000210        88 AUDT-KEY-CLOSED    VALUE 'C'.
000220     05 AUDT-APPROVER-ID      PIC X(08).
000230     05 FILLER                PIC X(01).
