000160*     VAREXTR   IN=READ   OUT=ROWS      REJ=ZERO        *
000170*     VARPOST   IN=READ   OUT=POSTED    REJ=REJECTED    *
000180*     VARPURGE  IN=READ   OUT=KEPT      REJ=PURGED      *
000181*     VARUNLD   IN=READ   OUT=UNLOADED  REJ=RESERVED KEY*
000182*     VARREVRS  IN=READ   OUT=REVERSED  REJ=REFUSED     *
000190*   THE HASH FIELDS ARE THE INBOUND TRAILER CONTROL     *
000200*   TOTALS (VARTRLWS.CPY PICTURES) THE PROGRAM          *
000210*   ACCUMULATED OVER ITS MASTER INPUT - EXCEPT VARUNLD, *
000211*   WHOSE INPUT IS THE KSDS AND CARRIES NO TRAILER: ITS *
000212*   HASHES ARE THE ONES IT SEALED INTO ITS OUTPUT.      *
000220*------------------------------------------------------*
000230 01  RUN-CONTROL-RECORD.
000240     05 RUNC-PROGRAM          PIC X(08).
