      *> HOLDFILE SELECT clause - shared by every program that queues,
      *> honours or reports holds on tapes, so the key structure stays
      *> identical everywhere it is opened.
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY HOLDSEL.
      *> Every copying program must declare 01 WS-HOLDFILE-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN/READ status is available
      *> (e.g. to detect holds.dat not yet existing).
       SELECT HoldFile ASSIGN "holds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HoldKey OF HOLDRECORD
           FILE STATUS IS WS-HOLDFILE-STATUS.
