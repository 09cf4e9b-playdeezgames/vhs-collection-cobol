      *> VIEWSUMFILE SELECT clause - shared by ARCHIVEV2, which builds
      *> the per-viewer summary of archived watches, and the readers
      *> that carry archived history forward (VIEWERRPT, WATCHNEXT).
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY VIEWSUMSEL.
      *> Every copying program must declare 01 WS-VIEWSUM-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN/READ status is available
      *> (e.g. to detect viewsum.dat not yet existing).
       SELECT ViewSummaryFile ASSIGN "viewsum.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SumKey OF VIEWSUMRECORD
           FILE STATUS IS WS-VIEWSUM-STATUS.
