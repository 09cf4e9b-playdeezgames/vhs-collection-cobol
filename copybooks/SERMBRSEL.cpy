      *> SERMBRFILE SELECT clause - shared by every program that
      *> maintains or walks series membership, so the key structure
      *> stays identical everywhere it is opened.
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY SERMBRSEL.
      *> Every copying program must declare 01 WS-SERMBRFILE-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN/READ status is available
      *> (e.g. to detect seriesmbr.dat not yet existing).
       SELECT SeriesMemberFile ASSIGN "seriesmbr.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MemberKey OF SERMBRRECORD
           FILE STATUS IS WS-SERMBRFILE-STATUS.
