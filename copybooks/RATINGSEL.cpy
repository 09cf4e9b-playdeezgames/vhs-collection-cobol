      *> RATINGFILE SELECT clause - shared by every program that
      *> captures or reads back per-viewer ratings, so the key
      *> structure stays identical everywhere it is opened.
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY RATINGSEL.
      *> Every copying program must declare 01 WS-RATINGFILE-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN/READ status is available
      *> (e.g. to detect viewratings.dat not yet existing).
       SELECT RatingFile ASSIGN "viewratings.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RatingKey OF RATINGRECORD
           FILE STATUS IS WS-RATINGFILE-STATUS.
