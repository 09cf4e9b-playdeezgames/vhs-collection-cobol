      *> SERIESFILE SELECT clause - shared by every program that
      *> maintains or reports series and franchises, so the key
      *> structure stays identical everywhere it is opened.
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY SERIESSEL.
      *> Every copying program must declare 01 WS-SERIESFILE-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN/READ status is available
      *> (e.g. to detect series.dat not yet existing).
       SELECT SeriesFile ASSIGN "series.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SeriesID OF SERIESRECORD
           FILE STATUS IS WS-SERIESFILE-STATUS.
