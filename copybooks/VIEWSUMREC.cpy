      *> VIEWSUMFILE record layout - one record per viewer per title
      *> for every watch that has been moved out of watchlog.dat into
      *> watchlog.arc.  SumPlayCount is how many archived watches there
      *> were and SumFirstDate/SumLastDate the earliest and latest of
      *> their LogWatchDates; SumArchiveDate is when ARCHIVEV2 last
      *> added to the record.  A viewer's all-time history is this
      *> summary plus whatever is still in the live watch log.
      *> COPY this under an 01 level, e.g.:
      *>     01 VIEWSUMRECORD.
      *>        COPY VIEWSUMREC.
           02 SumKey.
              03 SumViewerID PIC X(8) VALUE SPACES.
              03 SumIMDBID PIC X(9) VALUE SPACES.
           02 SumPlayCount PIC 9(5) VALUE ZERO.
           02 SumFirstDate PIC X(8) VALUE SPACES.
           02 SumLastDate PIC X(8) VALUE SPACES.
           02 SumArchiveDate PIC X(8) VALUE SPACES.
