      *> SERIESFILE record layout - one record per series or
      *> franchise, keyed on a short series id typed at the
      *> SERIESMAINT prompt (e.g. "ALIEN", "BTTF").  The entries that
      *> make up the series live in SERMBRFILE under the same id.
      *> COPY this under an 01 level, e.g.:
      *>     01 SERIESRECORD.
      *>        COPY SERIESREC.
           02 SeriesID PIC X(8) VALUE SPACES.
           02 SeriesName PIC X(60) VALUE SPACES.
