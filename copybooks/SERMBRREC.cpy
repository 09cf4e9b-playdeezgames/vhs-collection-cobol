      *> SERMBRFILE record layout - one record per entry in a series,
      *> keyed on series id plus the entry's place in the series, so
      *> reading in key order walks each series part 1, part 2, ...
      *> MemberIMDBID is filled in whether or not the title is owned;
      *> MemberTitle carries the title for entries not on V2FILE (for
      *> owned entries V2FILE's MovieTitle is the one reported).
      *> COPY this under an 01 level, e.g.:
      *>     01 SERMBRRECORD.
      *>        COPY SERMBRREC.
           02 MemberKey.
              03 MemberSeriesID PIC X(8) VALUE SPACES.
              03 MemberOrder PIC 9(3) VALUE ZERO.
           02 MemberIMDBID PIC X(9) VALUE SPACES.
           02 MemberTitle PIC X(120) VALUE SPACES.
