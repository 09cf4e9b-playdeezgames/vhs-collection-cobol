      *> RATINGFILE record layout - one record per viewer per title
      *> holding that viewer's own score, separate from the single
      *> household Rating on V2FILE.  LOGWATCH asks for the score after
      *> logging a watch; RatingScore is 1 to 10 and a later score
      *> replaces the earlier one, with RatingDate the day it was
      *> given.  Reading in key order gives each viewer's ratings
      *> together, IMDBID ascending.
      *> COPY this under an 01 level, e.g.:
      *>     01 RATINGRECORD.
      *>        COPY RATINGREC.
           02 RatingKey.
              03 RatingViewerID PIC X(8) VALUE SPACES.
              03 RatingIMDBID PIC X(9) VALUE SPACES.
           02 RatingScore PIC 9(2) VALUE ZERO.
           02 RatingDate PIC X(8) VALUE SPACES.
