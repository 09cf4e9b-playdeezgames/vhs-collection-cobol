      *> FEEDMARKFILE record layout - a single line holding the
      *> AuditDate and AuditTime of the newest v2audit.dat entry the
      *> change feed has sent, plus when that run finished.  CHGFEED
      *> only rewrites it after a clean finish, so a failed run sends
      *> the same window again next time.
      *> COPY this under an 01 level, e.g.:
      *>     01 FEEDMARKRECORD.
      *>        COPY FEEDMARKREC.
           02 FeedMarkDate PIC X(8) VALUE SPACES.
           02 FeedMarkTime PIC X(8) VALUE SPACES.
           02 FeedRunDate PIC X(8) VALUE SPACES.
           02 FeedRunTime PIC X(8) VALUE SPACES.
