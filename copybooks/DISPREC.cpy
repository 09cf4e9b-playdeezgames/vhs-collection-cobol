      *> V2FILEREC field for field so a plain group MOVE from
      *> V2FILERECORD fills it with the record as it stood at disposal.
      *> DisposalReason is SOLD, DONATED, WORN or LOST; DisposalTo is
      *> optional (who the tape went to).  DisposalPrice is the money
      *> received for a SOLD tape and stays zero for the other reasons.
      *> A v2disposed.dat written before DisposalPrice was added is
      *> converted once with DISPCONV, which sets the price to zero.
      *> Redisposing a re-bought IMDBID replaces the earlier archive
      *> record.
      *> COPY this under an 01 level, e.g.:
      *>     01 DISPRECORD.
      *>        COPY DISPREC.
           02 DisposalReason PIC X(8) VALUE SPACES.
           02 DisposalDate PIC X(8) VALUE SPACES.
           02 DisposalTo PIC X(30) VALUE SPACES.
           02 DisposalPrice PIC 9(5)V99 VALUE ZERO.
