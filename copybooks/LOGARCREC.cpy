      *> WATCHARCHIVEFILE record layout - one line per archived watch
      *> plus a header and trailer per generation.  LogArcType "G"
      *> opens a generation and "T" closes it; both carry the full
      *> 50-byte ARCGENREC image in LogArcData, so the trailer keeps
      *> its record count and IMDBID hash.  "D" lines carry one
      *> 35-byte WATCHLOGRECORD exactly as it stood in watchlog.dat,
      *> space-filled to the width of LogArcData.
      *> COPY this under an 01 level, e.g.:
      *>     01 LOGARCRECORD.
      *>        COPY LOGARCREC.
           02 LogArcType PIC X VALUE SPACE.
           02 LogArcData PIC X(50) VALUE SPACES.
