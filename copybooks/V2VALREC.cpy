      *> VALUATIONFILE record layout - one record per physical tape that
      *> has been priced, keyed exactly like COPYRECORD (the IMDBID of
      *> the V2FILE title plus the two-digit copy number) so a copy and
      *> its valuation are read with the same key.  PurchasePrice and
      *> PurchasedFrom record what was paid and where; ReplacementValue
      *> is what it would cost to buy the tape again today, and
      *> ValuationDate is when that figure was last set.  COPYMAINT
      *> captures and updates the record.  For insurance purposes a
      *> copy graded F(air) is counted at 75% of its ReplacementValue
      *> and one graded P(oor) at 50%; G(ood) copies count in full.
      *> COPY this under an 01 level, e.g.:
      *>     01 VALRECORD.
      *>        COPY V2VALREC.
           02 ValKey.
              03 ValIMDBID PIC X(9) VALUE SPACES.
              03 ValCopyNumber PIC 9(2) VALUE ZERO.
           02 PurchasePrice PIC 9(5)V99 VALUE ZERO.
           02 PurchasedFrom PIC X(30) VALUE SPACES.
           02 ReplacementValue PIC 9(5)V99 VALUE ZERO.
           02 ValuationDate PIC X(8) VALUE SPACES.
