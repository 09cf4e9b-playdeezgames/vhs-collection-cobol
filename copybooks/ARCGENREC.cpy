      *> Archive generation header/trailer image - carried in the data
      *> part of the "G" and "T" lines of v2audit.arc and watchlog.arc.
      *> ArcGenDate/ArcGenTime date the generation (when ARCHIVEV2 ran)
      *> and ArcCutoffDate is the retention cutoff: every "D" line in
      *> the generation is dated before it.  On the "G" line the
      *> counts are zero; on the "T" line ArcRecordCount is the number
      *> of "D" lines in the generation and ArcKeyHashTotal is the sum
      *> of FUNCTION ORD over the nine IMDBID characters of each one
      *> (AfterIMDBID, or BeforeIMDBID for a DELETE, on the journal;
      *> LogIMDBID on the watch log), the same hash BACKUPV2 uses.
      *> COPY this under an 01 level, e.g.:
      *>     01 ArcGenImage.
      *>        COPY ARCGENREC.
           02 ArcGenDate PIC X(8) VALUE SPACES.
           02 ArcGenTime PIC X(8) VALUE SPACES.
           02 ArcCutoffDate PIC X(8) VALUE SPACES.
           02 ArcOperator PIC X(8) VALUE SPACES.
           02 ArcRecordCount PIC 9(9) VALUE ZERO.
           02 ArcKeyHashTotal PIC 9(9) VALUE ZERO.
