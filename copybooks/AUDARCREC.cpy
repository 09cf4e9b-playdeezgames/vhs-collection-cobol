      *> AUDITARCHIVEFILE record layout - one line per archived journal
      *> entry plus a header and trailer per generation.  AudArcType
      *> "G" opens a generation and "T" closes it; both carry an
      *> ARCGENREC image in AudArcData.  "D" lines carry one AUDITRECORD
      *> exactly as it stood in v2audit.dat, so a reader MOVEs
      *> AudArcData to AUDITRECORD and treats it like a live entry.
      *> COPY this under an 01 level, e.g.:
      *>     01 AUDARCRECORD.
      *>        COPY AUDARCREC.
           02 AudArcType PIC X VALUE SPACE.
           02 AudArcData PIC X(455) VALUE SPACES.
