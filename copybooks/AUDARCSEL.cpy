      *> AUDITARCHIVEFILE SELECT clause - shared by ARCHIVEV2, which
      *> moves old v2audit.dat entries out of the live journal, and by
      *> every program that must still read those entries back
      *> (VHSAUDINQ, ROLLFWDV2).  Each archive run appends one dated
      *> generation, so the file only ever grows at the end.
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY AUDARCSEL.
      *> Every copying program must declare 01 WS-AUDARC-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN EXTEND/INPUT can detect the
      *> archive not yet existing (status "35").
       SELECT AuditArchiveFile ASSIGN "v2audit.arc"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-AUDARC-STATUS.
