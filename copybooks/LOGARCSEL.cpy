      *> WATCHARCHIVEFILE SELECT clause - shared by ARCHIVEV2, which
      *> moves old watchlog.dat lines out of the live log, and any
      *> program that needs the full watch history back.  Each archive
      *> run appends one dated generation at the end of the file.
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY LOGARCSEL.
      *> Every copying program must declare 01 WS-LOGARC-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN EXTEND/INPUT can detect the
      *> archive not yet existing (status "35").
       SELECT WatchArchiveFile ASSIGN "watchlog.arc"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LOGARC-STATUS.
