      *> PARMFILE SELECT clause - shared by every batch and report
      *> program that can take its settings from the parameter file
      *> instead of console prompts, so the file name stays identical
      *> everywhere it is opened.  If vhsparm.dat is not there the
      *> programs prompt as before.
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY PARMSEL.
      *> Every copying program must declare 01 WS-PARMFILE-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN/READ status is available
      *> (e.g. to detect vhsparm.dat not being present).
       SELECT ParameterFile ASSIGN "vhsparm.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PARMFILE-STATUS.
