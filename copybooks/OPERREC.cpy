      *> OPERATORFILE record layout - one record per person allowed to
      *> run the maintenance programs.  The operator signs on with
      *> OperatorID and OperatorPIN; OperatorLevel decides which
      *> commands the maintenance programs will accept:
      *>     1 = read only (R)ead, L)ist and inquiries)
      *>     2 = update    (adds, updates, check-outs, watch logging)
      *>     3 = supervisor (deletes, disposals, cascading renames,
      *>                     restores, roll-forward, operator upkeep)
      *> COPY this under an 01 level, e.g.:
      *>     01 OPERRECORD.
      *>        COPY OPERREC.
           02 OperatorID PIC X(8) VALUE SPACES.
           02 OperatorName PIC X(30) VALUE SPACES.
           02 OperatorPIN PIC X(6) VALUE SPACES.
           02 OperatorLevel PIC 9 VALUE ZERO.
