      *> SECURITYLOG SELECT clause - shared by every program that signs
      *> an operator on, so every refused sign-on lands in the one log.
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY SECLOGSEL.
      *> Every copying program must declare 01 WS-SECLOG-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN EXTEND can detect the log
      *> not yet existing (status "35").
       SELECT SecurityLogFile ASSIGN "seclog.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SECLOG-STATUS.
