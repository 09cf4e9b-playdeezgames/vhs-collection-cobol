      *> OPERATORFILE SELECT clause - shared by OPERMAINT and by every
      *> maintenance program that signs an operator on, so the key
      *> structure stays identical everywhere it is opened.
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY OPERSEL.
      *> Every copying program must declare 01 WS-OPERFILE-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN/READ status is available
      *> (e.g. to detect operators.dat not yet existing).
       SELECT OperatorFile ASSIGN "operators.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OperatorID OF OPERRECORD
           FILE STATUS IS WS-OPERFILE-STATUS.
