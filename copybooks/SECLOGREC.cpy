      *> SECURITYLOG record layout - one line per refused sign-on at
      *> the start of a maintenance program, naming the program, the
      *> operator id that was typed and why it was refused (UNKNOWN
      *> OPERATOR or WRONG PIN).  Append-only, like the audit journal.
      *> COPY this under an 01 level, e.g.:
      *>     01 SECLOGRECORD.
      *>        COPY SECLOGREC.
           02 SecLogDate PIC X(8) VALUE SPACES.
           02 SecLogTime PIC X(8) VALUE SPACES.
           02 SecLogProgram PIC X(12) VALUE SPACES.
           02 SecLogOperatorID PIC X(8) VALUE SPACES.
           02 SecLogReason PIC X(20) VALUE SPACES.
