      *> last updater released cleanly.  A HELD lock stamped before
      *> today is treated as stale (left by a crashed run) and may be
      *> cleared; a same-day HELD lock needs the operator override.
      *> LockHolder names the program and, for the maintenance programs
      *> that sign an operator on, the operator id running it.  A lock
      *> line written before LockOperator was added is shorter; read
      *> with this layout its date lands in LockOperator, its time in
      *> LockDate and LockTime is blank, so every reader PERFORMs
      *> AllowForOldLockLayout to shift the two back into place.
      *> COPY this under an 01 level, e.g.:
      *>     01 LOCKRECORD.
      *>        COPY V2LOCKREC.
           02 LockStatus PIC X(4) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 LockHolder.
              03 LockProgram PIC X(10) VALUE SPACES.
              03 FILLER PIC X VALUE SPACE.
              03 LockOperator PIC X(8) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
           02 LockDate PIC X(8) VALUE SPACES.
           02 FILLER PIC X VALUE SPACE.
