           READ LockFile
               AT END CONTINUE
           END-READ
           PERFORM AllowForOldLockLayout
           IF WS-LOCKFILE-STATUS = "00" AND LockStatus = "HELD"
               DISPLAY "VHSCATRPT: WARNING - V2FILE is locked for update by "
                   FUNCTION TRIM(LockHolder) " since " LockDate " "
       WRITE ReportLine
       ADD 1 TO LinesOnPage
       EXIT.

AllowForOldLockLayout.
       IF LockTime = SPACES AND LockOperator IS NUMERIC
           MOVE LockDate TO LockTime
           MOVE LockOperator TO LockDate
           MOVE SPACES TO LockOperator
       END-IF
       EXIT.
