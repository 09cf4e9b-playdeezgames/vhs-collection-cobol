           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUPFILE-STATUS.
       COPY V2LOCKSEL.
       COPY OPERSEL.
       COPY SECLOGSEL.

DATA DIVISION.
FILE SECTION.
       FD AuditFile.
       01 AUDITRECORD.
           COPY V2AUDREC.
       FD OperatorFile.
       01 OPERRECORD.
           COPY OPERREC.
       FD SecurityLogFile.
       01 SECLOGRECORD.
           COPY SECLOGREC.

WORKING-STORAGE SECTION.
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
          02 WatchCountSum PIC 9(9) VALUE ZERO.
          02 KeyHashTotal PIC 9(9) VALUE ZERO.
       01 TrailerImage.
           COPY BKTRLREC.
       01 TrailerFoundSwitch PIC X VALUE "N".
          88 TrailerWasFound VALUE "Y".
       01 HashCharIndex PIC 9(2) VALUE ZERO.
       01 SeenTableFullSwitch PIC X VALUE "N".
          88 SeenTableIsFull VALUE "Y".
       01 SeenScanIndex PIC 9(7) VALUE ZERO.
       01 WS-OPERFILE-STATUS PIC XX VALUE SPACES.
       01 WS-SECLOG-STATUS PIC XX VALUE SPACES.
       01 SignOnAnswer.
          02 SignOnID PIC X(8).
          02 SignOnPIN PIC X(6).
       01 SignOnTries PIC 9 VALUE ZERO.
       01 SignOnSwitch PIC X VALUE "N".
          88 OperatorIsSignedOn VALUE "Y".
       01 SignOnFailReason PIC X(20) VALUE SPACES.
       01 SignedOnOperator PIC X(8) VALUE SPACES.
       01 SignedOnLevel PIC 9 VALUE ZERO.
       01 RequiredLevel PIC 9 VALUE ZERO.
       01 PermittedSwitch PIC X VALUE "N".
          88 CommandIsPermitted VALUE "Y".

PROCEDURE DIVISION.
       PERFORM SignOnOperator
       IF NOT OperatorIsSignedOn
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "BACKUPV2 - U)nload R)eload V)erify"
       DISPLAY "Mode: " WITH NO ADVANCING
       ACCEPT COMMAND
       INSPECT COMMAND CONVERTING "u" TO "U"
       INSPECT COMMAND CONVERTING "r" TO "R"
       INSPECT COMMAND CONVERTING "v" TO "V"
       PERFORM CheckCommandLevel
       IF CommandIsPermitted
           EVALUATE COMMAND
               WHEN "U"
                   PERFORM WarnIfV2FileLocked
                   PERFORM UnloadV2File
               WHEN "R"
                   PERFORM AcquireV2Lock
                   IF LockWasAcquired
                       PERFORM ReloadV2File
                       PERFORM ReleaseV2Lock
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN "V"
                   PERFORM WarnIfV2FileLocked
                   PERFORM VerifyV2File
               WHEN OTHER DISPLAY "Unknown mode: " COMMAND
           END-EVALUATE
       ELSE
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

AcquireV2Lock.
           READ LockFile
               AT END MOVE "Y" TO LockAcquiredSwitch
           END-READ
           PERFORM AllowForOldLockLayout
           CLOSE LockFile
           IF NOT LockWasAcquired
               IF LockStatus NOT = "HELD"
       PERFORM WriteLockRecord
       EXIT.

AllowForOldLockLayout.
       IF LockTime = SPACES AND LockOperator IS NUMERIC
           MOVE LockDate TO LockTime
           MOVE LockOperator TO LockDate
           MOVE SPACES TO LockOperator
       END-IF
       EXIT.

WriteLockRecord.
       MOVE "BACKUPV2" TO LockHolder
       MOVE SignedOnOperator TO LockOperator
       ACCEPT LockDate FROM DATE YYYYMMDD
       ACCEPT LockTime FROM TIME
       OPEN OUTPUT LockFile
           READ LockFile
               AT END CONTINUE
           END-READ
           PERFORM AllowForOldLockLayout
           IF WS-LOCKFILE-STATUS = "00" AND LockStatus = "HELD"
               DISPLAY "BACKUPV2: WARNING - V2FILE is locked for update by "
                   FUNCTION TRIM(LockHolder) " since " LockDate " "
           DISPLAY "BACKUPV2: records unloaded  = " RecordCount
           DISPLAY "BACKUPV2: watch count total = " WatchCountSum
           DISPLAY "BACKUPV2: key hash total    = " KeyHashTotal
           DISPLAY "BACKUPV2: backup taken      = " TrailerBackupDate
               " " TrailerBackupTime
       END-IF
       EXIT.

       MOVE RecordCount TO TrailerRecordCount
       MOVE WatchCountSum TO TrailerWatchCountSum
       MOVE KeyHashTotal TO TrailerKeyHashTotal
       ACCEPT TrailerBackupDate FROM DATE YYYYMMDD
       ACCEPT TrailerBackupTime FROM TIME
       MOVE SPACES TO BackupRecord
       MOVE "T" TO BackupRecordType
       MOVE TrailerImage TO BackupRecordData
       MOVE SPACES TO AuditBefore
       MOVE SPACES TO AuditAfter
       MOVE "BACKUPV2" TO AuditProgram
       MOVE SignedOnOperator TO AuditOperator
       MOVE "RELOAD" TO AuditAction
       ACCEPT AuditDate FROM DATE YYYYMMDD
       ACCEPT AuditTime FROM TIME
       END-IF
       ADD 1 TO SeenScanIndex
       EXIT.

SignOnOperator.
       MOVE "N" TO SignOnSwitch
       MOVE ZERO TO SignOnTries
       OPEN INPUT OperatorFile
       IF WS-OPERFILE-STATUS NOT = "00"
           DISPLAY "BACKUPV2: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "BACKUPV2: not started - no operator signed on"
       END-IF
       EXIT.

AskSignOn.
       ADD 1 TO SignOnTries
       DISPLAY "Operator id: " WITH NO ADVANCING
       ACCEPT SignOnID
       INSPECT SignOnID
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       DISPLAY "PIN: " WITH NO ADVANCING
       ACCEPT SignOnPIN
       MOVE SignOnID TO OperatorID OF OPERRECORD
       READ OperatorFile
           INVALID KEY MOVE "UNKNOWN OPERATOR" TO SignOnFailReason
           NOT INVALID KEY
               IF OperatorPIN OF OPERRECORD = SignOnPIN
                   MOVE "Y" TO SignOnSwitch
                   MOVE OperatorID OF OPERRECORD TO SignedOnOperator
                   MOVE OperatorLevel OF OPERRECORD TO SignedOnLevel
                   DISPLAY "Signed on as "
                       FUNCTION TRIM(OperatorName OF OPERRECORD)
               ELSE
                   MOVE "WRONG PIN" TO SignOnFailReason
               END-IF
       END-READ
       IF NOT OperatorIsSignedOn
           DISPLAY "BACKUPV2: sign-on refused"
           PERFORM LogFailedSignOn
       END-IF
       EXIT.

LogFailedSignOn.
       OPEN EXTEND SecurityLogFile
       IF WS-SECLOG-STATUS = "35"
           OPEN OUTPUT SecurityLogFile
       END-IF
       ACCEPT SecLogDate FROM DATE YYYYMMDD
       ACCEPT SecLogTime FROM TIME
       MOVE "BACKUPV2" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.

CheckCommandLevel.
       EVALUATE COMMAND
           WHEN "R" MOVE 3 TO RequiredLevel
           WHEN "U" MOVE 2 TO RequiredLevel
           WHEN OTHER MOVE 1 TO RequiredLevel
       END-EVALUATE
       IF SignedOnLevel IS LESS THAN RequiredLevel
           MOVE "N" TO PermittedSwitch
           DISPLAY "Operator " FUNCTION TRIM(SignedOnOperator)
               " is not permitted to use " COMMAND
               " - it needs level " RequiredLevel
       ELSE
           MOVE "Y" TO PermittedSwitch
       END-IF
       EXIT.
