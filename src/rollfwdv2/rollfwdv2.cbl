FILE-CONTROL.
       COPY V2FILESEL.
       COPY V2AUDSEL.
       COPY AUDARCSEL.
       COPY V2LOCKSEL.
       COPY OPERSEL.
       COPY SECLOGSEL.

DATA DIVISION.
FILE SECTION.
       FD AuditFile.
       01 AUDITRECORD.
           COPY V2AUDREC.
       FD AuditArchiveFile.
       01 AUDARCRECORD.
           COPY AUDARCREC.
       FD LockFile.
       01 LOCKRECORD.
           COPY V2LOCKREC.
       FD OperatorFile.
       01 OPERRECORD.
           COPY OPERREC.
       FD SecurityLogFile.
       01 SECLOGRECORD.
           COPY SECLOGREC.

WORKING-STORAGE SECTION.
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDITFILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDARC-STATUS PIC XX VALUE SPACES.
       01 AuditFileIsAvailable PIC X VALUE "N".
          88 AuditFileAvailable VALUE "Y".
       01 ArchiveFileIsAvailable PIC X VALUE "N".
          88 ArchiveFileAvailable VALUE "Y".
       01 ArchiveEOF PIC X VALUE "N".
          88 ArchiveAtEnd VALUE "Y".
       01 WS-LOCKFILE-STATUS PIC XX VALUE SPACES.
       01 LockAnswer PIC X VALUE SPACE.
       01 LockCheckDate PIC X(8) VALUE SPACES.
          02 DeleteReplayCount PIC 9(7) VALUE ZERO.
          02 OutsideWindowCount PIC 9(7) VALUE ZERO.
          02 NonReplayableCount PIC 9(7) VALUE ZERO.
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

PROCEDURE DIVISION.
       PERFORM SignOnOperator
       IF NOT OperatorIsSignedOn
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF SignedOnLevel IS LESS THAN 3
           DISPLAY "ROLLFWDV2: operator " FUNCTION TRIM(SignedOnOperator)
               " is not permitted - replaying the journal needs level 3"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "ROLLFWDV2 - replay the audit journal onto a restored backup"
       DISPLAY "Replay from date (YYYYMMDD, blank = start of journal): "
           WITH NO ADVANCING
           STOP RUN
       END-IF
       OPEN INPUT AuditFile
       IF WS-AUDITFILE-STATUS = "00"
           MOVE "Y" TO AuditFileIsAvailable
       END-IF
       OPEN INPUT AuditArchiveFile
       IF WS-AUDARC-STATUS = "00"
           MOVE "Y" TO ArchiveFileIsAvailable
       END-IF
       IF NOT AuditFileAvailable AND NOT ArchiveFileAvailable
           DISPLAY "ROLLFWDV2: no audit journal exists yet - nothing to replay"
           PERFORM ReleaseV2Lock
           STOP RUN
           CLOSE V2FILE
           OPEN I-O V2FILE
       END-IF
       IF ArchiveFileAvailable
           PERFORM ReplayArchivedEntries
           CLOSE AuditArchiveFile
       END-IF
       IF AuditFileAvailable
           READ AuditFile
               AT END SET AuditAtEnd TO TRUE
           END-READ
           PERFORM UNTIL AuditAtEnd OR ReplayIsHalted
               PERFORM ReplayOneEntry
               READ AuditFile
                   AT END SET AuditAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE AuditFile
       END-IF
       CLOSE V2FILE
       PERFORM ReleaseV2Lock
       DISPLAY "ROLLFWDV2: writes replayed   = " WriteReplayCount
       DISPLAY "ROLLFWDV2: rewrites replayed = " RewriteReplayCount
       END-IF
       STOP RUN.

ReplayArchivedEntries.
       READ AuditArchiveFile
           AT END SET ArchiveAtEnd TO TRUE
       END-READ
       PERFORM UNTIL ArchiveAtEnd OR ReplayIsHalted
           IF AudArcType = "D"
               MOVE AudArcData TO AUDITRECORD
               PERFORM ReplayOneEntry
           END-IF
           READ AuditArchiveFile
               AT END SET ArchiveAtEnd TO TRUE
           END-READ
       END-PERFORM
       EXIT.

ReplayOneEntry.
       IF AuditAction NOT = "WRITE"
               AND AuditAction NOT = "REWRITE"
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
       MOVE "ROLLFWDV2" TO LockHolder
       MOVE SignedOnOperator TO LockOperator
       ACCEPT LockDate FROM DATE YYYYMMDD
       ACCEPT LockTime FROM TIME
       OPEN OUTPUT LockFile
       END-WRITE
       CLOSE LockFile
       EXIT.

SignOnOperator.
       MOVE "N" TO SignOnSwitch
       MOVE ZERO TO SignOnTries
       OPEN INPUT OperatorFile
       IF WS-OPERFILE-STATUS NOT = "00"
           DISPLAY "ROLLFWDV2: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "ROLLFWDV2: not started - no operator signed on"
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
           DISPLAY "ROLLFWDV2: sign-on refused"
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
       MOVE "ROLLFWDV2" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.
