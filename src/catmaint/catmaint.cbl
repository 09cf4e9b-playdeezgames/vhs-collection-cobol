       COPY V2FILESEL.
       COPY V2AUDSEL.
       COPY V2LOCKSEL.
       COPY OPERSEL.
       COPY SECLOGSEL.

DATA DIVISION.
FILE SECTION.
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
       01 WS-CATFILE-STATUS PIC XX VALUE SPACES.
             03 RenameIMDBID PIC X(9).
       01 RenameTableFullSwitch PIC X VALUE "N".
          88 RenameTableIsFull VALUE "Y".
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
       PERFORM AcquireV2Lock
       IF NOT LockWasAcquired
           MOVE 8 TO RETURN-CODE
       PERFORM UNTIL MaintIsDone
           PERFORM ShowMenu
           PERFORM ReadCommand
           PERFORM CheckCommandLevel
           IF CommandIsPermitted
               EVALUATE COMMAND
                   WHEN "A" PERFORM AddCategory
                   WHEN "U" PERFORM UpdateCategory
                   WHEN "D" PERFORM DeleteCategory
                   WHEN "R" PERFORM ShowCategory
                   WHEN "L" PERFORM ListCategories
                   WHEN "N" PERFORM RenameCategory
                   WHEN "Q" MOVE "Y" TO DoneSwitch
                   WHEN OTHER DISPLAY "Unknown command: " COMMAND
               END-EVALUATE
           END-IF
       END-PERFORM
       CLOSE CategoryFile
       CLOSE V2FILE
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
       MOVE "CATMAINT" TO LockHolder
       MOVE SignedOnOperator TO LockOperator
       ACCEPT LockDate FROM DATE YYYYMMDD
       ACCEPT LockTime FROM TIME
       OPEN OUTPUT LockFile

WriteAudit.
       MOVE "CATMAINT" TO AuditProgram
       MOVE SignedOnOperator TO AuditOperator
       ACCEPT AuditDate FROM DATE YYYYMMDD
       ACCEPT AuditTime FROM TIME
       WRITE AUDITRECORD
       END-WRITE
       EXIT.

SignOnOperator.
       MOVE "N" TO SignOnSwitch
       MOVE ZERO TO SignOnTries
       OPEN INPUT OperatorFile
       IF WS-OPERFILE-STATUS NOT = "00"
           DISPLAY "CATMAINT: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "CATMAINT: not started - no operator signed on"
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
           DISPLAY "CATMAINT: sign-on refused"
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
       MOVE "CATMAINT" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.

CheckCommandLevel.
       EVALUATE COMMAND
           WHEN "D" MOVE 3 TO RequiredLevel
           WHEN "N" MOVE 3 TO RequiredLevel
           WHEN "A" MOVE 2 TO RequiredLevel
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
