       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ARCHIVEV2.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY V2AUDSEL.
       COPY AUDARCSEL.
       COPY WATCHLOGSEL.
       COPY LOGARCSEL.
       COPY VIEWSUMSEL.
       COPY FEEDMARKSEL.
       COPY V2LOCKSEL.
       COPY OPERSEL.
       COPY SECLOGSEL.
       SELECT BackupFile ASSIGN "v2backup.dat"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUPFILE-STATUS.
       SELECT AuditKeepFile ASSIGN "v2audit.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-AUDKEEP-STATUS.
       SELECT WatchKeepFile ASSIGN "watchlog.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LOGKEEP-STATUS.
       SELECT WatchMoveFile ASSIGN "watcharc.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-LOGMOVE-STATUS.

DATA DIVISION.
FILE SECTION.
       FD AuditFile.
       01 AUDITRECORD.
           COPY V2AUDREC.
       FD AuditArchiveFile.
       01 AUDARCRECORD.
           COPY AUDARCREC.
       FD WatchLogFile.
       01 WATCHLOGRECORD.
           COPY WATCHLOGREC.
       FD WatchArchiveFile.
       01 LOGARCRECORD.
           COPY LOGARCREC.
       FD ViewSummaryFile.
       01 VIEWSUMRECORD.
           COPY VIEWSUMREC.
       FD FeedMarkFile.
       01 FEEDMARKRECORD.
           COPY FEEDMARKREC.
       FD LockFile.
       01 LOCKRECORD.
           COPY V2LOCKREC.
       FD OperatorFile.
       01 OPERRECORD.
           COPY OPERREC.
       FD SecurityLogFile.
       01 SECLOGRECORD.
           COPY SECLOGREC.
       FD BackupFile.
       01 BackupRecord.
          02 BackupRecordType PIC X.
          02 BackupRecordData PIC X(207).
       FD AuditKeepFile.
       01 AuditKeepLine PIC X(455).
       FD WatchKeepFile.
       01 WatchKeepLine PIC X(35).
       FD WatchMoveFile.
       01 WatchMoveLine PIC X(35).

WORKING-STORAGE SECTION.
       01 WS-AUDITFILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDARC-STATUS PIC XX VALUE SPACES.
       01 WS-WATCHLOG-STATUS PIC XX VALUE SPACES.
       01 WS-LOGARC-STATUS PIC XX VALUE SPACES.
       01 WS-VIEWSUM-STATUS PIC XX VALUE SPACES.
       01 WS-FEEDMARK-STATUS PIC XX VALUE SPACES.
       01 WS-LOCKFILE-STATUS PIC XX VALUE SPACES.
       01 WS-BACKUPFILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDKEEP-STATUS PIC XX VALUE SPACES.
       01 WS-LOGKEEP-STATUS PIC XX VALUE SPACES.
       01 WS-LOGMOVE-STATUS PIC XX VALUE SPACES.
       01 LockAnswer PIC X VALUE SPACE.
       01 LockCheckDate PIC X(8) VALUE SPACES.
       01 LockAcquiredSwitch PIC X VALUE "N".
          88 LockWasAcquired VALUE "Y".
       01 SCRATCHPAD.
          02 CutoffDate PIC X(8).
       01 TodayDate PIC X(8) VALUE SPACES.
       01 TrailerImage.
           COPY BKTRLREC.
       01 BackupDateSwitch PIC X VALUE "N".
          88 BackupIsDated VALUE "Y".
       01 ArcGenImage.
           COPY ARCGENREC.
       01 BackupEOF PIC X VALUE "N".
          88 BackupAtEnd VALUE "Y".
       01 AuditEOF PIC X VALUE "N".
          88 AuditAtEnd VALUE "Y".
       01 WatchLogEOF PIC X VALUE "N".
          88 WatchLogAtEnd VALUE "Y".
       01 KeepEOF PIC X VALUE "N".
          88 KeepAtEnd VALUE "Y".
       01 MoveEOF PIC X VALUE "N".
          88 MoveAtEnd VALUE "Y".
       01 ArchiveFailSwitch PIC X VALUE "N".
          88 ArchiveHasFailed VALUE "Y".
       01 HashKey PIC X(9) VALUE SPACES.
       01 HashCharIndex PIC 9(2) VALUE ZERO.
       01 KeyHashTotal PIC 9(9) VALUE ZERO.
       01 ArchiveCounts.
          02 JournalMovedCount PIC 9(9) VALUE ZERO.
          02 JournalKeptCount PIC 9(9) VALUE ZERO.
          02 WatchMovedCount PIC 9(9) VALUE ZERO.
          02 WatchKeptCount PIC 9(9) VALUE ZERO.
          02 SummaryAddedCount PIC 9(7) VALUE ZERO.
          02 SummaryUpdatedCount PIC 9(7) VALUE ZERO.
       01 ArchiveText PIC X(120) VALUE SPACES.
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
           DISPLAY "ARCHIVEV2: operator " FUNCTION TRIM(SignedOnOperator)
               " is not permitted - archiving the journal needs level 3"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "ARCHIVEV2 - move old journal and watch-log entries to "
           "the archive generations"
       ACCEPT TodayDate FROM DATE YYYYMMDD
       DISPLAY "Archive entries dated before (YYYYMMDD, blank = 1st of "
           "this month): " WITH NO ADVANCING
       ACCEPT CutoffDate
       IF CutoffDate = SPACES
           MOVE TodayDate TO CutoffDate
           MOVE "01" TO CutoffDate(7:2)
       END-IF
       IF CutoffDate IS NOT NUMERIC
               OR CutoffDate IS GREATER THAN TodayDate
           DISPLAY "ARCHIVEV2: cutoff " CutoffDate " is not a date on or "
               "before today - not started"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM CheckLatestBackup
       PERFORM CheckFeedMark
       PERFORM AcquireV2Lock
       IF NOT LockWasAcquired
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE TodayDate TO ArcGenDate
       ACCEPT ArcGenTime FROM TIME
       MOVE CutoffDate TO ArcCutoffDate
       MOVE SignedOnOperator TO ArcOperator
       PERFORM ArchiveJournal
       IF NOT ArchiveHasFailed
           PERFORM ArchiveWatchLog
       END-IF
       PERFORM ReleaseV2Lock
       DISPLAY "ARCHIVEV2: cutoff                 = " CutoffDate
       DISPLAY "ARCHIVEV2: journal entries moved  = " JournalMovedCount
       DISPLAY "ARCHIVEV2: journal entries kept   = " JournalKeptCount
       DISPLAY "ARCHIVEV2: watch-log lines moved  = " WatchMovedCount
       DISPLAY "ARCHIVEV2: watch-log lines kept   = " WatchKeptCount
       DISPLAY "ARCHIVEV2: viewer summary added   = " SummaryAddedCount
       DISPLAY "ARCHIVEV2: viewer summary updated = " SummaryUpdatedCount
       IF ArchiveHasFailed
           DISPLAY "ARCHIVEV2: ARCHIVE FAILED - the live file named above "
               "was left as it was"
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

CheckLatestBackup.
       MOVE "N" TO BackupDateSwitch
       OPEN INPUT BackupFile
       IF WS-BACKUPFILE-STATUS NOT = "00"
           DISPLAY "ARCHIVEV2: no v2backup.dat exists - take a backup with "
               "BACKUPV2 U)nload before archiving the journal"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       READ BackupFile
           AT END SET BackupAtEnd TO TRUE
       END-READ
       PERFORM UNTIL BackupAtEnd
           IF BackupRecordType = "T"
               MOVE BackupRecordData TO TrailerImage
               IF TrailerBackupDate IS NUMERIC
                   MOVE "Y" TO BackupDateSwitch
               ELSE
                   MOVE "N" TO BackupDateSwitch
               END-IF
           END-IF
           READ BackupFile
               AT END SET BackupAtEnd TO TRUE
           END-READ
       END-PERFORM
       CLOSE BackupFile
       IF NOT BackupIsDated
           DISPLAY "ARCHIVEV2: v2backup.dat carries no backup date - take "
               "a fresh backup with BACKUPV2 U)nload before archiving"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF CutoffDate IS GREATER THAN TrailerBackupDate
           DISPLAY "ARCHIVEV2: latest backup was taken " TrailerBackupDate
               " " TrailerBackupTime
           DISPLAY "ARCHIVEV2: refusing to archive journal entries newer "
               "than the backup - ROLLFWDV2 still needs them; use a "
               "cutoff on or before " TrailerBackupDate
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       EXIT.

CheckFeedMark.
       OPEN INPUT FeedMarkFile
       IF WS-FEEDMARK-STATUS = "00"
           READ FeedMarkFile
               AT END CONTINUE
               NOT AT END
                   IF CutoffDate IS GREATER THAN FeedMarkDate
                       DISPLAY "ARCHIVEV2: the change feed has only sent "
                           "journal entries up to " FeedMarkDate " "
                           FeedMarkTime
                       DISPLAY "ARCHIVEV2: run CHGFEED first or use a "
                           "cutoff on or before " FeedMarkDate
                       CLOSE FeedMarkFile
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ
           CLOSE FeedMarkFile
       END-IF
       EXIT.

ArchiveJournal.
       OPEN INPUT AuditFile
       IF WS-AUDITFILE-STATUS NOT = "00"
           DISPLAY "ARCHIVEV2: no audit journal exists yet - nothing to "
               "archive there"
       ELSE
           OPEN OUTPUT AuditKeepFile
           MOVE ZERO TO KeyHashTotal
           READ AuditFile
               AT END SET AuditAtEnd TO TRUE
           END-READ
           PERFORM UNTIL AuditAtEnd OR ArchiveHasFailed
               IF AuditDate IS LESS THAN CutoffDate
                   PERFORM MoveJournalEntry
               ELSE
                   ADD 1 TO JournalKeptCount
                   MOVE AUDITRECORD TO AuditKeepLine
                   WRITE AuditKeepLine
               END-IF
               READ AuditFile
                   AT END SET AuditAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE AuditFile
           CLOSE AuditKeepFile
           IF JournalMovedCount IS GREATER THAN ZERO
               IF NOT ArchiveHasFailed
                   MOVE JournalMovedCount TO ArcRecordCount
                   MOVE KeyHashTotal TO ArcKeyHashTotal
                   MOVE "T" TO AudArcType
                   MOVE ArcGenImage TO AudArcData
                   PERFORM PutAuditArchiveLine
               END-IF
               CLOSE AuditArchiveFile
               IF ArchiveHasFailed
                   DISPLAY "ARCHIVEV2: v2audit.arc write failed, status "
                       WS-AUDARC-STATUS " - the generation dated "
                       ArcGenDate " has no trailer and v2audit.dat is "
                       "unchanged"
               ELSE
                   PERFORM ReplaceJournal
               END-IF
           END-IF
       END-IF
       EXIT.

MoveJournalEntry.
       IF JournalMovedCount = ZERO
           OPEN EXTEND AuditArchiveFile
           IF WS-AUDARC-STATUS = "35"
               OPEN OUTPUT AuditArchiveFile
           END-IF
           MOVE ZERO TO ArcRecordCount
           MOVE ZERO TO ArcKeyHashTotal
           MOVE "G" TO AudArcType
           MOVE ArcGenImage TO AudArcData
           PERFORM PutAuditArchiveLine
       END-IF
       ADD 1 TO JournalMovedCount
       IF AfterIMDBID = SPACES
           MOVE BeforeIMDBID TO HashKey
       ELSE
           MOVE AfterIMDBID TO HashKey
       END-IF
       PERFORM AddKeyToHash
       MOVE "D" TO AudArcType
       MOVE AUDITRECORD TO AudArcData
       PERFORM PutAuditArchiveLine
       EXIT.

PutAuditArchiveLine.
       WRITE AUDARCRECORD
       END-WRITE
       IF WS-AUDARC-STATUS NOT = "00"
           MOVE "Y" TO ArchiveFailSwitch
       END-IF
       EXIT.

ReplaceJournal.
       OPEN INPUT AuditKeepFile
       OPEN OUTPUT AuditFile
       MOVE "N" TO KeepEOF
       READ AuditKeepFile
           AT END SET KeepAtEnd TO TRUE
       END-READ
       PERFORM UNTIL KeepAtEnd
           MOVE AuditKeepLine TO AUDITRECORD
           WRITE AUDITRECORD
           READ AuditKeepFile
               AT END SET KeepAtEnd TO TRUE
           END-READ
       END-PERFORM
       CLOSE AuditKeepFile
       MOVE SPACES TO ArchiveText
       STRING JournalMovedCount DELIMITED BY SIZE
           " JOURNAL ENTRIES MOVED TO v2audit.arc" DELIMITED BY SIZE
           INTO ArchiveText
       END-STRING
       PERFORM WriteArchiveAudit
       CLOSE AuditFile
       EXIT.

ArchiveWatchLog.
       OPEN INPUT WatchLogFile
       IF WS-WATCHLOG-STATUS NOT = "00"
           DISPLAY "ARCHIVEV2: no watch log exists yet - nothing to "
               "archive there"
       ELSE
           OPEN OUTPUT WatchKeepFile
           OPEN OUTPUT WatchMoveFile
           READ WatchLogFile
               AT END SET WatchLogAtEnd TO TRUE
           END-READ
           PERFORM UNTIL WatchLogAtEnd
               IF LogWatchDate IS LESS THAN CutoffDate
                   ADD 1 TO WatchMovedCount
                   MOVE WATCHLOGRECORD TO WatchMoveLine
                   WRITE WatchMoveLine
               ELSE
                   ADD 1 TO WatchKeptCount
                   MOVE WATCHLOGRECORD TO WatchKeepLine
                   WRITE WatchKeepLine
               END-IF
               READ WatchLogFile
                   AT END SET WatchLogAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE WatchLogFile
           CLOSE WatchKeepFile
           CLOSE WatchMoveFile
           IF WatchMovedCount IS GREATER THAN ZERO
               PERFORM AppendWatchGeneration
               IF ArchiveHasFailed
                   DISPLAY "ARCHIVEV2: watchlog.arc write failed, status "
                       WS-LOGARC-STATUS " - the generation dated "
                       ArcGenDate " has no trailer and watchlog.dat is "
                       "unchanged"
               ELSE
                   PERFORM ReplaceWatchLog
                   PERFORM UpdateViewSummary
               END-IF
           END-IF
       END-IF
       EXIT.

AppendWatchGeneration.
       OPEN EXTEND WatchArchiveFile
       IF WS-LOGARC-STATUS = "35"
           OPEN OUTPUT WatchArchiveFile
       END-IF
       MOVE ZERO TO KeyHashTotal
       MOVE ZERO TO ArcRecordCount
       MOVE ZERO TO ArcKeyHashTotal
       MOVE "G" TO LogArcType
       MOVE ArcGenImage TO LogArcData
       PERFORM PutWatchArchiveLine
       OPEN INPUT WatchMoveFile
       MOVE "N" TO MoveEOF
       READ WatchMoveFile
           AT END SET MoveAtEnd TO TRUE
       END-READ
       PERFORM UNTIL MoveAtEnd OR ArchiveHasFailed
           MOVE WatchMoveLine TO WATCHLOGRECORD
           MOVE LogIMDBID TO HashKey
           PERFORM AddKeyToHash
           MOVE "D" TO LogArcType
           MOVE WATCHLOGRECORD TO LogArcData
           PERFORM PutWatchArchiveLine
           READ WatchMoveFile
               AT END SET MoveAtEnd TO TRUE
           END-READ
       END-PERFORM
       CLOSE WatchMoveFile
       IF NOT ArchiveHasFailed
           MOVE WatchMovedCount TO ArcRecordCount
           MOVE KeyHashTotal TO ArcKeyHashTotal
           MOVE "T" TO LogArcType
           MOVE ArcGenImage TO LogArcData
           PERFORM PutWatchArchiveLine
       END-IF
       CLOSE WatchArchiveFile
       EXIT.

PutWatchArchiveLine.
       WRITE LOGARCRECORD
       END-WRITE
       IF WS-LOGARC-STATUS NOT = "00"
           MOVE "Y" TO ArchiveFailSwitch
       END-IF
       EXIT.

ReplaceWatchLog.
       OPEN INPUT WatchKeepFile
       OPEN OUTPUT WatchLogFile
       MOVE "N" TO KeepEOF
       READ WatchKeepFile
           AT END SET KeepAtEnd TO TRUE
       END-READ
       PERFORM UNTIL KeepAtEnd
           MOVE WatchKeepLine TO WATCHLOGRECORD
           WRITE WATCHLOGRECORD
           READ WatchKeepFile
               AT END SET KeepAtEnd TO TRUE
           END-READ
       END-PERFORM
       CLOSE WatchKeepFile
       CLOSE WatchLogFile
       OPEN EXTEND AuditFile
       IF WS-AUDITFILE-STATUS = "35"
           OPEN OUTPUT AuditFile
       END-IF
       MOVE SPACES TO ArchiveText
       STRING WatchMovedCount DELIMITED BY SIZE
           " WATCH-LOG LINES MOVED TO watchlog.arc" DELIMITED BY SIZE
           INTO ArchiveText
       END-STRING
       PERFORM WriteArchiveAudit
       CLOSE AuditFile
       EXIT.

UpdateViewSummary.
       OPEN I-O ViewSummaryFile
       IF WS-VIEWSUM-STATUS = "35"
           OPEN OUTPUT ViewSummaryFile
           CLOSE ViewSummaryFile
           OPEN I-O ViewSummaryFile
       END-IF
       OPEN INPUT WatchMoveFile
       MOVE "N" TO MoveEOF
       READ WatchMoveFile
           AT END SET MoveAtEnd TO TRUE
       END-READ
       PERFORM UNTIL MoveAtEnd
           MOVE WatchMoveLine TO WATCHLOGRECORD
           PERFORM AddWatchToSummary
           READ WatchMoveFile
               AT END SET MoveAtEnd TO TRUE
           END-READ
       END-PERFORM
       CLOSE WatchMoveFile
       CLOSE ViewSummaryFile
       EXIT.

AddWatchToSummary.
       MOVE LogViewerID TO SumViewerID
       MOVE LogIMDBID TO SumIMDBID
       READ ViewSummaryFile
           INVALID KEY
               MOVE LogViewerID TO SumViewerID
               MOVE LogIMDBID TO SumIMDBID
               MOVE 1 TO SumPlayCount
               MOVE LogWatchDate TO SumFirstDate
               MOVE LogWatchDate TO SumLastDate
               MOVE TodayDate TO SumArchiveDate
               WRITE VIEWSUMRECORD
                   INVALID KEY
                       DISPLAY "ARCHIVEV2: unable to add viewer summary "
                           "for " LogViewerID " " LogIMDBID
                   NOT INVALID KEY
                       ADD 1 TO SummaryAddedCount
               END-WRITE
           NOT INVALID KEY
               ADD 1 TO SumPlayCount
                   ON SIZE ERROR CONTINUE
               END-ADD
               IF LogWatchDate IS LESS THAN SumFirstDate
                   MOVE LogWatchDate TO SumFirstDate
               END-IF
               IF LogWatchDate IS GREATER THAN SumLastDate
                   MOVE LogWatchDate TO SumLastDate
               END-IF
               MOVE TodayDate TO SumArchiveDate
               REWRITE VIEWSUMRECORD
                   INVALID KEY
                       DISPLAY "ARCHIVEV2: unable to update viewer summary "
                           "for " LogViewerID " " LogIMDBID
                   NOT INVALID KEY
                       ADD 1 TO SummaryUpdatedCount
               END-REWRITE
       END-READ
       EXIT.

AddKeyToHash.
       MOVE 1 TO HashCharIndex
       PERFORM AddOneKeyChar UNTIL HashCharIndex IS GREATER THAN 9
       EXIT.

AddOneKeyChar.
       ADD FUNCTION ORD(HashKey(HashCharIndex:1))
           TO KeyHashTotal
           ON SIZE ERROR CONTINUE
       END-ADD
       ADD 1 TO HashCharIndex
       EXIT.

WriteArchiveAudit.
       MOVE SPACES TO AuditBefore
       MOVE SPACES TO AuditAfter
       STRING "ENTRIES DATED BEFORE " DELIMITED BY SIZE
           CutoffDate DELIMITED BY SIZE
           INTO BeforeMovieTitle
       END-STRING
       MOVE ArchiveText TO AfterMovieTitle
       MOVE "ARCHIVE" TO AuditAction
       MOVE "ARCHIVEV2" TO AuditProgram
       MOVE SignedOnOperator TO AuditOperator
       ACCEPT AuditDate FROM DATE YYYYMMDD
       ACCEPT AuditTime FROM TIME
       WRITE AUDITRECORD
       END-WRITE
       EXIT.

AcquireV2Lock.
       MOVE "N" TO LockAcquiredSwitch
       OPEN INPUT LockFile
       IF WS-LOCKFILE-STATUS NOT = "00"
           MOVE "Y" TO LockAcquiredSwitch
       ELSE
           READ LockFile
               AT END MOVE "Y" TO LockAcquiredSwitch
           END-READ
           PERFORM AllowForOldLockLayout
           CLOSE LockFile
           IF NOT LockWasAcquired
               IF LockStatus NOT = "HELD"
                   MOVE "Y" TO LockAcquiredSwitch
               ELSE
                   PERFORM ResolveHeldLock
               END-IF
           END-IF
       END-IF
       IF LockWasAcquired
           MOVE "HELD" TO LockStatus
           PERFORM WriteLockRecord
       END-IF
       EXIT.

ResolveHeldLock.
       ACCEPT LockCheckDate FROM DATE YYYYMMDD
       DISPLAY "ARCHIVEV2: V2FILE is locked for update by "
           FUNCTION TRIM(LockHolder) " since " LockDate " " LockTime
       IF LockDate IS LESS THAN LockCheckDate
           DISPLAY "ARCHIVEV2: lock is dated before today - it may be "
               "stale from a crashed run"
       END-IF
       DISPLAY "Override and take the lock? (O = override): "
           WITH NO ADVANCING
       ACCEPT LockAnswer
       INSPECT LockAnswer CONVERTING "o" TO "O"
       IF LockAnswer = "O"
           MOVE "Y" TO LockAcquiredSwitch
       ELSE
           DISPLAY "ARCHIVEV2: not started - V2FILE lock not acquired"
       END-IF
       EXIT.

ReleaseV2Lock.
       MOVE "FREE" TO LockStatus
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
       MOVE "ARCHIVEV2" TO LockHolder
       MOVE SignedOnOperator TO LockOperator
       ACCEPT LockDate FROM DATE YYYYMMDD
       ACCEPT LockTime FROM TIME
       OPEN OUTPUT LockFile
       WRITE LOCKRECORD
       END-WRITE
       CLOSE LockFile
       EXIT.

SignOnOperator.
       MOVE "N" TO SignOnSwitch
       MOVE ZERO TO SignOnTries
       OPEN INPUT OperatorFile
       IF WS-OPERFILE-STATUS NOT = "00"
           DISPLAY "ARCHIVEV2: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "ARCHIVEV2: not started - no operator signed on"
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
           DISPLAY "ARCHIVEV2: sign-on refused"
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
       MOVE "ARCHIVEV2" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.
