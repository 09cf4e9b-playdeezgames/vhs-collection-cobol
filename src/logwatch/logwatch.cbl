       COPY V2COPYSEL.
       COPY VIEWERSEL.
       COPY WATCHLOGSEL.
       COPY RATINGSEL.
       COPY V2LOCKSEL.
       COPY OPERSEL.
       COPY SECLOGSEL.

DATA DIVISION.
FILE SECTION.
       FD WatchLogFile.
       01 WATCHLOGRECORD.
           COPY WATCHLOGREC.
       FD RatingFile.
       01 RATINGRECORD.
           COPY RATINGREC.
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
          88 CopyFileAvailable VALUE "Y".
       01 WS-VIEWERFILE-STATUS PIC XX VALUE SPACES.
       01 WS-WATCHLOG-STATUS PIC XX VALUE SPACES.
       01 WS-RATINGFILE-STATUS PIC XX VALUE SPACES.
       01 ScoreAnswer PIC X(3) VALUE SPACES.
       01 GivenScore PIC 9(2) VALUE ZERO.
       01 ScoreValidSwitch PIC X VALUE "N".
          88 ScoreIsValid VALUE "Y".
       01 ViewerFileIsAvailable PIC X VALUE "N".
          88 ViewerFileAvailable VALUE "Y".
       01 ViewerKnownSwitch PIC X VALUE "N".
          88 ViewerIsKnown VALUE "Y".
       01 RatingWantedSwitch PIC X VALUE "N".
          88 RatingIsWanted VALUE "Y".
       01 LockAnswer PIC X VALUE SPACE.
       01 LockCheckDate PIC X(8) VALUE SPACES.
       01 LockAcquiredSwitch PIC X VALUE "N".
          02 CopyNumberAnswer PIC X(2).
          02 WantedViewerID PIC X(8).
       01 WantedCopyNumber PIC 9(2) VALUE 1.
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
       IF SignedOnLevel IS LESS THAN 2
           DISPLAY "LOGWATCH: operator " FUNCTION TRIM(SignedOnOperator)
               " is read only - logging a watch needs level 2"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "IMDBID to log watch: " WITH NO ADVANCING
       ACCEPT WantedIMDBID
       DISPLAY "Copy number played (blank = 01): " WITH NO ADVANCING
           CLOSE CopyFile
       END-IF
       PERFORM ReleaseV2Lock
       IF RatingIsWanted
           PERFORM AskViewerRating
       END-IF
       STOP RUN.

LogWatchEvent.
               DISPLAY "IMDBID " WantedIMDBID " watch count now "
                   WatchCount OF V2FILERECORD
                   " last watched " LastWatchedDate OF V2FILERECORD
               MOVE "Y" TO RatingWantedSwitch
       END-REWRITE
       EXIT.

AskViewerRating.
       IF WantedViewerID NOT = SPACES
           MOVE "N" TO ScoreValidSwitch
           PERFORM AskScore UNTIL ScoreIsValid
           IF GivenScore IS GREATER THAN ZERO
               PERFORM StoreViewerRating
           END-IF
       END-IF
       EXIT.

AskScore.
       DISPLAY "Rating from " FUNCTION TRIM(WantedViewerID)
           " 1-10 (blank = no rating): " WITH NO ADVANCING
       ACCEPT ScoreAnswer
       IF ScoreAnswer = SPACES
           MOVE ZERO TO GivenScore
           MOVE "Y" TO ScoreValidSwitch
       ELSE
           IF FUNCTION TEST-NUMVAL(ScoreAnswer) = ZERO
               COMPUTE GivenScore = FUNCTION NUMVAL(ScoreAnswer)
                   ON SIZE ERROR MOVE ZERO TO GivenScore
               END-COMPUTE
           ELSE
               MOVE ZERO TO GivenScore
           END-IF
           IF GivenScore IS GREATER THAN ZERO
                   AND GivenScore IS NOT GREATER THAN 10
                   AND FUNCTION NUMVAL(ScoreAnswer) = GivenScore
               MOVE "Y" TO ScoreValidSwitch
           ELSE
               DISPLAY "Rating must be a whole number from 1 to 10"
           END-IF
       END-IF
       EXIT.

StoreViewerRating.
       OPEN I-O RatingFile
       IF WS-RATINGFILE-STATUS = "35"
           OPEN OUTPUT RatingFile
           CLOSE RatingFile
           OPEN I-O RatingFile
       END-IF
       MOVE WantedViewerID TO RatingViewerID
       MOVE WantedIMDBID TO RatingIMDBID
       READ RatingFile
           INVALID KEY
               MOVE WantedViewerID TO RatingViewerID
               MOVE WantedIMDBID TO RatingIMDBID
               MOVE GivenScore TO RatingScore
               ACCEPT RatingDate FROM DATE YYYYMMDD
               WRITE RATINGRECORD
                   INVALID KEY
                       DISPLAY "LOGWATCH: unable to store the rating for "
                           FUNCTION TRIM(WantedViewerID)
                   NOT INVALID KEY
                       DISPLAY "Rating " GivenScore " stored for "
                           FUNCTION TRIM(WantedViewerID)
               END-WRITE
           NOT INVALID KEY
               DISPLAY "Replacing earlier rating " RatingScore " given "
                   RatingDate
               MOVE GivenScore TO RatingScore
               ACCEPT RatingDate FROM DATE YYYYMMDD
               REWRITE RATINGRECORD
                   INVALID KEY
                       DISPLAY "LOGWATCH: unable to store the rating for "
                           FUNCTION TRIM(WantedViewerID)
                   NOT INVALID KEY
                       DISPLAY "Rating " GivenScore " stored for "
                           FUNCTION TRIM(WantedViewerID)
               END-REWRITE
       END-READ
       CLOSE RatingFile
       EXIT.

AskViewer.
       MOVE "N" TO ViewerKnownSwitch
       OPEN INPUT ViewerFile
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
       MOVE "LOGWATCH" TO LockHolder
       MOVE SignedOnOperator TO LockOperator
       ACCEPT LockDate FROM DATE YYYYMMDD
       ACCEPT LockTime FROM TIME
       OPEN OUTPUT LockFile

WriteAudit.
       MOVE "LOGWATCH" TO AuditProgram
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
           DISPLAY "LOGWATCH: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "LOGWATCH: not started - no operator signed on"
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
           DISPLAY "LOGWATCH: sign-on refused"
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
       MOVE "LOGWATCH" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.
