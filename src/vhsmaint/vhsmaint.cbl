       COPY V2COPYSEL.
       COPY WANTSEL.
       COPY DISPSEL.
       COPY V2VALSEL.
       COPY HOLDSEL.
       COPY V2LOCKSEL.
       COPY OPERSEL.
       COPY SECLOGSEL.

DATA DIVISION.
FILE SECTION.
       FD DisposedFile.
       01 DISPRECORD.
           COPY DISPREC.
       FD ValuationFile.
       01 VALRECORD.
           COPY V2VALREC.
       FD HoldFile.
       01 HOLDRECORD.
          88 HoldEndOfFile VALUE HIGH-VALUE.
           COPY HOLDREC.
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
       01 WS-COPYFILE-STATUS PIC XX VALUE SPACES.
       01 WS-WANTFILE-STATUS PIC XX VALUE SPACES.
       01 WS-DISPFILE-STATUS PIC XX VALUE SPACES.
       01 WS-VALFILE-STATUS PIC XX VALUE SPACES.
       01 WS-HOLDFILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOCKFILE-STATUS PIC XX VALUE SPACES.
       01 LockAnswer PIC X VALUE SPACE.
       01 LockCheckDate PIC X(8) VALUE SPACES.
          88 LoanFileAvailable VALUE "Y".
       01 WantFileIsAvailable PIC X VALUE "N".
          88 WantFileAvailable VALUE "Y".
       01 ValFileIsAvailable PIC X VALUE "N".
          88 ValFileAvailable VALUE "Y".
       01 HoldFileIsAvailable PIC X VALUE "N".
          88 HoldFileAvailable VALUE "Y".
       01 CatFileIsAvailable PIC X VALUE "N".
          88 CatFileAvailable VALUE "Y".
       01 CatFileEntrySwitch PIC X VALUE "N".
          88 RecordWasFound VALUE "Y".
       01 CopyScanSwitch PIC X VALUE "Y".
          88 CopyScanHasMore VALUE "Y".
       01 HoldScanSwitch PIC X VALUE "Y".
          88 HoldScanHasMore VALUE "Y".
       01 CopyListCount PIC 9(5) VALUE ZERO.
       01 SyncCopyCount PIC 9(5) VALUE ZERO.
       01 SyncCopyNumber PIC 9(2) VALUE ZERO.
          88 DisposalCancelled VALUE "C".
       01 DisposedWrittenSwitch PIC X VALUE "N".
          88 DisposedWasWritten VALUE "Y".
       01 SalePriceAnswer PIC X(10) VALUE SPACES.
       01 SalePriceSwitch PIC X VALUE "N".
          88 SalePriceIsValid VALUE "Y".
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
           CLOSE DisposedFile
           OPEN I-O DisposedFile
       END-IF
       OPEN I-O ValuationFile
       IF WS-VALFILE-STATUS = "00"
           MOVE "Y" TO ValFileIsAvailable
       ELSE
           MOVE "N" TO ValFileIsAvailable
       END-IF
       OPEN I-O HoldFile
       IF WS-HOLDFILE-STATUS = "00"
           MOVE "Y" TO HoldFileIsAvailable
       ELSE
           MOVE "N" TO HoldFileIsAvailable
       END-IF
       PERFORM UNTIL MaintIsDone
           PERFORM ShowMenu
           PERFORM ReadCommand
           PERFORM CheckCommandLevel
           IF CommandIsPermitted
               EVALUATE COMMAND
                   WHEN "A" PERFORM AddRecord
                   WHEN "U" PERFORM UpdateRecord
                   WHEN "D" PERFORM DeleteRecord
                   WHEN "X" PERFORM DisposeRecord
                   WHEN "R" PERFORM ShowRecord
                   WHEN "Q" MOVE "Y" TO DoneSwitch
                   WHEN OTHER DISPLAY "Unknown command: " COMMAND
               END-EVALUATE
           END-IF
       END-PERFORM
       CLOSE V2FILE
       CLOSE AuditFile
       CLOSE CopyFile
       CLOSE DisposedFile
       IF ValFileAvailable
           CLOSE ValuationFile
       END-IF
       IF HoldFileAvailable
           CLOSE HoldFile
       END-IF
       IF WantFileAvailable
           CLOSE WantFile
       END-IF
                   MOVE "DELETE" TO AuditAction
                   PERFORM WriteAudit
                   PERFORM RemoveAllCopies
                   PERFORM RemoveAllHolds
           END-DELETE
       ELSE
           DISPLAY "No V2FILE record found for IMDBID " WantedIMDBID
                           MOVE "DELETE" TO AuditAction
                           PERFORM WriteAudit
                           PERFORM RemoveAllCopies
                           PERFORM RemoveAllHolds
                           DISPLAY "IMDBID " WantedIMDBID " moved to "
                               "the disposed-items archive ("
                               FUNCTION TRIM(DisposalReason) " "
           END-IF
           DISPLAY "Went to (optional): " WITH NO ADVANCING
           ACCEPT DisposalTo OF DISPRECORD
           MOVE ZERO TO DisposalPrice OF DISPRECORD
           IF DisposalReasonAnswer = "SOLD"
               PERFORM AskSalePrice
           END-IF
       END-IF
       EXIT.

AskSalePrice.
       MOVE "N" TO SalePriceSwitch
       PERFORM UNTIL SalePriceIsValid
           DISPLAY "Sale price (blank = 0.00): " WITH NO ADVANCING
           MOVE SPACES TO SalePriceAnswer
           ACCEPT SalePriceAnswer
           EVALUATE TRUE
               WHEN SalePriceAnswer = SPACES
                   MOVE "Y" TO SalePriceSwitch
               WHEN FUNCTION TEST-NUMVAL(SalePriceAnswer) NOT = ZERO
                   DISPLAY "Sale price must be a number such as 4.50"
               WHEN FUNCTION NUMVAL(SalePriceAnswer) IS NEGATIVE
                       OR FUNCTION NUMVAL(SalePriceAnswer)
                           NOT LESS THAN 100000
                   DISPLAY "Sale price must be between 0.00 and 99999.99"
               WHEN OTHER
                   COMPUTE DisposalPrice OF DISPRECORD ROUNDED
                       = FUNCTION NUMVAL(SalePriceAnswer)
                   MOVE "Y" TO SalePriceSwitch
           END-EVALUATE
       END-PERFORM
       EXIT.

WriteDisposedRecord.
       MOVE "N" TO DisposedWrittenSwitch
       MOVE V2FILERECORD TO DispImage
                       DISPLAY "Unable to delete copy "
                           CopyNumber OF COPYRECORD " of IMDBID "
                           WantedIMDBID
                   NOT INVALID KEY
                       PERFORM RemoveCopyValuation
               END-DELETE
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
       END-IF
       EXIT.

RemoveCopyValuation.
       IF ValFileAvailable
           MOVE CopyIMDBID OF COPYRECORD TO ValIMDBID OF VALRECORD
           MOVE CopyNumber OF COPYRECORD TO ValCopyNumber OF VALRECORD
           DELETE ValuationFile
               INVALID KEY CONTINUE
           END-DELETE
       END-IF
       EXIT.

RemoveAllHolds.
       IF HoldFileAvailable
           MOVE "Y" TO HoldScanSwitch
           MOVE WantedIMDBID TO HoldIMDBID OF HOLDRECORD
           MOVE ZERO TO HoldSequence OF HOLDRECORD
           START HoldFile KEY NOT LESS THAN HoldKey OF HOLDRECORD
               INVALID KEY MOVE "N" TO HoldScanSwitch
           END-START
           IF HoldScanHasMore
               READ HoldFile NEXT RECORD
                   AT END SET HoldEndOfFile TO TRUE
               END-READ
               PERFORM UNTIL HoldEndOfFile
                       OR HoldIMDBID OF HOLDRECORD NOT = WantedIMDBID
                   DELETE HoldFile
                       INVALID KEY
                           DISPLAY "Unable to release hold "
                               HoldSequence OF HOLDRECORD " of IMDBID "
                               WantedIMDBID
                       NOT INVALID KEY
                           PERFORM JournalHoldRelease
                   END-DELETE
                   READ HoldFile NEXT RECORD
                       AT END SET HoldEndOfFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
       END-IF
       EXIT.

JournalHoldRelease.
       MOVE SPACES TO AuditBefore
       MOVE SPACES TO AuditAfter
       MOVE WantedIMDBID TO BeforeIMDBID
       MOVE WantedIMDBID TO AfterIMDBID
       STRING "HOLD " DELIMITED BY SIZE
           HoldSequence OF HOLDRECORD DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HoldStatus OF HOLDRECORD DELIMITED BY SPACE
           " FOR " DELIMITED BY SIZE
           FUNCTION TRIM(HoldRequester OF HOLDRECORD) DELIMITED BY SIZE
           INTO BeforeMovieTitle
       END-STRING
       STRING "HOLD " DELIMITED BY SIZE
           HoldSequence OF HOLDRECORD DELIMITED BY SIZE
           " RELEASED - TITLE NO LONGER ON V2FILE" DELIMITED BY SIZE
           INTO AfterMovieTitle
       END-STRING
       MOVE "HOLDREL" TO AuditAction
       PERFORM WriteAudit
       DISPLAY "Hold " HoldSequence OF HOLDRECORD " for "
           FUNCTION TRIM(HoldRequester OF HOLDRECORD) " released"
       EXIT.

AcquireV2Lock.
       MOVE "N" TO LockAcquiredSwitch
       OPEN INPUT LockFile
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
       MOVE "VHSMAINT" TO LockHolder
       MOVE SignedOnOperator TO LockOperator
       ACCEPT LockDate FROM DATE YYYYMMDD
       ACCEPT LockTime FROM TIME
       OPEN OUTPUT LockFile

WriteAudit.
       MOVE "VHSMAINT" TO AuditProgram
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
           DISPLAY "VHSMAINT: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "VHSMAINT: not started - no operator signed on"
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
           DISPLAY "VHSMAINT: sign-on refused"
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
       MOVE "VHSMAINT" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.

CheckCommandLevel.
       EVALUATE COMMAND
           WHEN "D" MOVE 3 TO RequiredLevel
           WHEN "X" MOVE 3 TO RequiredLevel
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
