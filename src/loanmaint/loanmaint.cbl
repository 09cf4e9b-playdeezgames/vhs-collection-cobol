       COPY LOANSEL.
       COPY V2FILESEL.
       COPY V2COPYSEL.
       COPY HOLDSEL.
       COPY OPERSEL.
       COPY SECLOGSEL.

DATA DIVISION.
FILE SECTION.
       FD CopyFile.
       01 COPYRECORD.
           COPY V2COPYREC.
       FD HoldFile.
       01 HOLDRECORD.
           COPY HOLDREC.
       FD OperatorFile.
       01 OPERRECORD.
           COPY OPERREC.
       FD SecurityLogFile.
       01 SECLOGRECORD.
           COPY SECLOGREC.

WORKING-STORAGE SECTION.
       01 WS-LOANFILE-STATUS PIC XX VALUE SPACES.
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 WS-COPYFILE-STATUS PIC XX VALUE SPACES.
       01 WS-HOLDFILE-STATUS PIC XX VALUE SPACES.
       01 SCRATCHPAD.
          02 COMMAND PIC X.
          02 WantedIMDBID PIC X(9).
       01 DueDateAnswer PIC X(8) VALUE SPACES.
       01 DueDateValidSwitch PIC X VALUE "N".
          88 DueDateIsValid VALUE "Y".
       01 HoldDays PIC 9(3) VALUE 7.
       01 TodayDate PIC X(8) VALUE SPACES.
       01 ExpiryInteger PIC S9(9) VALUE ZERO.
       01 ExpiryNumber PIC 9(8) VALUE ZERO.
       01 HoldAnswer PIC X VALUE SPACE.
       01 HoldSequenceAnswer PIC X(3) VALUE SPACES.
       01 RequesterAnswer PIC X(30) VALUE SPACES.
       01 HoldEOF PIC X VALUE "N".
          88 HoldsAtEnd VALUE "Y".
       01 HighestHoldSequence PIC 9(3) VALUE ZERO.
       01 HoldQueueCount PIC 9(3) VALUE ZERO.
       01 CopyHoldSwitch PIC X VALUE "N".
          88 CopyIsHeld VALUE "Y".
       01 HoldLapsedSwitch PIC X VALUE "N".
          88 HoldHasLapsed VALUE "Y".
       01 HeldForName PIC X(30) VALUE SPACES.
       01 HeldUntilDate PIC X(8) VALUE SPACES.
       01 HeldHoldSequence PIC 9(3) VALUE ZERO.
       01 UpperBorrower PIC X(30) VALUE SPACES.
       01 UpperRequester PIC X(30) VALUE SPACES.
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
       OPEN I-O LoanFile
       IF WS-LOANFILE-STATUS = "35"
           OPEN OUTPUT LoanFile
           MOVE "N" TO CopyFileIsAvailable
           DISPLAY "LOANMAINT: no copy file yet - copy numbers not checked"
       END-IF
       OPEN I-O HoldFile
       IF WS-HOLDFILE-STATUS = "35"
           OPEN OUTPUT HoldFile
           CLOSE HoldFile
           OPEN I-O HoldFile
       END-IF
       PERFORM UNTIL LoansAreDone
           PERFORM ShowMenu
           PERFORM ReadCommand
           PERFORM CheckCommandLevel
           IF CommandIsPermitted
               EVALUATE COMMAND
                   WHEN "O" PERFORM CheckOutTape
                   WHEN "I" PERFORM CheckInTape
                   WHEN "H" PERFORM HoldTape
                   WHEN "R" PERFORM ShowLoan
                   WHEN "Q" MOVE "Y" TO DoneSwitch
                   WHEN OTHER DISPLAY "Unknown command: " COMMAND
               END-EVALUATE
           END-IF
       END-PERFORM
       CLOSE LoanFile
       CLOSE HoldFile
       IF V2FileAvailable
           CLOSE V2FILE
       END-IF

ShowMenu.
       DISPLAY " "
       DISPLAY "LOANMAINT - O)ut I)n H)old R)ead Q)uit"
       EXIT.

ReadCommand.
       ACCEPT COMMAND
       INSPECT COMMAND CONVERTING "o" TO "O"
       INSPECT COMMAND CONVERTING "i" TO "I"
       INSPECT COMMAND CONVERTING "h" TO "H"
       INSPECT COMMAND CONVERTING "r" TO "R"
       INSPECT COMMAND CONVERTING "q" TO "Q"
       EXIT.
                   FUNCTION TRIM(BorrowerName OF LOANRECORD)
                   " SINCE " DateOut OF LOANRECORD
           ELSE
               PERFORM FindCopyHold
               PERFORM AskLoanFields
               MOVE BorrowerName OF LOANRECORD TO UpperBorrower
               INSPECT UpperBorrower
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF CopyIsHeld AND UpperBorrower NOT = HeldForName
                   DISPLAY "Refused - copy " WantedCopyNumber
                       " is HELD for " FUNCTION TRIM(HeldForName)
                       " until " HeldUntilDate
               ELSE
                   PERFORM LendTape
               END-IF
           END-IF
       END-IF
       EXIT.

LendTape.
       IF LoanWasFound
           REWRITE LOANRECORD
               INVALID KEY
                   DISPLAY "Unable to check out IMDBID "
                       WantedIMDBID
               NOT INVALID KEY
                   PERFORM ReleaseBorrowerHolds
           END-REWRITE
       ELSE
           WRITE LOANRECORD
               INVALID KEY
                   DISPLAY "Unable to check out IMDBID "
                       WantedIMDBID
               NOT INVALID KEY
                   PERFORM ReleaseBorrowerHolds
           END-WRITE
       END-IF
       EXIT.

AskLoanFields.
       MOVE WantedIMDBID TO LoanIMDBID OF LOANRECORD
       MOVE WantedCopyNumber TO LoanCopyNumber OF LOANRECORD
                       WantedCopyNumber " returned by "
                       FUNCTION TRIM(BorrowerName OF LOANRECORD)
                       " on " DateBack OF LOANRECORD
                   PERFORM HoldForNextInQueue
           END-REWRITE
       END-IF
       EXIT.
           DISPLAY "No loan record found for IMDBID " WantedIMDBID
               " copy " WantedCopyNumber
       END-IF
       PERFORM ShowHoldQueue
       EXIT.

StartHoldScan.
       MOVE "N" TO HoldEOF
       MOVE WantedIMDBID TO HoldIMDBID OF HOLDRECORD
       MOVE ZERO TO HoldSequence OF HOLDRECORD
       START HoldFile KEY IS NOT LESS THAN HoldKey OF HOLDRECORD
           INVALID KEY MOVE "Y" TO HoldEOF
       END-START
       IF NOT HoldsAtEnd
           PERFORM ReadNextHold
       END-IF
       EXIT.

ReadNextHold.
       READ HoldFile NEXT RECORD
           AT END MOVE "Y" TO HoldEOF
       END-READ
       IF NOT HoldsAtEnd
               AND HoldIMDBID OF HOLDRECORD NOT = WantedIMDBID
           MOVE "Y" TO HoldEOF
       END-IF
       EXIT.

HoldTape.
       PERFORM ASKIMDBID
       MOVE "Y" TO TapeFoundSwitch
       IF V2FileAvailable
           MOVE WantedIMDBID TO IMDBID OF V2FILERECORD
           READ V2FILE
               INVALID KEY MOVE "N" TO TapeFoundSwitch
               NOT INVALID KEY
                   DISPLAY "  " FUNCTION TRIM(MovieTitle OF V2FILERECORD)
           END-READ
       END-IF
       IF NOT TapeWasFound
           DISPLAY "No tape found for IMDBID " WantedIMDBID
       ELSE
           PERFORM ShowHoldQueue
           DISPLAY "A)dd a hold, C)ancel a hold: " WITH NO ADVANCING
           ACCEPT HoldAnswer
           INSPECT HoldAnswer CONVERTING "ac" TO "AC"
           EVALUATE HoldAnswer
               WHEN "A" PERFORM AddHold
               WHEN "C" PERFORM CancelHold
               WHEN OTHER DISPLAY "No hold changed"
           END-EVALUATE
       END-IF
       EXIT.

ShowHoldQueue.
       MOVE ZERO TO HoldQueueCount
       PERFORM StartHoldScan
       PERFORM UNTIL HoldsAtEnd
           ADD 1 TO HoldQueueCount
           IF HoldStatus OF HOLDRECORD = "HELD"
               DISPLAY "Hold " HoldSequence OF HOLDRECORD " "
                   FUNCTION TRIM(HoldRequester OF HOLDRECORD)
                   " asked " HoldRequestDate OF HOLDRECORD
                   " - copy " HoldCopyNumber OF HOLDRECORD
                   " HELD until " HoldExpiryDate OF HOLDRECORD
           ELSE
               DISPLAY "Hold " HoldSequence OF HOLDRECORD " "
                   FUNCTION TRIM(HoldRequester OF HOLDRECORD)
                   " asked " HoldRequestDate OF HOLDRECORD
                   " - WAITING"
           END-IF
           PERFORM ReadNextHold
       END-PERFORM
       IF HoldQueueCount = ZERO
           DISPLAY "Nobody is waiting for IMDBID " WantedIMDBID
       END-IF
       EXIT.

AddHold.
       DISPLAY "Requested by (viewer id or borrower name): "
           WITH NO ADVANCING
       ACCEPT RequesterAnswer
       IF RequesterAnswer = SPACES
           DISPLAY "A hold needs a viewer id or borrower name - none added"
       ELSE
           INSPECT RequesterAnswer
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO HighestHoldSequence
           MOVE ZERO TO HoldQueueCount
           PERFORM StartHoldScan
           PERFORM UNTIL HoldsAtEnd
               ADD 1 TO HoldQueueCount
               MOVE HoldSequence OF HOLDRECORD TO HighestHoldSequence
               PERFORM ReadNextHold
           END-PERFORM
           IF HighestHoldSequence = 999
               DISPLAY "Hold queue for IMDBID " WantedIMDBID
                   " is full - none added"
           ELSE
               ADD 1 TO HoldQueueCount
               MOVE SPACES TO HOLDRECORD
               MOVE WantedIMDBID TO HoldIMDBID OF HOLDRECORD
               COMPUTE HoldSequence OF HOLDRECORD = HighestHoldSequence + 1
               MOVE RequesterAnswer TO HoldRequester OF HOLDRECORD
               ACCEPT HoldRequestDate OF HOLDRECORD FROM DATE YYYYMMDD
               MOVE "WAITING" TO HoldStatus OF HOLDRECORD
               MOVE ZERO TO HoldCopyNumber OF HOLDRECORD
               WRITE HOLDRECORD
                   INVALID KEY
                       DISPLAY "Unable to add a hold for IMDBID "
                           WantedIMDBID
                   NOT INVALID KEY
                       DISPLAY "Hold " HoldSequence OF HOLDRECORD
                           " added for " FUNCTION TRIM(RequesterAnswer)
                           " - number " HoldQueueCount " in the queue"
               END-WRITE
           END-IF
       END-IF
       EXIT.

CancelHold.
       DISPLAY "Hold number to cancel: " WITH NO ADVANCING
       ACCEPT HoldSequenceAnswer
       IF FUNCTION TEST-NUMVAL(HoldSequenceAnswer) NOT = ZERO
               OR HoldSequenceAnswer = SPACES
           DISPLAY "Hold number must be 1 to 999 - none cancelled"
       ELSE
           MOVE WantedIMDBID TO HoldIMDBID OF HOLDRECORD
           COMPUTE HoldSequence OF HOLDRECORD =
               FUNCTION NUMVAL(HoldSequenceAnswer)
           READ HoldFile
               INVALID KEY
                   DISPLAY "No hold " HoldSequence OF HOLDRECORD
                       " for IMDBID " WantedIMDBID
               NOT INVALID KEY
                   DELETE HoldFile
                       INVALID KEY
                           DISPLAY "Unable to cancel the hold for IMDBID "
                               WantedIMDBID
                       NOT INVALID KEY
                           DISPLAY "Hold " HoldSequence OF HOLDRECORD
                               " for "
                               FUNCTION TRIM(HoldRequester OF HOLDRECORD)
                               " cancelled"
                   END-DELETE
           END-READ
       END-IF
       EXIT.

HoldForNextInQueue.
       ACCEPT TodayDate FROM DATE YYYYMMDD
       MOVE "N" TO CopyHoldSwitch
       PERFORM StartHoldScan
       PERFORM UNTIL HoldsAtEnd OR CopyIsHeld
           IF HoldStatus OF HOLDRECORD = "WAITING"
               MOVE "Y" TO CopyHoldSwitch
               COMPUTE ExpiryInteger = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TodayDate)) + HoldDays
               MOVE FUNCTION DATE-OF-INTEGER(ExpiryInteger)
                   TO ExpiryNumber
               MOVE "HELD" TO HoldStatus OF HOLDRECORD
               MOVE WantedCopyNumber TO HoldCopyNumber OF HOLDRECORD
               MOVE TodayDate TO HoldReadyDate OF HOLDRECORD
               MOVE ExpiryNumber TO HoldExpiryDate OF HOLDRECORD
               REWRITE HOLDRECORD
                   INVALID KEY
                       DISPLAY "Unable to hold the copy for "
                           FUNCTION TRIM(HoldRequester OF HOLDRECORD)
                   NOT INVALID KEY
                       DISPLAY "*** HOLD - put copy " WantedCopyNumber
                           " aside for "
                           FUNCTION TRIM(HoldRequester OF HOLDRECORD)
                           " (asked " HoldRequestDate OF HOLDRECORD
                           ") until " HoldExpiryDate OF HOLDRECORD " ***"
               END-REWRITE
           ELSE
               PERFORM ReadNextHold
           END-IF
       END-PERFORM
       EXIT.

FindCopyHold.
       ACCEPT TodayDate FROM DATE YYYYMMDD
       MOVE "N" TO CopyHoldSwitch
       MOVE "N" TO HoldLapsedSwitch
       PERFORM StartHoldScan
       PERFORM UNTIL HoldsAtEnd OR CopyIsHeld OR HoldHasLapsed
           IF HoldStatus OF HOLDRECORD = "HELD"
                   AND HoldCopyNumber OF HOLDRECORD = WantedCopyNumber
               MOVE HoldRequester OF HOLDRECORD TO HeldForName
               MOVE HoldExpiryDate OF HOLDRECORD TO HeldUntilDate
               MOVE HoldSequence OF HOLDRECORD TO HeldHoldSequence
               IF HoldExpiryDate OF HOLDRECORD IS LESS THAN TodayDate
                   MOVE "Y" TO HoldLapsedSwitch
                   DISPLAY "Hold for " FUNCTION TRIM(HeldForName)
                       " lapsed on " HeldUntilDate
                       " - lending this copy releases it"
               ELSE
                   MOVE "Y" TO CopyHoldSwitch
                   DISPLAY "Copy " WantedCopyNumber " is HELD for "
                       FUNCTION TRIM(HeldForName) " until " HeldUntilDate
               END-IF
           ELSE
               PERFORM ReadNextHold
           END-IF
       END-PERFORM
       EXIT.

ReleaseBorrowerHolds.
       IF HoldHasLapsed
           MOVE WantedIMDBID TO HoldIMDBID OF HOLDRECORD
           MOVE HeldHoldSequence TO HoldSequence OF HOLDRECORD
           DELETE HoldFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "Lapsed hold " HeldHoldSequence " for "
                       FUNCTION TRIM(HeldForName) " released"
           END-DELETE
       END-IF
       PERFORM StartHoldScan
       PERFORM UNTIL HoldsAtEnd
           MOVE HoldRequester OF HOLDRECORD TO UpperRequester
           INSPECT UpperRequester
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF UpperRequester = UpperBorrower
               DELETE HoldFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Hold " HoldSequence OF HOLDRECORD " for "
                           FUNCTION TRIM(HoldRequester OF HOLDRECORD)
                           " fulfilled"
               END-DELETE
           END-IF
           PERFORM ReadNextHold
       END-PERFORM
       EXIT.

SignOnOperator.
       MOVE "N" TO SignOnSwitch
       MOVE ZERO TO SignOnTries
       OPEN INPUT OperatorFile
       IF WS-OPERFILE-STATUS NOT = "00"
           DISPLAY "LOANMAINT: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "LOANMAINT: not started - no operator signed on"
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
           DISPLAY "LOANMAINT: sign-on refused"
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
       MOVE "LOANMAINT" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.

CheckCommandLevel.
       EVALUATE COMMAND
           WHEN "O" MOVE 2 TO RequiredLevel
           WHEN "I" MOVE 2 TO RequiredLevel
           WHEN "H" MOVE 2 TO RequiredLevel
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
