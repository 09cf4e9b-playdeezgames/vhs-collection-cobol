       COPY V2COPYSEL.
       COPY V2FILESEL.
       COPY LOANSEL.
       COPY V2VALSEL.
       COPY OPERSEL.
       COPY SECLOGSEL.

DATA DIVISION.
FILE SECTION.
       FD LoanFile.
       01 LOANRECORD.
           COPY LOANREC.
       FD ValuationFile.
       01 VALRECORD.
           COPY V2VALREC.
       FD OperatorFile.
       01 OPERRECORD.
           COPY OPERREC.
       FD SecurityLogFile.
       01 SECLOGRECORD.
           COPY SECLOGREC.

WORKING-STORAGE SECTION.
       01 WS-COPYFILE-STATUS PIC XX VALUE SPACES.
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOANFILE-STATUS PIC XX VALUE SPACES.
       01 WS-VALFILE-STATUS PIC XX VALUE SPACES.
       01 SCRATCHPAD.
          02 COMMAND PIC X.
          02 WantedIMDBID PIC X(9).
       01 GradeAnswer PIC X VALUE SPACE.
       01 GradeValidSwitch PIC X VALUE "N".
          88 GradeIsValid VALUE "Y".
       01 ValuationFoundSwitch PIC X VALUE "N".
          88 ValuationWasFound VALUE "Y".
       01 PricePrompt PIC X(30) VALUE SPACES.
       01 PriceAnswer PIC X(10) VALUE SPACES.
       01 PriceResult PIC 9(5)V99 VALUE ZERO.
       01 PriceEdited PIC ZZZZ9.99.
       01 PriceValidSwitch PIC X VALUE "N".
          88 PriceIsValid VALUE "Y".
       01 PurchasedFromAnswer PIC X(30) VALUE SPACES.
       01 BuildCounts.
          02 TitlesExamined PIC 9(7) VALUE ZERO.
          02 CopiesSeeded PIC 9(7) VALUE ZERO.
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
       OPEN I-O CopyFile
       IF WS-COPYFILE-STATUS = "35"
           OPEN OUTPUT CopyFile
           CLOSE CopyFile
           OPEN I-O CopyFile
       END-IF
       OPEN I-O ValuationFile
       IF WS-VALFILE-STATUS = "35"
           OPEN OUTPUT ValuationFile
           CLOSE ValuationFile
           OPEN I-O ValuationFile
       END-IF
       OPEN INPUT V2FILE
       IF WS-V2FILE-STATUS = "00"
           MOVE "Y" TO V2FileIsAvailable
       PERFORM UNTIL MaintIsDone
           PERFORM ShowMenu
           PERFORM ReadCommand
           PERFORM CheckCommandLevel
           IF CommandIsPermitted
               EVALUATE COMMAND
                   WHEN "A" PERFORM AddCopy
                   WHEN "U" PERFORM UpdateCopy
                   WHEN "D" PERFORM DeleteCopy
                   WHEN "R" PERFORM ShowCopy
                   WHEN "L" PERFORM ListCopies
                   WHEN "I" PERFORM InspectCopy
                   WHEN "V" PERFORM ValueCopy
                   WHEN "B" PERFORM BuildFromV2File
                   WHEN "Q" MOVE "Y" TO DoneSwitch
                   WHEN OTHER DISPLAY "Unknown command: " COMMAND
               END-EVALUATE
           END-IF
       END-PERFORM
       CLOSE CopyFile
       CLOSE ValuationFile
       IF V2FileAvailable
           CLOSE V2FILE
       END-IF
ShowMenu.
       DISPLAY " "
       DISPLAY "COPYMAINT - A)dd U)pdate D)elete R)ead L)ist I)nspect "
           "V)alue B)uild Q)uit"
       EXIT.

ReadCommand.
       INSPECT COMMAND CONVERTING "r" TO "R"
       INSPECT COMMAND CONVERTING "l" TO "L"
       INSPECT COMMAND CONVERTING "i" TO "I"
       INSPECT COMMAND CONVERTING "v" TO "V"
       INSPECT COMMAND CONVERTING "b" TO "B"
       INSPECT COMMAND CONVERTING "q" TO "Q"
       EXIT.
                   NOT INVALID KEY
                       DISPLAY "IMDBID " WantedIMDBID " copy "
                           CopyNumber OF COPYRECORD " added"
                       PERFORM CaptureValuation
               END-WRITE
           END-IF
       END-IF
               INVALID KEY
                   DISPLAY "Unable to delete IMDBID " WantedIMDBID
                       " copy " WantedCopyNumber
               NOT INVALID KEY
                   PERFORM RemoveValuation
           END-DELETE
       ELSE
           DISPLAY "No copy record found for IMDBID " WantedIMDBID
           DISPLAY "Inspected   : " LastInspectedDate OF COPYRECORD
       END-IF
       DISPLAY "Play count  : " CopyPlayCount OF COPYRECORD
       PERFORM ShowCopyValuation
       PERFORM ShowCopyLoanStatus
       EXIT.

       DISPLAY "Copies on file for IMDBID " WantedIMDBID ": " ListCount
       EXIT.

FindValuation.
       MOVE "N" TO ValuationFoundSwitch
       MOVE CopyIMDBID OF COPYRECORD TO ValIMDBID OF VALRECORD
       MOVE CopyNumber OF COPYRECORD TO ValCopyNumber OF VALRECORD
       READ ValuationFile
           INVALID KEY MOVE "N" TO ValuationFoundSwitch
           NOT INVALID KEY MOVE "Y" TO ValuationFoundSwitch
       END-READ
       EXIT.

ShowCopyValuation.
       PERFORM FindValuation
       IF ValuationWasFound
           MOVE PurchasePrice OF VALRECORD TO PriceEdited
           DISPLAY "Paid        : " PriceEdited " from "
               FUNCTION TRIM(PurchasedFrom OF VALRECORD)
           MOVE ReplacementValue OF VALRECORD TO PriceEdited
           DISPLAY "Replacement : " PriceEdited " as of "
               ValuationDate OF VALRECORD
       ELSE
           DISPLAY "Valuation   : NOT PRICED"
       END-IF
       EXIT.

ValueCopy.
       PERFORM ASKIMDBID
       PERFORM AskCopyNumber
       PERFORM FindCopy
       IF CopyWasFound
           PERFORM CaptureValuation
       ELSE
           DISPLAY "No copy record found for IMDBID " WantedIMDBID
               " copy " WantedCopyNumber
       END-IF
       EXIT.

CaptureValuation.
       PERFORM FindValuation
       IF NOT ValuationWasFound
           MOVE ZERO TO PurchasePrice OF VALRECORD
           MOVE SPACES TO PurchasedFrom OF VALRECORD
           MOVE ZERO TO ReplacementValue OF VALRECORD
           MOVE SPACES TO ValuationDate OF VALRECORD
       END-IF
       MOVE "Purchase price" TO PricePrompt
       MOVE PurchasePrice OF VALRECORD TO PriceResult
       PERFORM AskPrice
       MOVE PriceResult TO PurchasePrice OF VALRECORD
       DISPLAY "Bought from (blank = "
           FUNCTION TRIM(PurchasedFrom OF VALRECORD) "): "
           WITH NO ADVANCING
       MOVE SPACES TO PurchasedFromAnswer
       ACCEPT PurchasedFromAnswer
       IF PurchasedFromAnswer NOT = SPACES
           MOVE PurchasedFromAnswer TO PurchasedFrom OF VALRECORD
       END-IF
       MOVE "Replacement value" TO PricePrompt
       MOVE ReplacementValue OF VALRECORD TO PriceResult
       PERFORM AskPrice
       IF PriceResult NOT = ReplacementValue OF VALRECORD
               OR ValuationDate OF VALRECORD = SPACES
           MOVE PriceResult TO ReplacementValue OF VALRECORD
           ACCEPT ValuationDate OF VALRECORD FROM DATE YYYYMMDD
       END-IF
       IF ValuationWasFound
           REWRITE VALRECORD
               INVALID KEY
                   DISPLAY "Unable to update the valuation of IMDBID "
                       ValIMDBID OF VALRECORD " copy "
                       ValCopyNumber OF VALRECORD
           END-REWRITE
       ELSE
           IF PurchasePrice OF VALRECORD = ZERO
                   AND PurchasedFrom OF VALRECORD = SPACES
                   AND ReplacementValue OF VALRECORD = ZERO
               DISPLAY "No valuation recorded for IMDBID "
                   ValIMDBID OF VALRECORD " copy "
                   ValCopyNumber OF VALRECORD
           ELSE
               WRITE VALRECORD
                   INVALID KEY
                       DISPLAY "Unable to record the valuation of IMDBID "
                           ValIMDBID OF VALRECORD " copy "
                           ValCopyNumber OF VALRECORD
               END-WRITE
           END-IF
       END-IF
       EXIT.

AskPrice.
       MOVE "N" TO PriceValidSwitch
       MOVE PriceResult TO PriceEdited
       PERFORM UNTIL PriceIsValid
           DISPLAY FUNCTION TRIM(PricePrompt) " (blank = "
               FUNCTION TRIM(PriceEdited) "): " WITH NO ADVANCING
           MOVE SPACES TO PriceAnswer
           ACCEPT PriceAnswer
           EVALUATE TRUE
               WHEN PriceAnswer = SPACES
                   MOVE "Y" TO PriceValidSwitch
               WHEN FUNCTION TEST-NUMVAL(PriceAnswer) NOT = ZERO
                   DISPLAY "Amount must be a number such as 12.99"
               WHEN FUNCTION NUMVAL(PriceAnswer) IS NEGATIVE
                       OR FUNCTION NUMVAL(PriceAnswer) NOT LESS THAN 100000
                   DISPLAY "Amount must be between 0.00 and 99999.99"
               WHEN OTHER
                   COMPUTE PriceResult ROUNDED = FUNCTION NUMVAL(PriceAnswer)
                   MOVE "Y" TO PriceValidSwitch
           END-EVALUATE
       END-PERFORM
       EXIT.

RemoveValuation.
       PERFORM FindValuation
       IF ValuationWasFound
           DELETE ValuationFile
               INVALID KEY
                   DISPLAY "Unable to delete the valuation of IMDBID "
                       WantedIMDBID " copy " WantedCopyNumber
           END-DELETE
       END-IF
       EXIT.

AskCopyFields.
       DISPLAY "Shelf location: " WITH NO ADVANCING
       ACCEPT CopyShelfLocation OF COPYRECORD
           END-WRITE
       END-IF
       EXIT.

SignOnOperator.
       MOVE "N" TO SignOnSwitch
       MOVE ZERO TO SignOnTries
       OPEN INPUT OperatorFile
       IF WS-OPERFILE-STATUS NOT = "00"
           DISPLAY "COPYMAINT: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "COPYMAINT: not started - no operator signed on"
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
           DISPLAY "COPYMAINT: sign-on refused"
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
       MOVE "COPYMAINT" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.

CheckCommandLevel.
       EVALUATE COMMAND
           WHEN "D" MOVE 3 TO RequiredLevel
           WHEN "A" MOVE 2 TO RequiredLevel
           WHEN "U" MOVE 2 TO RequiredLevel
           WHEN "I" MOVE 2 TO RequiredLevel
           WHEN "V" MOVE 2 TO RequiredLevel
           WHEN "B" MOVE 2 TO RequiredLevel
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
