       SELECT UnmatchedFile ASSIGN "recon_unmatched.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-UNMATCHEDFILE-STATUS.
       COPY PARMSEL.

DATA DIVISION.
FILE SECTION.
          02 RCR-END-TIME PIC X(8).
          02 FILLER PIC X.
          02 RCR-OUTCOME PIC X(4).
       01 RunControlParmRecord.
          02 RCP-FLAG PIC X.
          02 FILLER PIC X.
          02 RCP-TEXT PIC X(78).
       FD ChangedFile.
       01 ChangedFileLine PIC X(220).
       FD UnmatchedFile.
       01 UnmatchedFileLine PIC X(190).
       FD ParameterFile.
       01 PARMRECORD.
           COPY PARMREC.

WORKING-STORAGE SECTION.
       01 WS-RUNCONTROL-STATUS PIC XX VALUE SPACES.
       01 ChangedLineCount PIC 9(7) VALUE ZERO.
       01 UnmatchedLineCount PIC 9(7) VALUE ZERO.
       01 CountEOF PIC X VALUE "N".
       01 WS-PARMFILE-STATUS PIC XX VALUE SPACES.
       01 ParmFileIsAvailable PIC X VALUE "N".
          88 ParmFileAvailable VALUE "Y".
       01 ParmEOF PIC X VALUE "N".
          88 ParmAtEnd VALUE "Y".
       01 ParmCardNumber PIC 9(5) VALUE ZERO.
       01 ParmEqualsCount PIC 9(3) VALUE ZERO.
       01 ParmPointer PIC 9(3) VALUE ZERO.
       01 ParmKeyword PIC X(20) VALUE SPACES.
       01 ParmValue PIC X(60) VALUE SPACES.
       01 ParmGroup PIC X(20) VALUE SPACES.
          88 ParmGroupIsKnown VALUE "NIGHTLYRUN" "WATCHNEXT" "LABELRPT"
              "TRENDRPT" "WATCHRPT" "VIEWERRPT" "REPLACERPT".
       01 ParmErrorText PIC X(50) VALUE SPACES.
       01 ParmNumber PIC S9(9)V99 VALUE ZERO.
       01 ParmWhole PIC S9(9) VALUE ZERO.
       01 ParmNumberSwitch PIC X VALUE "N".
          88 ParmValueIsNumber VALUE "Y".
       01 ParmNumberEdited PIC Z(8)9.
       01 ParmSourceText PIC X(40) VALUE SPACES.
       01 ParmCopyCount PIC 9(3) VALUE ZERO.
       01 ParmCopyTable.
          02 ParmCopyText PIC X(78) OCCURS 50 TIMES.
       01 ParmCopyFullSwitch PIC X VALUE "N".
          88 ParmCopyTableIsFull VALUE "Y".
       01 ParmCopyIndex PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
       PERFORM InitializeSteps
       PERFORM ReadRunControl
       PERFORM DetermineResumeStep
       PERFORM ReadParameterFile
       IF NOT ParmFileAvailable
           PERFORM AskThresholds
       END-IF
       IF ResumeStep IS GREATER THAN 1
           DISPLAY "NIGHTLYRUN: resuming from step " ResumeStep " ("
               FUNCTION TRIM(StepName(ResumeStep)) ")"
       MOVE 1 TO StepIndex
       PERFORM WriteOneRunControlRecord
           UNTIL StepIndex IS GREATER THAN 7
       PERFORM WriteParameterRecords
       CLOSE RunControlFile
       EXIT.

       WRITE RunControlRecord
       ADD 1 TO StepIndex
       EXIT.

WriteParameterRecords.
       MOVE SPACES TO RunControlParmRecord
       MOVE "P" TO RCP-FLAG
       MOVE ParmSourceText TO RCP-TEXT
       WRITE RunControlParmRecord
       MOVE SPACES TO RCP-TEXT
       MOVE MaxChangedCount TO ParmNumberEdited
       STRING "NIGHTLYRUN MAXCHANGED=" DELIMITED BY SIZE
               FUNCTION TRIM(ParmNumberEdited) DELIMITED BY SIZE
           INTO RCP-TEXT
       END-STRING
       WRITE RunControlParmRecord
       MOVE SPACES TO RCP-TEXT
       MOVE MaxUnmatchedCount TO ParmNumberEdited
       STRING "NIGHTLYRUN MAXUNMATCHED=" DELIMITED BY SIZE
               FUNCTION TRIM(ParmNumberEdited) DELIMITED BY SIZE
           INTO RCP-TEXT
       END-STRING
       WRITE RunControlParmRecord
       MOVE 1 TO ParmCopyIndex
       PERFORM WriteOneParameterRecord
           UNTIL ParmCopyIndex IS GREATER THAN ParmCopyCount
       EXIT.

WriteOneParameterRecord.
       MOVE ParmCopyText(ParmCopyIndex) TO RCP-TEXT
       WRITE RunControlParmRecord
       ADD 1 TO ParmCopyIndex
       EXIT.

ApplyParameterCard.
       EVALUATE ParmKeyword
           WHEN "MAXCHANGED"
               MOVE ZERO TO MaxChangedCount
               IF ParmValue NOT = SPACES
                   PERFORM TestParameterNumber
                   IF ParmWhole IS GREATER THAN 9999999
                       MOVE "MAXCHANGED must be 9999999 or less"
                           TO ParmErrorText
                       PERFORM RejectParameterCard
                   END-IF
                   MOVE ParmWhole TO MaxChangedCount
               END-IF
           WHEN "MAXUNMATCHED"
               MOVE ZERO TO MaxUnmatchedCount
               IF ParmValue NOT = SPACES
                   PERFORM TestParameterNumber
                   IF ParmWhole IS GREATER THAN 9999999
                       MOVE "MAXUNMATCHED must be 9999999 or less"
                           TO ParmErrorText
                       PERFORM RejectParameterCard
                   END-IF
                   MOVE ParmWhole TO MaxUnmatchedCount
               END-IF
           WHEN OTHER
               MOVE "unknown keyword for NIGHTLYRUN" TO ParmErrorText
               PERFORM RejectParameterCard
       END-EVALUATE
       EXIT.

CopyParameterCard.
       IF ParmCopyCount IS LESS THAN 50
           ADD 1 TO ParmCopyCount
           MOVE SPACES TO ParmCopyText(ParmCopyCount)
           STRING FUNCTION TRIM(ParmGroup) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(ParmKeyword) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(ParmValue) DELIMITED BY SIZE
               INTO ParmCopyText(ParmCopyCount)
           END-STRING
       ELSE
           IF NOT ParmCopyTableIsFull
               DISPLAY "NIGHTLYRUN: more than 50 parameter cards for "
                   "other programs - the rest are not copied to nightly.ctl"
               SET ParmCopyTableIsFull TO TRUE
           END-IF
       END-IF
       EXIT.

ReadParameterFile.
       OPEN INPUT ParameterFile
       IF WS-PARMFILE-STATUS = "00"
           MOVE "Y" TO ParmFileIsAvailable
           MOVE "PARAMETERS FROM vhsparm.dat:" TO ParmSourceText
           READ ParameterFile
               AT END SET ParmAtEnd TO TRUE
           END-READ
           PERFORM UNTIL ParmAtEnd
               ADD 1 TO ParmCardNumber
               IF ParmCardText NOT = SPACES
                       AND ParmCardText(1:1) NOT = "*"
                   PERFORM SplitParameterCard
                   IF ParmKeyword = "PROGRAM"
                       MOVE ParmValue TO ParmGroup
                       INSPECT ParmGroup
                           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF NOT ParmGroupIsKnown
                           MOVE "PROGRAM= names a program that takes no cards"
                               TO ParmErrorText
                           PERFORM RejectParameterCard
                       END-IF
                   ELSE
                       IF ParmGroup = SPACES
                           MOVE "keyword card ahead of the first PROGRAM= card"
                               TO ParmErrorText
                           PERFORM RejectParameterCard
                       END-IF
                       IF ParmGroup = "NIGHTLYRUN"
                           PERFORM ApplyParameterCard
                       ELSE
                           PERFORM CopyParameterCard
                       END-IF
                   END-IF
               END-IF
               READ ParameterFile
                   AT END SET ParmAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE ParameterFile
       ELSE
           MOVE "PARAMETERS ENTERED AT THE CONSOLE:" TO ParmSourceText
       END-IF
       EXIT.

SplitParameterCard.
       MOVE ZERO TO ParmEqualsCount
       INSPECT ParmCardText TALLYING ParmEqualsCount FOR ALL "="
       IF ParmEqualsCount = ZERO
           MOVE "card is not KEYWORD=VALUE" TO ParmErrorText
           PERFORM RejectParameterCard
       END-IF
       MOVE SPACES TO ParmKeyword
       MOVE 1 TO ParmPointer
       UNSTRING ParmCardText DELIMITED BY "="
           INTO ParmKeyword
           WITH POINTER ParmPointer
       END-UNSTRING
       MOVE FUNCTION TRIM(ParmKeyword) TO ParmKeyword
       INSPECT ParmKeyword
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE SPACES TO ParmValue
       IF ParmPointer IS NOT GREATER THAN 80
           MOVE FUNCTION TRIM(ParmCardText(ParmPointer:)) TO ParmValue
       END-IF
       IF ParmKeyword = SPACES
           MOVE "card has no keyword before the =" TO ParmErrorText
           PERFORM RejectParameterCard
       END-IF
       EXIT.

RejectParameterCard.
       DISPLAY "NIGHTLYRUN: parameter card " ParmCardNumber
           " in vhsparm.dat rejected - " FUNCTION TRIM(ParmErrorText)
       DISPLAY "NIGHTLYRUN: " FUNCTION TRIM(ParmCardText)
       CLOSE ParameterFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
       EXIT.

TestParameterNumber.
       MOVE "N" TO ParmNumberSwitch
       IF ParmValue NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ParmValue) = ZERO
           COMPUTE ParmNumber = FUNCTION NUMVAL(ParmValue)
               ON SIZE ERROR MOVE -1 TO ParmNumber
           END-COMPUTE
           MOVE ParmNumber TO ParmWhole
           IF ParmNumber IS NOT LESS THAN ZERO
                   AND ParmNumber = ParmWhole
               MOVE "Y" TO ParmNumberSwitch
           END-IF
       END-IF
       IF NOT ParmValueIsNumber
           MOVE "value must be a whole number" TO ParmErrorText
           PERFORM RejectParameterCard
       END-IF
       EXIT.

