       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OPERMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY OPERSEL.
       COPY SECLOGSEL.

DATA DIVISION.
FILE SECTION.
       FD OperatorFile.
       01 OPERRECORD.
          88 OperEndOfFile VALUE HIGH-VALUE.
           COPY OPERREC.
       FD SecurityLogFile.
       01 SECLOGRECORD.
           COPY SECLOGREC.

WORKING-STORAGE SECTION.
       01 WS-OPERFILE-STATUS PIC XX VALUE SPACES.
       01 WS-SECLOG-STATUS PIC XX VALUE SPACES.
       01 SCRATCHPAD.
          02 COMMAND PIC X.
          02 WantedOperatorID PIC X(8).
          02 LevelAnswer PIC X.
       01 DoneSwitch PIC X VALUE "N".
          88 MaintIsDone VALUE "Y".
       01 OperatorFoundSwitch PIC X VALUE "N".
          88 OperatorWasFound VALUE "Y".
       01 OperatorFileEmptySwitch PIC X VALUE "N".
          88 OperatorFileIsEmpty VALUE "Y".
       01 LevelValidSwitch PIC X VALUE "N".
          88 LevelIsValid VALUE "Y".
       01 ListCount PIC 9(5) VALUE ZERO.
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
       OPEN I-O OperatorFile
       IF WS-OPERFILE-STATUS = "35"
           OPEN OUTPUT OperatorFile
           CLOSE OperatorFile
           OPEN I-O OperatorFile
       END-IF
       MOVE "N" TO OperatorFileEmptySwitch
       START OperatorFile FIRST
           INVALID KEY MOVE "Y" TO OperatorFileEmptySwitch
       END-START
       IF OperatorFileIsEmpty
           DISPLAY "OPERMAINT: no operators on file yet - "
               "add the first supervisor now"
           PERFORM AddFirstOperator
       ELSE
           PERFORM SignOnOperator
       END-IF
       IF NOT OperatorIsSignedOn
           CLOSE OperatorFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF SignedOnLevel IS LESS THAN 3
           DISPLAY "OPERMAINT: operator " FUNCTION TRIM(SignedOnOperator)
               " is not a supervisor (level 3) - not started"
           CLOSE OperatorFile
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM UNTIL MaintIsDone
           PERFORM ShowMenu
           PERFORM ReadCommand
           EVALUATE COMMAND
               WHEN "A" PERFORM AddOperator
               WHEN "U" PERFORM UpdateOperator
               WHEN "D" PERFORM DeleteOperator
               WHEN "R" PERFORM ShowOperator
               WHEN "L" PERFORM ListOperators
               WHEN "Q" MOVE "Y" TO DoneSwitch
               WHEN OTHER DISPLAY "Unknown command: " COMMAND
           END-EVALUATE
       END-PERFORM
       CLOSE OperatorFile
       STOP RUN.

ShowMenu.
       DISPLAY " "
       DISPLAY "OPERMAINT - A)dd U)pdate D)elete R)ead L)ist Q)uit"
       DISPLAY "  (levels: 1 = read only, 2 = update, 3 = supervisor)"
       EXIT.

ReadCommand.
       DISPLAY "Command: " WITH NO ADVANCING
       ACCEPT COMMAND
       INSPECT COMMAND CONVERTING "a" TO "A"
       INSPECT COMMAND CONVERTING "u" TO "U"
       INSPECT COMMAND CONVERTING "d" TO "D"
       INSPECT COMMAND CONVERTING "r" TO "R"
       INSPECT COMMAND CONVERTING "l" TO "L"
       INSPECT COMMAND CONVERTING "q" TO "Q"
       EXIT.

AskOperatorID.
       DISPLAY "Operator ID: " WITH NO ADVANCING
       ACCEPT WantedOperatorID
       INSPECT WantedOperatorID
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       EXIT.

FindOperator.
       MOVE "N" TO OperatorFoundSwitch
       MOVE WantedOperatorID TO OperatorID OF OPERRECORD
       READ OperatorFile
           INVALID KEY MOVE "N" TO OperatorFoundSwitch
           NOT INVALID KEY MOVE "Y" TO OperatorFoundSwitch
       END-READ
       EXIT.

AddFirstOperator.
       PERFORM AskOperatorID
       IF WantedOperatorID = SPACES
           DISPLAY "OPERMAINT: no operator added - not started"
       ELSE
           MOVE WantedOperatorID TO OperatorID OF OPERRECORD
           PERFORM AskOperatorNameAndPIN
           MOVE 3 TO OperatorLevel OF OPERRECORD
           WRITE OPERRECORD
               INVALID KEY
                   DISPLAY "Unable to add operator " WantedOperatorID
               NOT INVALID KEY
                   DISPLAY "Operator " FUNCTION TRIM(WantedOperatorID)
                       " added as supervisor and signed on"
                   MOVE "Y" TO SignOnSwitch
                   MOVE WantedOperatorID TO SignedOnOperator
                   MOVE 3 TO SignedOnLevel
           END-WRITE
       END-IF
       EXIT.

AddOperator.
       PERFORM AskOperatorID
       IF WantedOperatorID = SPACES
           DISPLAY "Operator ID is required"
       ELSE
           PERFORM FindOperator
           IF OperatorWasFound
               DISPLAY "Operator " FUNCTION TRIM(WantedOperatorID)
                   " already exists - use U)pdate instead"
           ELSE
               MOVE WantedOperatorID TO OperatorID OF OPERRECORD
               PERFORM AskOperatorNameAndPIN
               PERFORM AskOperatorLevel
               WRITE OPERRECORD
                   INVALID KEY
                       DISPLAY "Unable to add operator " WantedOperatorID
               END-WRITE
           END-IF
       END-IF
       EXIT.

UpdateOperator.
       PERFORM AskOperatorID
       PERFORM FindOperator
       IF OperatorWasFound
           PERFORM AskOperatorNameAndPIN
           PERFORM AskOperatorLevel
           IF WantedOperatorID = SignedOnOperator
                   AND OperatorLevel OF OPERRECORD IS LESS THAN 3
               DISPLAY "You cannot lower your own level - "
                   "kept at supervisor"
               MOVE 3 TO OperatorLevel OF OPERRECORD
           END-IF
           REWRITE OPERRECORD
               INVALID KEY
                   DISPLAY "Unable to update operator " WantedOperatorID
           END-REWRITE
       ELSE
           DISPLAY "No operator record found for " WantedOperatorID
       END-IF
       EXIT.

DeleteOperator.
       PERFORM AskOperatorID
       IF WantedOperatorID = SignedOnOperator
           DISPLAY "You cannot delete the operator you are signed on as"
       ELSE
           PERFORM FindOperator
           IF OperatorWasFound
               DELETE OperatorFile
                   INVALID KEY
                       DISPLAY "Unable to delete operator "
                           WantedOperatorID
               END-DELETE
           ELSE
               DISPLAY "No operator record found for " WantedOperatorID
           END-IF
       END-IF
       EXIT.

ShowOperator.
       PERFORM AskOperatorID
       PERFORM FindOperator
       IF OperatorWasFound
           DISPLAY "Operator ID  : " OperatorID OF OPERRECORD
           DISPLAY "Operator name: "
               FUNCTION TRIM(OperatorName OF OPERRECORD)
           DISPLAY "Level        : " OperatorLevel OF OPERRECORD
       ELSE
           DISPLAY "No operator record found for " WantedOperatorID
       END-IF
       EXIT.

ListOperators.
       MOVE ZERO TO ListCount
       MOVE SPACES TO OPERRECORD
       START OperatorFile FIRST
           INVALID KEY SET OperEndOfFile TO TRUE
       END-START
       IF NOT OperEndOfFile
           READ OperatorFile NEXT RECORD
               AT END SET OperEndOfFile TO TRUE
           END-READ
           PERFORM UNTIL OperEndOfFile
               ADD 1 TO ListCount
               DISPLAY OperatorID OF OPERRECORD " "
                   OperatorLevel OF OPERRECORD " "
                   FUNCTION TRIM(OperatorName OF OPERRECORD)
               READ OperatorFile NEXT RECORD
                   AT END SET OperEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       DISPLAY "Operators on file: " ListCount
       EXIT.

AskOperatorNameAndPIN.
       DISPLAY "Operator name: " WITH NO ADVANCING
       ACCEPT OperatorName OF OPERRECORD
       MOVE SPACES TO OperatorPIN OF OPERRECORD
       PERFORM UNTIL OperatorPIN OF OPERRECORD NOT = SPACES
           DISPLAY "PIN (up to 6 characters): " WITH NO ADVANCING
           ACCEPT OperatorPIN OF OPERRECORD
       END-PERFORM
       EXIT.

AskOperatorLevel.
       MOVE "N" TO LevelValidSwitch
       PERFORM UNTIL LevelIsValid
           DISPLAY "Level (1 = read only, 2 = update, 3 = supervisor): "
               WITH NO ADVANCING
           ACCEPT LevelAnswer
           IF LevelAnswer = "1" OR LevelAnswer = "2" OR LevelAnswer = "3"
               MOVE LevelAnswer TO OperatorLevel OF OPERRECORD
               MOVE "Y" TO LevelValidSwitch
           ELSE
               DISPLAY "Level must be 1, 2 or 3"
           END-IF
       END-PERFORM
       EXIT.

SignOnOperator.
       MOVE "N" TO SignOnSwitch
       MOVE ZERO TO SignOnTries
       PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
           PERFORM AskSignOn
       END-PERFORM
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
           DISPLAY "OPERMAINT: sign-on refused"
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
       MOVE "OPERMAINT" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.
