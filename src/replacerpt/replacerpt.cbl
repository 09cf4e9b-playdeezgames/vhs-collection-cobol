FILE-CONTROL.
       COPY V2COPYSEL.
       COPY V2FILESEL.
       COPY PARMSEL.
       SELECT ReportFile ASSIGN "replacerpt.txt"
           ORGANIZATION LINE SEQUENTIAL.

       01 V2FILERECORD.
          88 EndOfFile VALUE HIGH-VALUE.
           COPY V2FILEREC.
       FD ParameterFile.
       01 PARMRECORD.
           COPY PARMREC.
       FD ReportFile.
       01 ReportLine PIC X(132).

       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 V2FileIsAvailable PIC X VALUE "N".
          88 V2FileAvailable VALUE "Y".
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
       01 ParmUsedLine PIC X(132) VALUE SPACES.
       01 ParmUsedPointer PIC 9(3) VALUE ZERO.
       01 TodayDate PIC X(8) VALUE SPACES.
       01 InspectCutoffDate PIC X(8) VALUE SPACES.
       01 CutoffYear PIC 9(4) VALUE ZERO.
       MOVE TodayDate(1:4) TO CutoffYear
       SUBTRACT 1 FROM CutoffYear
       MOVE CutoffYear TO InspectCutoffDate(1:4)
       PERFORM ReadParameterFile
       IF NOT ParmFileAvailable
           DISPLAY "Play count threshold (blank = 25): " WITH NO ADVANCING
           ACCEPT ThresholdAnswer
       END-IF
       IF ThresholdAnswer = SPACES
           MOVE 25 TO PlayThreshold
       ELSE
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(ThresholdAnswer))
               TO PlayThreshold
       END-IF
       PERFORM ListUsedParameters
       OPEN INPUT CopyFile
       IF WS-COPYFILE-STATUS NOT = "00"
           DISPLAY "REPLACERPT: no copy file yet - nothing to report; "
       MOVE TodayDate TO RH1-ASOF
       MOVE ReportHeading1 TO ReportLine
       WRITE ReportLine
       MOVE ParmUsedLine TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE PlayThreshold TO RSA-THRESHOLD
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       EXIT.

ApplyParameterCard.
       EVALUATE ParmKeyword
           WHEN "PLAYTHRESHOLD"
               MOVE SPACES TO ThresholdAnswer
               IF ParmValue NOT = SPACES
                   PERFORM TestParameterNumber
                   IF ParmWhole IS GREATER THAN 99999
                       MOVE "PLAYTHRESHOLD must be 99999 or less"
                           TO ParmErrorText
                       PERFORM RejectParameterCard
                   END-IF
                   MOVE ParmWhole TO ParmNumberEdited
                   MOVE FUNCTION TRIM(ParmNumberEdited) TO ThresholdAnswer
               END-IF
           WHEN OTHER
               MOVE "unknown keyword for REPLACERPT" TO ParmErrorText
               PERFORM RejectParameterCard
       END-EVALUATE
       EXIT.

ListUsedParameters.
       PERFORM StartUsedParameters
       MOVE "PLAYTHRESHOLD" TO ParmKeyword
       MOVE PlayThreshold TO ParmNumberEdited
       MOVE ParmNumberEdited TO ParmValue
       PERFORM AddUsedParameter
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
                       IF ParmGroup = "REPLACERPT"
                           PERFORM ApplyParameterCard
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
       DISPLAY "REPLACERPT: parameter card " ParmCardNumber
           " in vhsparm.dat rejected - " FUNCTION TRIM(ParmErrorText)
       DISPLAY "REPLACERPT: " FUNCTION TRIM(ParmCardText)
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

AddUsedParameter.
       STRING FUNCTION TRIM(ParmKeyword) DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               FUNCTION TRIM(ParmValue) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
           INTO ParmUsedLine
           WITH POINTER ParmUsedPointer
       END-STRING
       EXIT.

StartUsedParameters.
       MOVE SPACES TO ParmUsedLine
       MOVE 1 TO ParmUsedPointer
       STRING FUNCTION TRIM(ParmSourceText) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
           INTO ParmUsedLine
           WITH POINTER ParmUsedPointer
       END-STRING
       EXIT.
