INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY V2FILESEL.
       COPY PARMSEL.
       SELECT WatchSortFile ASSIGN "watchrptsort.tmp".
       SELECT ReportFile ASSIGN "watchrpt.txt"
           ORGANIZATION LINE SEQUENTIAL.
       01 V2FILERECORD.
          88 EndOfFile VALUE HIGH-VALUE.
           COPY V2FILEREC.
       FD ParameterFile.
       01 PARMRECORD.
           COPY PARMREC.
       SD WatchSortFile.
       01 WatchSortRecord.
          02 SORT-WATCHCOUNT PIC 9(5).
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 SortEOF PIC X VALUE "N".
          88 SortAtEnd VALUE "Y".
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
       01 ParmSourceText PIC X(40) VALUE SPACES.
       01 ParmUsedLine PIC X(132) VALUE SPACES.
       01 ParmUsedPointer PIC 9(3) VALUE ZERO.
       01 SCRATCHPAD.
          02 WantedFromDate PIC X(8).
          02 WantedToDate PIC X(8).
       MOVE TodayDate(1:4) TO CutoffYear
       SUBTRACT 1 FROM CutoffYear
       MOVE CutoffYear TO DustyCutoffDate(1:4)
       MOVE SPACES TO SCRATCHPAD
       PERFORM ReadParameterFile
       IF ParmFileAvailable
           IF WantedFromDate = SPACES
               MOVE TodayDate TO WantedFromDate
               MOVE "01" TO WantedFromDate(7:2)
           END-IF
           IF WantedToDate = SPACES
               MOVE TodayDate TO WantedToDate
           END-IF
       ELSE
           DISPLAY "Watched-date range from (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WantedFromDate
           DISPLAY "Watched-date range to   (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WantedToDate
       END-IF
       PERFORM ListUsedParameters
       SORT WatchSortFile
           ON DESCENDING KEY SORT-WATCHCOUNT
           ON ASCENDING KEY SORT-IMDBID
       MOVE TodayDate TO RH1-ASOF
       MOVE ReportHeading1 TO ReportLine
       WRITE ReportLine
       MOVE ParmUsedLine TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WantedFromDate TO RSA-FROM
       MOVE ReportDetailLine TO ReportLine
       WRITE ReportLine
       EXIT.

ApplyParameterCard.
       EVALUATE ParmKeyword
           WHEN "FROMDATE"
               IF ParmValue NOT = SPACES
                   PERFORM TestParameterDate
               END-IF
               MOVE ParmValue TO WantedFromDate
           WHEN "TODATE"
               IF ParmValue NOT = SPACES
                   PERFORM TestParameterDate
               END-IF
               MOVE ParmValue TO WantedToDate
           WHEN OTHER
               MOVE "unknown keyword for WATCHRPT" TO ParmErrorText
               PERFORM RejectParameterCard
       END-EVALUATE
       EXIT.

ListUsedParameters.
       PERFORM StartUsedParameters
       MOVE "FROMDATE" TO ParmKeyword
       MOVE WantedFromDate TO ParmValue
       PERFORM AddUsedParameter
       MOVE "TODATE" TO ParmKeyword
       MOVE WantedToDate TO ParmValue
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
                       IF ParmGroup = "WATCHRPT"
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
       DISPLAY "WATCHRPT: parameter card " ParmCardNumber
           " in vhsparm.dat rejected - " FUNCTION TRIM(ParmErrorText)
       DISPLAY "WATCHRPT: " FUNCTION TRIM(ParmCardText)
       CLOSE ParameterFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
       EXIT.

TestParameterDate.
       IF ParmValue(1:8) IS NOT NUMERIC OR ParmValue(9:) NOT = SPACES
           MOVE "value must be a date as YYYYMMDD" TO ParmErrorText
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
