INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY WATCHLOGSEL.
       COPY VIEWSUMSEL.
       COPY V2FILESEL.
       COPY PARMSEL.
       SELECT ViewerSortFile ASSIGN "viewerrptsort.tmp".
       SELECT ReportFile ASSIGN "viewerrpt.txt"
           ORGANIZATION LINE SEQUENTIAL.
       FD WatchLogFile.
       01 WATCHLOGRECORD.
           COPY WATCHLOGREC.
       FD ViewSummaryFile.
       01 VIEWSUMRECORD.
           COPY VIEWSUMREC.
       FD V2FILE.
       01 V2FILERECORD.
          88 EndOfFile VALUE HIGH-VALUE.
           COPY V2FILEREC.
       FD ParameterFile.
       01 PARMRECORD.
           COPY PARMREC.
       SD ViewerSortFile.
       01 ViewerSortRecord.
          02 SORT-VIEWER PIC X(8).
          02 SORT-IMDBID PIC X(9).
          02 SORT-DATE PIC X(8).
          02 SORT-PLAYS PIC 9(5).
       FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-WATCHLOG-STATUS PIC XX VALUE SPACES.
       01 WS-VIEWSUM-STATUS PIC XX VALUE SPACES.
       01 SummaryFileIsAvailable PIC X VALUE "N".
          88 SummaryFileAvailable VALUE "Y".
       01 SummaryEOF PIC X VALUE "N".
          88 SummaryAtEnd VALUE "Y".
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
       01 ParmSourceText PIC X(40) VALUE SPACES.
       01 ParmUsedLine PIC X(132) VALUE SPACES.
       01 ParmUsedPointer PIC 9(3) VALUE ZERO.
       01 SCRATCHPAD.
          02 COMMAND PIC X.
          02 WantedViewerID PIC X(8).
          02 RGT-TITLES PIC ZZZZZZ9.

PROCEDURE DIVISION.
       MOVE SPACES TO SCRATCHPAD
       PERFORM ReadParameterFile
       IF ParmFileAvailable
           IF COMMAND = SPACE
               MOVE "E" TO COMMAND
           END-IF
           IF COMMAND = "O" AND WantedViewerID = SPACES
               DISPLAY "VIEWERRPT: MODE=O in vhsparm.dat needs a VIEWER= "
                   "card"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       ELSE
           DISPLAY "VIEWERRPT - E)ach viewer's watched titles, or "
               "O)nly-me exclusives for one viewer"
           DISPLAY "Mode: " WITH NO ADVANCING
           ACCEPT COMMAND
       END-IF
       INSPECT COMMAND CONVERTING "e" TO "E"
       INSPECT COMMAND CONVERTING "o" TO "O"
       EVALUATE COMMAND
           WHEN "E"
               MOVE " - TITLES SEEN PER VIEWER" TO RH1-MODELABEL
               PERFORM ListUsedParameters
               SORT ViewerSortFile
                   ON ASCENDING KEY SORT-VIEWER SORT-IMDBID SORT-DATE
                   INPUT PROCEDURE IS LoadWatchLog
                   OUTPUT PROCEDURE IS PrintPerViewer
           WHEN "O"
               IF NOT ParmFileAvailable
                   DISPLAY "Viewer ID: " WITH NO ADVANCING
                   ACCEPT WantedViewerID
               END-IF
               INSPECT WantedViewerID
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE " - TITLES NOBODY ELSE HAS WATCHED"
                   TO RH1-MODELABEL
               PERFORM ListUsedParameters
               SORT ViewerSortFile
                   ON ASCENDING KEY SORT-IMDBID SORT-VIEWER SORT-DATE
                   INPUT PROCEDURE IS LoadWatchLog
       STOP RUN.

LoadWatchLog.
       PERFORM LoadViewSummary
       OPEN INPUT WatchLogFile
       IF WS-WATCHLOG-STATUS NOT = "00"
           IF NOT SummaryFileAvailable
               DISPLAY "VIEWERRPT: no watch log exists yet - nothing to "
                   "report"
           END-IF
       ELSE
           READ WatchLogFile
               AT END MOVE "Y" TO LogEOF
               MOVE LogViewerID TO SORT-VIEWER
               MOVE LogIMDBID TO SORT-IMDBID
               MOVE LogWatchDate TO SORT-DATE
               MOVE 1 TO SORT-PLAYS
               RELEASE ViewerSortRecord
               READ WatchLogFile
                   AT END MOVE "Y" TO LogEOF
       END-IF
       EXIT.

LoadViewSummary.
       OPEN INPUT ViewSummaryFile
       IF WS-VIEWSUM-STATUS = "00"
           MOVE "Y" TO SummaryFileIsAvailable
           START ViewSummaryFile FIRST
           READ ViewSummaryFile NEXT RECORD
               AT END SET SummaryAtEnd TO TRUE
           END-READ
           PERFORM UNTIL SummaryAtEnd
               MOVE SumViewerID TO SORT-VIEWER
               MOVE SumIMDBID TO SORT-IMDBID
               MOVE SumLastDate TO SORT-DATE
               MOVE SumPlayCount TO SORT-PLAYS
               RELEASE ViewerSortRecord
               READ ViewSummaryFile NEXT RECORD
                   AT END SET SummaryAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE ViewSummaryFile
       END-IF
       EXIT.

OpenReportAndV2.
       OPEN OUTPUT ReportFile
       OPEN INPUT V2FILE
       END-IF
       MOVE ReportHeading1 TO ReportLine
       WRITE ReportLine
       MOVE ParmUsedLine TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       EXIT.
               MOVE SORT-IMDBID TO CurrentIMDBID
               MOVE ZERO TO TitlePlayCount
           END-IF
           ADD SORT-PLAYS TO TitlePlayCount
           MOVE SORT-DATE TO TitleLastDate
           RETURN ViewerSortFile
               AT END SET SortAtEnd TO TRUE
           END-IF
           IF SORT-VIEWER = WantedViewerID
               MOVE "Y" TO WantedSeenSwitch
               ADD SORT-PLAYS TO TitlePlayCount
               MOVE SORT-DATE TO TitleLastDate
           ELSE
               MOVE "Y" TO OtherSeenSwitch
           WRITE ReportLine
       END-IF
       EXIT.

ApplyParameterCard.
       EVALUATE ParmKeyword
           WHEN "MODE"
               INSPECT ParmValue
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF ParmValue NOT = SPACES AND ParmValue NOT = "E"
                       AND ParmValue NOT = "O"
                   MOVE "MODE must be E or O" TO ParmErrorText
                   PERFORM RejectParameterCard
               END-IF
               MOVE ParmValue TO COMMAND
           WHEN "VIEWER"
               IF ParmValue(9:) NOT = SPACES
                   MOVE "viewer id is longer than 8 characters"
                       TO ParmErrorText
                   PERFORM RejectParameterCard
               END-IF
               MOVE ParmValue TO WantedViewerID
           WHEN OTHER
               MOVE "unknown keyword for VIEWERRPT" TO ParmErrorText
               PERFORM RejectParameterCard
       END-EVALUATE
       EXIT.

ListUsedParameters.
       PERFORM StartUsedParameters
       MOVE "MODE" TO ParmKeyword
       MOVE COMMAND TO ParmValue
       PERFORM AddUsedParameter
       IF COMMAND = "O"
           MOVE "VIEWER" TO ParmKeyword
           MOVE WantedViewerID TO ParmValue
           PERFORM AddUsedParameter
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
                       IF ParmGroup = "VIEWERRPT"
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
       DISPLAY "VIEWERRPT: parameter card " ParmCardNumber
           " in vhsparm.dat rejected - " FUNCTION TRIM(ParmErrorText)
       DISPLAY "VIEWERRPT: " FUNCTION TRIM(ParmCardText)
       CLOSE ParameterFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
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
