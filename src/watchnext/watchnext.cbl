       COPY V2FILESEL.
       COPY V2DTLSEL.
       COPY WATCHLOGSEL.
       COPY VIEWSUMSEL.
       COPY RATINGSEL.
       COPY SERMBRSEL.
       COPY PARMSEL.
       SELECT PickSortFile ASSIGN "watchnextsort.tmp".
       SELECT ReportFile ASSIGN "watchnext.txt"
           ORGANIZATION LINE SEQUENTIAL.
       FD WatchLogFile.
       01 WATCHLOGRECORD.
           COPY WATCHLOGREC.
       FD ViewSummaryFile.
       01 VIEWSUMRECORD.
           COPY VIEWSUMREC.
       FD RatingFile.
       01 RATINGRECORD.
           COPY RATINGREC.
       FD SeriesMemberFile.
       01 SERMBRRECORD.
           COPY SERMBRREC.
       FD ParameterFile.
       01 PARMRECORD.
           COPY PARMREC.
       SD PickSortFile.
       01 PickSortRecord.
          02 SORT-CATEGORY PIC X(30).
          02 SORT-RATING-NUM PIC 9(3)V99.
          02 SORT-HOUSEHOLD-NUM PIC 9(3)V99.
          02 SORT-IMDBID PIC X(9).
          02 SORT-MOVIETITLE PIC X(120).
          02 SORT-RATING PIC X(15).
       01 WS-WATCHLOG-STATUS PIC XX VALUE SPACES.
       01 WantedViewerID PIC X(8) VALUE SPACES.
       01 WatchLogEOF PIC X VALUE "N".
       01 WS-VIEWSUM-STATUS PIC XX VALUE SPACES.
       01 SummaryEOF PIC X VALUE "N".
          88 SummaryAtEnd VALUE "Y".
       01 SeenTitleIMDBID PIC X(9) VALUE SPACES.
       01 SeenByViewerCount PIC 9(7) VALUE ZERO.
       01 SeenByViewerTable.
          02 SeenByViewerEntry OCCURS 1 TO 250000 TIMES
             03 SeenByViewerIMDBID PIC X(9).
       01 SeenTableFullSwitch PIC X VALUE "N".
          88 SeenTableIsFull VALUE "Y".
       01 WS-RATINGFILE-STATUS PIC XX VALUE SPACES.
       01 RatingEOF PIC X VALUE "N".
          88 RatingAtEnd VALUE "Y".
       01 RankAnswer PIC X VALUE SPACES.
          88 RankBySimilar VALUE "S".
       01 SimilarMinShared PIC 9(3) VALUE 2.
       01 SimilarMaxAverageGap PIC 9(2) VALUE 2.
       01 OwnRatingCount PIC 9(5) VALUE ZERO.
       01 OwnRatingTable.
          02 OwnRatingEntry OCCURS 1 TO 20000 TIMES
                  DEPENDING ON OwnRatingCount
                  ASCENDING KEY IS OwnRatingIMDBID
                  INDEXED BY OwnRatingIndex.
             03 OwnRatingIMDBID PIC X(9).
             03 OwnRatingScore PIC 9(2).
       01 OtherViewerID PIC X(8) VALUE SPACES.
       01 SharedCount PIC 9(5) VALUE ZERO.
       01 ScoreGapSum PIC 9(7) VALUE ZERO.
       01 SimilarCount PIC 9(3) VALUE ZERO.
       01 SimilarViewerTable.
          02 SimilarViewerID PIC X(8) OCCURS 50 TIMES.
       01 SimilarScan PIC 9(3) VALUE ZERO.
       01 SimilarScoreSum PIC 9(5) VALUE ZERO.
       01 SimilarScoreCount PIC 9(3) VALUE ZERO.
       01 SimilarAverage PIC 9(2)V9 VALUE ZERO.
       01 SimilarAverageEdited PIC Z9.9.
       01 SimilarCountEdited PIC Z9.
       01 WS-SERMBRFILE-STATUS PIC XX VALUE SPACES.
       01 MemberEOF PIC X VALUE "N".
          88 MemberAtEnd VALUE "Y".
       01 PrequelSeriesID PIC X(8) VALUE SPACES.
       01 PrequelIMDBID PIC X(9) VALUE SPACES.
       01 PrequelSeenSwitch PIC X VALUE "N".
          88 PrequelWasSeen VALUE "Y".
       01 HeldBackCount PIC 9(5) VALUE ZERO.
       01 HeldBackTable.
          02 HeldBackEntry OCCURS 1 TO 20000 TIMES
                  DEPENDING ON HeldBackCount
                  INDEXED BY HeldBackIndex.
             03 HeldBackIMDBID PIC X(9).
       01 PickWantedSwitch PIC X VALUE "N".
          88 PickIsWanted VALUE "Y".
       01 SortEOF PIC X VALUE "N".
       01 CatUnwatchedCount PIC 9(5) VALUE ZERO.
       01 GrandShownCount PIC 9(7) VALUE ZERO.
       01 GrandUnwatchedCount PIC 9(7) VALUE ZERO.
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
       01 ReportHeading1.
          02 RH1-TITLE PIC X(26) VALUE "WHAT TO WATCH NEXT REPORT".
          02 RH1-RANKLABEL PIC X(50) VALUE SPACES.
          02 FILLER PIC X(34) VALUE SPACES.
          02 RH1-PAGELABEL PIC X(5) VALUE "PAGE ".
          02 RH1-PAGE PIC ZZ9.
       01 ReportCategoryHeading.
          02 RGT-SHOWN PIC ZZZZZZ9.

PROCEDURE DIVISION.
       PERFORM ReadParameterFile
       IF NOT ParmFileAvailable
           DISPLAY "Top titles per category (blank = all): "
               WITH NO ADVANCING
           ACCEPT TopAnswer
           DISPLAY "Minutes available tonight (blank = any): "
               WITH NO ADVANCING
           ACCEPT MinutesAnswer
           DISPLAY "Viewer ID (blank = whole household): "
               WITH NO ADVANCING
           ACCEPT WantedViewerID
       END-IF
       IF TopAnswer = SPACES
           MOVE ZERO TO TopPerCategory
       ELSE
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(TopAnswer))
               TO TopPerCategory
       END-IF
       IF MinutesAnswer = SPACES
           MOVE ZERO TO MinutesAvailable
       ELSE
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(MinutesAnswer))
               TO MinutesAvailable
       END-IF
       INSPECT WantedViewerID
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       IF WantedViewerID NOT = SPACES
           PERFORM LoadViewerHistory
           PERFORM LoadSeriesOrder
           IF NOT ParmFileAvailable
               DISPLAY "Rank by S)imilar viewers' ratings or H)ousehold "
                   "rating (blank = H): " WITH NO ADVANCING
               ACCEPT RankAnswer
           END-IF
           INSPECT RankAnswer CONVERTING "s" TO "S"
           IF RankBySimilar
               PERFORM LoadSimilarViewers
           END-IF
       ELSE
           IF RankBySimilar
               DISPLAY "WATCHNEXT: RANK=S in vhsparm.dat needs a VIEWER= "
                   "card - similar viewers are found per viewer"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       PERFORM ListUsedParameters
       IF RankBySimilar
           OPEN INPUT RatingFile
           MOVE "RANKED BY RATINGS OF SIMILAR VIEWERS" TO RH1-RANKLABEL
       END-IF
       SORT PickSortFile
           ON ASCENDING KEY SORT-CATEGORY
           ON DESCENDING KEY SORT-RATING-NUM
           ON DESCENDING KEY SORT-HOUSEHOLD-NUM
           ON ASCENDING KEY SORT-IMDBID
           INPUT PROCEDURE IS LoadSortFile
           OUTPUT PROCEDURE IS PrintReport
       IF RankBySimilar
           CLOSE RatingFile
       END-IF
       DISPLAY "WATCHNEXT: unwatched titles = " GrandUnwatchedCount
       DISPLAY "WATCHNEXT: titles listed    = " GrandShownCount
       STOP RUN.
                       MOVE CATEGORY OF V2FILERECORD TO SORT-CATEGORY
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           Rating OF V2FILERECORD)) TO SORT-RATING-NUM
                       MOVE SORT-RATING-NUM TO SORT-HOUSEHOLD-NUM
                       MOVE IMDBID OF V2FILERECORD TO SORT-IMDBID
                       MOVE MOVIETITLE OF V2FILERECORD TO SORT-MOVIETITLE
                       MOVE RATING OF V2FILERECORD TO SORT-RATING
                       IF RankBySimilar
                           PERFORM RateFromSimilarViewers
                       END-IF
                       MOVE ShelfLocation OF V2FILERECORD TO SORT-SHELF
                       MOVE TitleRuntime TO SORT-RUNTIME
                       RELEASE PickSortRecord
                       MOVE "N" TO PickWantedSwitch
               END-SEARCH
           END-IF
           IF PickIsWanted AND HeldBackCount IS GREATER THAN ZERO
               SET HeldBackIndex TO 1
               SEARCH HeldBackEntry
                   AT END CONTINUE
                   WHEN HeldBackIMDBID(HeldBackIndex)
                           = IMDBID OF V2FILERECORD
                       MOVE "N" TO PickWantedSwitch
               END-SEARCH
           END-IF
       END-IF
       EXIT.

LoadViewerHistory.
       PERFORM LoadViewerSummary
       MOVE "N" TO WatchLogEOF
       OPEN INPUT WatchLogFile
       IF WS-WATCHLOG-STATUS NOT = "00"
               AND SeenByViewerCount = ZERO
           DISPLAY "WATCHNEXT: no watch log exists yet - viewer "
               FUNCTION TRIM(WantedViewerID)
               " has no history, so every title is a pick"
       END-IF
       IF WS-WATCHLOG-STATUS = "00"
           READ WatchLogFile
               AT END MOVE "Y" TO WatchLogEOF
           END-READ
           PERFORM UNTIL WatchLogEOF = "Y"
               IF LogViewerID = WantedViewerID
                   MOVE LogIMDBID TO SeenTitleIMDBID
                   PERFORM RecordViewerSeenTitle
               END-IF
               READ WatchLogFile
       END-IF
       EXIT.

LoadViewerSummary.
       OPEN INPUT ViewSummaryFile
       IF WS-VIEWSUM-STATUS = "00"
           MOVE WantedViewerID TO SumViewerID
           MOVE LOW-VALUES TO SumIMDBID
           START ViewSummaryFile KEY IS NOT LESS THAN SumKey
               INVALID KEY SET SummaryAtEnd TO TRUE
           END-START
           IF NOT SummaryAtEnd
               READ ViewSummaryFile NEXT RECORD
                   AT END SET SummaryAtEnd TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL SummaryAtEnd
               IF SumViewerID NOT = WantedViewerID
                   SET SummaryAtEnd TO TRUE
               ELSE
                   MOVE SumIMDBID TO SeenTitleIMDBID
                   PERFORM RecordViewerSeenTitle
                   READ ViewSummaryFile NEXT RECORD
                       AT END SET SummaryAtEnd TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ViewSummaryFile
       END-IF
       EXIT.

LoadSeriesOrder.
       OPEN INPUT SeriesMemberFile
       IF WS-SERMBRFILE-STATUS = "00"
           MOVE SPACES TO PrequelSeriesID
           START SeriesMemberFile FIRST
               INVALID KEY SET MemberAtEnd TO TRUE
           END-START
           IF NOT MemberAtEnd
               READ SeriesMemberFile NEXT RECORD
                   AT END SET MemberAtEnd TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL MemberAtEnd
               IF MemberSeriesID = PrequelSeriesID
                   PERFORM TestPrequelSeen
                   IF NOT PrequelWasSeen
                           AND HeldBackCount IS LESS THAN 20000
                       ADD 1 TO HeldBackCount
                       MOVE MemberIMDBID TO HeldBackIMDBID(HeldBackCount)
                   END-IF
               END-IF
               MOVE MemberSeriesID TO PrequelSeriesID
               MOVE MemberIMDBID TO PrequelIMDBID
               READ SeriesMemberFile NEXT RECORD
                   AT END SET MemberAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE SeriesMemberFile
           IF HeldBackCount IS GREATER THAN ZERO
               DISPLAY "WATCHNEXT: " HeldBackCount " series entries held "
                   "back until viewer " FUNCTION TRIM(WantedViewerID)
                   " has seen the part before"
           END-IF
       END-IF
       EXIT.

TestPrequelSeen.
       MOVE "N" TO PrequelSeenSwitch
       IF SeenByViewerCount IS GREATER THAN ZERO
           SET SeenByViewerIndex TO 1
           SEARCH SeenByViewerEntry
               AT END CONTINUE
               WHEN SeenByViewerIMDBID(SeenByViewerIndex) = PrequelIMDBID
                   MOVE "Y" TO PrequelSeenSwitch
           END-SEARCH
       END-IF
       EXIT.

RecordViewerSeenTitle.
       IF SeenByViewerCount IS LESS THAN 250000
           ADD 1 TO SeenByViewerCount
           MOVE SeenTitleIMDBID
               TO SeenByViewerIMDBID(SeenByViewerCount)
       ELSE
           IF NOT SeenTableIsFull
       END-IF
       EXIT.

LoadSimilarViewers.
       OPEN INPUT RatingFile
       IF WS-RATINGFILE-STATUS NOT = "00"
           DISPLAY "WATCHNEXT: no viewer ratings recorded yet - "
               "ranking by household rating"
           MOVE "H" TO RankAnswer
       ELSE
           PERFORM LoadOwnRatings
           IF OwnRatingCount IS LESS THAN SimilarMinShared
               DISPLAY "WATCHNEXT: viewer " FUNCTION TRIM(WantedViewerID)
                   " has rated too few titles to find similar "
                   "viewers - ranking by household rating"
               MOVE "H" TO RankAnswer
           ELSE
               PERFORM FindSimilarViewers
               IF SimilarCount = ZERO
                   DISPLAY "WATCHNEXT: no viewers with taste similar to "
                       FUNCTION TRIM(WantedViewerID)
                       " yet - ranking by household rating"
                   MOVE "H" TO RankAnswer
               ELSE
                   DISPLAY "WATCHNEXT: ranking by the ratings of "
                       SimilarCount " similar viewer(s)"
               END-IF
           END-IF
           CLOSE RatingFile
       END-IF
       EXIT.

LoadOwnRatings.
       MOVE "N" TO RatingEOF
       MOVE WantedViewerID TO RatingViewerID
       MOVE LOW-VALUES TO RatingIMDBID
       START RatingFile KEY IS NOT LESS THAN RatingKey
           INVALID KEY SET RatingAtEnd TO TRUE
       END-START
       IF NOT RatingAtEnd
           READ RatingFile NEXT RECORD
               AT END SET RatingAtEnd TO TRUE
           END-READ
       END-IF
       PERFORM UNTIL RatingAtEnd
           IF RatingViewerID NOT = WantedViewerID
               SET RatingAtEnd TO TRUE
           ELSE
               IF OwnRatingCount IS LESS THAN 20000
                   ADD 1 TO OwnRatingCount
                   MOVE RatingIMDBID TO OwnRatingIMDBID(OwnRatingCount)
                   MOVE RatingScore TO OwnRatingScore(OwnRatingCount)
               END-IF
               READ RatingFile NEXT RECORD
                   AT END SET RatingAtEnd TO TRUE
               END-READ
           END-IF
       END-PERFORM
       EXIT.

FindSimilarViewers.
       MOVE "N" TO RatingEOF
       MOVE SPACES TO OtherViewerID
       START RatingFile FIRST
       READ RatingFile NEXT RECORD
           AT END SET RatingAtEnd TO TRUE
       END-READ
       PERFORM UNTIL RatingAtEnd
           IF RatingViewerID NOT = OtherViewerID
               PERFORM TestSimilarViewer
               MOVE RatingViewerID TO OtherViewerID
               MOVE ZERO TO SharedCount
               MOVE ZERO TO ScoreGapSum
           END-IF
           IF RatingViewerID NOT = WantedViewerID
               PERFORM CompareWithOwnRating
           END-IF
           READ RatingFile NEXT RECORD
               AT END SET RatingAtEnd TO TRUE
           END-READ
       END-PERFORM
       PERFORM TestSimilarViewer
       EXIT.

CompareWithOwnRating.
       SET OwnRatingIndex TO 1
       SEARCH ALL OwnRatingEntry
           AT END CONTINUE
           WHEN OwnRatingIMDBID(OwnRatingIndex) = RatingIMDBID
               ADD 1 TO SharedCount
               IF RatingScore IS GREATER THAN
                       OwnRatingScore(OwnRatingIndex)
                   COMPUTE ScoreGapSum = ScoreGapSum + RatingScore
                       - OwnRatingScore(OwnRatingIndex)
               ELSE
                   COMPUTE ScoreGapSum = ScoreGapSum
                       + OwnRatingScore(OwnRatingIndex) - RatingScore
               END-IF
       END-SEARCH
       EXIT.

TestSimilarViewer.
       IF OtherViewerID NOT = SPACES
               AND OtherViewerID NOT = WantedViewerID
               AND SharedCount IS NOT LESS THAN SimilarMinShared
               AND ScoreGapSum IS NOT GREATER THAN
                   SharedCount * SimilarMaxAverageGap
               AND SimilarCount IS LESS THAN 50
           ADD 1 TO SimilarCount
           MOVE OtherViewerID TO SimilarViewerID(SimilarCount)
       END-IF
       EXIT.

RateFromSimilarViewers.
       MOVE ZERO TO SimilarScoreSum
       MOVE ZERO TO SimilarScoreCount
       MOVE 1 TO SimilarScan
       PERFORM ReadSimilarRating
           UNTIL SimilarScan IS GREATER THAN SimilarCount
       IF SimilarScoreCount = ZERO
           MOVE ZERO TO SORT-RATING-NUM
           MOVE "-" TO SORT-RATING
       ELSE
           COMPUTE SimilarAverage ROUNDED =
               SimilarScoreSum / SimilarScoreCount
           MOVE SimilarAverage TO SORT-RATING-NUM
           MOVE SimilarAverage TO SimilarAverageEdited
           MOVE SimilarScoreCount TO SimilarCountEdited
           MOVE SPACES TO SORT-RATING
           STRING FUNCTION TRIM(SimilarAverageEdited) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(SimilarCountEdited) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO SORT-RATING
           END-STRING
       END-IF
       EXIT.

ReadSimilarRating.
       MOVE SimilarViewerID(SimilarScan) TO RatingViewerID
       MOVE IMDBID OF V2FILERECORD TO RatingIMDBID
       READ RatingFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               ADD RatingScore TO SimilarScoreSum
               ADD 1 TO SimilarScoreCount
       END-READ
       ADD 1 TO SimilarScan
       EXIT.

LookUpRuntime.
       MOVE ZERO TO TitleRuntime
       IF DtlFileAvailable
       MOVE ReportHeading1 TO ReportLine
       WRITE ReportLine
       MOVE 1 TO LinesOnPage
       IF PageNumber = 1
           MOVE ParmUsedLine TO ReportLine
           WRITE ReportLine
           ADD 1 TO LinesOnPage
       END-IF
       EXIT.

StartNewCategory.
       MOVE ReportGrandTotalLine TO ReportLine
       WRITE ReportLine
       EXIT.

ApplyParameterCard.
       EVALUATE ParmKeyword
           WHEN "TOP"
               MOVE SPACES TO TopAnswer
               IF ParmValue NOT = SPACES
                   PERFORM TestParameterNumber
                   IF ParmWhole IS GREATER THAN 99999
                       MOVE "TOP must be 99999 or less" TO ParmErrorText
                       PERFORM RejectParameterCard
                   END-IF
                   MOVE ParmWhole TO ParmNumberEdited
                   MOVE FUNCTION TRIM(ParmNumberEdited) TO TopAnswer
               END-IF
           WHEN "MINUTES"
               MOVE SPACES TO MinutesAnswer
               IF ParmValue NOT = SPACES
                   PERFORM TestParameterNumber
                   IF ParmWhole IS GREATER THAN 99999
                       MOVE "MINUTES must be 99999 or less"
                           TO ParmErrorText
                       PERFORM RejectParameterCard
                   END-IF
                   MOVE ParmWhole TO ParmNumberEdited
                   MOVE FUNCTION TRIM(ParmNumberEdited) TO MinutesAnswer
               END-IF
           WHEN "VIEWER"
               IF ParmValue(9:) NOT = SPACES
                   MOVE "viewer id is longer than 8 characters"
                       TO ParmErrorText
                   PERFORM RejectParameterCard
               END-IF
               MOVE ParmValue TO WantedViewerID
           WHEN "RANK"
               INSPECT ParmValue
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF ParmValue NOT = SPACES AND ParmValue NOT = "S"
                       AND ParmValue NOT = "H"
                   MOVE "RANK must be S or H" TO ParmErrorText
                   PERFORM RejectParameterCard
               END-IF
               MOVE ParmValue TO RankAnswer
           WHEN OTHER
               MOVE "unknown keyword for WATCHNEXT" TO ParmErrorText
               PERFORM RejectParameterCard
       END-EVALUATE
       EXIT.

ListUsedParameters.
       PERFORM StartUsedParameters
       MOVE "TOP" TO ParmKeyword
       IF TopPerCategory = ZERO
           MOVE "ALL" TO ParmValue
       ELSE
           MOVE TopPerCategory TO ParmNumberEdited
           MOVE ParmNumberEdited TO ParmValue
       END-IF
       PERFORM AddUsedParameter
       MOVE "MINUTES" TO ParmKeyword
       IF MinutesAvailable = ZERO
           MOVE "ANY" TO ParmValue
       ELSE
           MOVE MinutesAvailable TO ParmNumberEdited
           MOVE ParmNumberEdited TO ParmValue
       END-IF
       PERFORM AddUsedParameter
       MOVE "VIEWER" TO ParmKeyword
       IF WantedViewerID = SPACES
           MOVE "HOUSEHOLD" TO ParmValue
       ELSE
           MOVE WantedViewerID TO ParmValue
       END-IF
       PERFORM AddUsedParameter
       MOVE "RANK" TO ParmKeyword
       IF RankBySimilar
           MOVE "S" TO ParmValue
       ELSE
           MOVE "H" TO ParmValue
       END-IF
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
                       IF ParmGroup = "WATCHNEXT"
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
       DISPLAY "WATCHNEXT: parameter card " ParmCardNumber
           " in vhsparm.dat rejected - " FUNCTION TRIM(ParmErrorText)
       DISPLAY "WATCHNEXT: " FUNCTION TRIM(ParmCardText)
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
