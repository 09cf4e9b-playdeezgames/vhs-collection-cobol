       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RATINGRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY RATINGSEL.
       COPY WATCHLOGSEL.
       COPY VIEWSUMSEL.
       COPY VIEWERSEL.
       COPY V2FILESEL.
       SELECT ConsensusSortFile ASSIGN "ratingsort.tmp".
       SELECT SpreadWorkFile ASSIGN "ratingspread.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-SPREADWORK-STATUS.
       SELECT SpreadSortFile ASSIGN "ratingspreadsort.tmp".
       SELECT PickWorkFile ASSIGN "ratingpick.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-PICKWORK-STATUS.
       SELECT PickSortFile ASSIGN "ratingpicksort.tmp".
       SELECT ReportFile ASSIGN "ratingrpt.txt"
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
       FD RatingFile.
       01 RATINGRECORD.
           COPY RATINGREC.
       FD WatchLogFile.
       01 WATCHLOGRECORD.
           COPY WATCHLOGREC.
       FD ViewSummaryFile.
       01 VIEWSUMRECORD.
           COPY VIEWSUMREC.
       FD ViewerFile.
       01 VIEWERRECORD.
           COPY VIEWERREC.
       FD V2FILE.
       01 V2FILERECORD.
          88 EndOfFile VALUE HIGH-VALUE.
           COPY V2FILEREC.
       SD ConsensusSortFile.
       01 ConsensusSortRecord.
          02 SORT-IMDBID PIC X(9).
          02 SORT-VIEWER PIC X(8).
          02 SORT-KIND PIC X.
          02 SORT-SCORE PIC 9(2).
       FD SpreadWorkFile.
       01 SpreadWorkRecord.
          02 SW-SPREAD PIC 9(2).
          02 SW-IMDBID PIC X(9).
          02 SW-AVERAGE PIC 9(2)V9.
          02 SW-RATERS PIC 9(3).
          02 SW-LOW PIC 9(2).
          02 SW-HIGH PIC 9(2).
          02 SW-TITLE PIC X(40).
       SD SpreadSortFile.
       01 SpreadSortRecord.
          02 SPR-SPREAD PIC 9(2).
          02 SPR-IMDBID PIC X(9).
          02 SPR-AVERAGE PIC 9(2)V9.
          02 SPR-RATERS PIC 9(3).
          02 SPR-LOW PIC 9(2).
          02 SPR-HIGH PIC 9(2).
          02 SPR-TITLE PIC X(40).
       FD PickWorkFile.
       01 PickWorkRecord.
          02 PW-VIEWER PIC X(8).
          02 PW-SCORE PIC 9(2).
          02 PW-IMDBID PIC X(9).
          02 PW-TITLE PIC X(40).
          02 PW-UNSEEN PIC X(60).
       SD PickSortFile.
       01 PickSortRecord.
          02 PCK-VIEWER PIC X(8).
          02 PCK-SCORE PIC 9(2).
          02 PCK-IMDBID PIC X(9).
          02 PCK-TITLE PIC X(40).
          02 PCK-UNSEEN PIC X(60).
       FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-RATINGFILE-STATUS PIC XX VALUE SPACES.
       01 RatingEOF PIC X VALUE "N".
          88 RatingAtEnd VALUE "Y".
       01 WS-WATCHLOG-STATUS PIC XX VALUE SPACES.
       01 LogEOF PIC X VALUE "N".
       01 WS-VIEWSUM-STATUS PIC XX VALUE SPACES.
       01 SummaryEOF PIC X VALUE "N".
          88 SummaryAtEnd VALUE "Y".
       01 WS-VIEWERFILE-STATUS PIC XX VALUE SPACES.
       01 ViewerEOF PIC X VALUE "N".
          88 ViewerAtEnd VALUE "Y".
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 V2FileIsAvailable PIC X VALUE "N".
          88 V2FileAvailable VALUE "Y".
       01 WS-SPREADWORK-STATUS PIC XX VALUE SPACES.
       01 WS-PICKWORK-STATUS PIC XX VALUE SPACES.
       01 SortEOF PIC X VALUE "N".
          88 SortAtEnd VALUE "Y".
       01 FirstGroup PIC X VALUE "Y".
          88 IsFirstGroup VALUE "Y".
       01 HighRatingThreshold PIC 9(2) VALUE 8.
       01 DisagreementLimit PIC 9(3) VALUE 20.
       01 CurrentIMDBID PIC X(9) VALUE SPACES.
       01 CurrentTitle PIC X(40) VALUE SPACES.
       01 ViewerCount PIC 9(3) VALUE ZERO.
       01 ViewerTable.
          02 ViewerEntry OCCURS 1 TO 50 TIMES
                  DEPENDING ON ViewerCount
                  ASCENDING KEY IS ViewerEntryID
                  INDEXED BY ViewerIndex.
             03 ViewerEntryID PIC X(8).
             03 ViewerHasSeen PIC X.
       01 ViewerTableFullSwitch PIC X VALUE "N".
          88 ViewerTableIsFull VALUE "Y".
       01 ViewerScan PIC 9(3) VALUE ZERO.
       01 RaterCount PIC 9(3) VALUE ZERO.
       01 RaterTable.
          02 RaterEntry OCCURS 50 TIMES.
             03 RaterViewerID PIC X(8).
             03 RaterScore PIC 9(2).
       01 RaterTableFullSwitch PIC X VALUE "N".
          88 RaterTableIsFull VALUE "Y".
       01 RaterScan PIC 9(3) VALUE ZERO.
       01 ScoreSum PIC 9(5) VALUE ZERO.
       01 LowScore PIC 9(2) VALUE ZERO.
       01 HighScore PIC 9(2) VALUE ZERO.
       01 ScoreSpread PIC 9(2) VALUE ZERO.
       01 TitleAverage PIC 9(2)V9 VALUE ZERO.
       01 ScoreEdited PIC Z9.
       01 ListPointer PIC 9(3) VALUE ZERO.
       01 ScoreList PIC X(69) VALUE SPACES.
       01 UnseenList PIC X(60) VALUE SPACES.
       01 ListOverflowSwitch PIC X VALUE "N".
          88 ListOverflowed VALUE "Y".
       01 HighRaterSwitch PIC X VALUE "N".
          88 TitleHasHighRater VALUE "Y".
       01 CurrentViewer PIC X(8) VALUE SPACES.
       01 TitlesRatedCount PIC 9(7) VALUE ZERO.
       01 DisagreementCount PIC 9(7) VALUE ZERO.
       01 PickCount PIC 9(7) VALUE ZERO.
       01 ReportHeading1.
          02 RH1-TITLE PIC X(40)
              VALUE "VIEWER RATINGS - HOUSEHOLD CONSENSUS".
       01 ReportSectionHeading.
          02 RSH-TITLE PIC X(60).
       01 ConsensusColumnHeading.
          02 FILLER PIC X(11) VALUE "IMDBID".
          02 FILLER PIC X(40) VALUE "TITLE".
          02 FILLER PIC X(7) VALUE "AVG".
          02 FILLER PIC X(5) VALUE "SPRD".
          02 FILLER PIC X(69) VALUE "VIEWER=SCORE".
       01 ConsensusDetailLine.
          02 CD-IMDBID PIC X(11).
          02 CD-TITLE PIC X(40).
          02 CD-AVERAGE PIC Z9.9.
          02 FILLER PIC X(3).
          02 CD-SPREAD PIC Z9.
          02 FILLER PIC X(3).
          02 CD-SCORES PIC X(69).
       01 SpreadColumnHeading.
          02 FILLER PIC X(11) VALUE "IMDBID".
          02 FILLER PIC X(40) VALUE "TITLE".
          02 FILLER PIC X(7) VALUE "AVG".
          02 FILLER PIC X(7) VALUE "RATERS".
          02 FILLER PIC X(5) VALUE "LOW".
          02 FILLER PIC X(5) VALUE "HIGH".
          02 FILLER PIC X(6) VALUE "SPREAD".
       01 SpreadDetailLine.
          02 SD-IMDBID PIC X(11).
          02 SD-TITLE PIC X(40).
          02 SD-AVERAGE PIC Z9.9.
          02 FILLER PIC X(3).
          02 SD-RATERS PIC ZZ9.
          02 FILLER PIC X(4).
          02 SD-LOW PIC Z9.
          02 FILLER PIC X(3).
          02 SD-HIGH PIC Z9.
          02 FILLER PIC X(3).
          02 SD-SPREAD PIC Z9.
       01 PickViewerHeading.
          02 FILLER PIC X(8) VALUE "VIEWER: ".
          02 PVH-VIEWER PIC X(8).
       01 PickColumnHeading.
          02 FILLER PIC X(11) VALUE "IMDBID".
          02 FILLER PIC X(40) VALUE "TITLE".
          02 FILLER PIC X(7) VALUE "SCORE".
          02 FILLER PIC X(60) VALUE "NOT YET SEEN BY".
       01 PickDetailLine.
          02 PD-IMDBID PIC X(11).
          02 PD-TITLE PIC X(40).
          02 PD-SCORE PIC Z9.
          02 FILLER PIC X(5).
          02 PD-UNSEEN PIC X(60).
       01 ReportTotalLine.
          02 RT-LABEL PIC X(24).
          02 RT-COUNT PIC ZZZZZZ9.

PROCEDURE DIVISION.
       PERFORM LoadViewers
       OPEN OUTPUT ReportFile
       OPEN INPUT V2FILE
       IF WS-V2FILE-STATUS = "00"
           MOVE "Y" TO V2FileIsAvailable
       END-IF
       MOVE ReportHeading1 TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       OPEN OUTPUT SpreadWorkFile
       OPEN OUTPUT PickWorkFile
       SORT ConsensusSortFile
           ON ASCENDING KEY SORT-IMDBID SORT-VIEWER SORT-KIND
           INPUT PROCEDURE IS LoadRatingsAndViews
           OUTPUT PROCEDURE IS PrintConsensus
       CLOSE SpreadWorkFile
       CLOSE PickWorkFile
       IF V2FileAvailable
           CLOSE V2FILE
       END-IF
       SORT SpreadSortFile
           ON DESCENDING KEY SPR-SPREAD
           ON ASCENDING KEY SPR-IMDBID
           USING SpreadWorkFile
           OUTPUT PROCEDURE IS PrintDisagreements
       SORT PickSortFile
           ON ASCENDING KEY PCK-VIEWER
           ON DESCENDING KEY PCK-SCORE
           ON ASCENDING KEY PCK-IMDBID
           USING PickWorkFile
           OUTPUT PROCEDURE IS PrintUnseenPicks
       CLOSE ReportFile
       DISPLAY "RATINGRPT: titles rated        = " TitlesRatedCount
       DISPLAY "RATINGRPT: disagreements shown = " DisagreementCount
       DISPLAY "RATINGRPT: unseen picks listed = " PickCount
       STOP RUN.

LoadViewers.
       OPEN INPUT ViewerFile
       IF WS-VIEWERFILE-STATUS NOT = "00"
           DISPLAY "RATINGRPT: no viewers file yet - unseen picks "
               "cannot be worked out"
       ELSE
           START ViewerFile FIRST
           READ ViewerFile NEXT RECORD
               AT END SET ViewerAtEnd TO TRUE
           END-READ
           PERFORM UNTIL ViewerAtEnd
               IF ViewerCount IS LESS THAN 50
                   ADD 1 TO ViewerCount
                   MOVE ViewerID TO ViewerEntryID(ViewerCount)
                   MOVE "N" TO ViewerHasSeen(ViewerCount)
               ELSE
                   IF NOT ViewerTableIsFull
                       DISPLAY "RATINGRPT: viewer table full at "
                           ViewerCount " viewers - later viewers are "
                           "left out of the unseen picks"
                       SET ViewerTableIsFull TO TRUE
                   END-IF
               END-IF
               READ ViewerFile NEXT RECORD
                   AT END SET ViewerAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE ViewerFile
       END-IF
       EXIT.

LoadRatingsAndViews.
       OPEN INPUT RatingFile
       IF WS-RATINGFILE-STATUS NOT = "00"
           DISPLAY "RATINGRPT: no ratings recorded yet - nothing to "
               "report"
       ELSE
           START RatingFile FIRST
           READ RatingFile NEXT RECORD
               AT END SET RatingAtEnd TO TRUE
           END-READ
           PERFORM UNTIL RatingAtEnd
               MOVE RatingIMDBID TO SORT-IMDBID
               MOVE RatingViewerID TO SORT-VIEWER
               MOVE "R" TO SORT-KIND
               MOVE RatingScore TO SORT-SCORE
               RELEASE ConsensusSortRecord
               READ RatingFile NEXT RECORD
                   AT END SET RatingAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE RatingFile
           PERFORM LoadViewSummary
           PERFORM LoadWatchLog
       END-IF
       EXIT.

LoadViewSummary.
       OPEN INPUT ViewSummaryFile
       IF WS-VIEWSUM-STATUS = "00"
           START ViewSummaryFile FIRST
           READ ViewSummaryFile NEXT RECORD
               AT END SET SummaryAtEnd TO TRUE
           END-READ
           PERFORM UNTIL SummaryAtEnd
               MOVE SumIMDBID TO SORT-IMDBID
               MOVE SumViewerID TO SORT-VIEWER
               MOVE "W" TO SORT-KIND
               MOVE ZERO TO SORT-SCORE
               RELEASE ConsensusSortRecord
               READ ViewSummaryFile NEXT RECORD
                   AT END SET SummaryAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE ViewSummaryFile
       END-IF
       EXIT.

LoadWatchLog.
       OPEN INPUT WatchLogFile
       IF WS-WATCHLOG-STATUS = "00"
           READ WatchLogFile
               AT END MOVE "Y" TO LogEOF
           END-READ
           PERFORM UNTIL LogEOF = "Y"
               MOVE LogIMDBID TO SORT-IMDBID
               MOVE LogViewerID TO SORT-VIEWER
               MOVE "W" TO SORT-KIND
               MOVE ZERO TO SORT-SCORE
               RELEASE ConsensusSortRecord
               READ WatchLogFile
                   AT END MOVE "Y" TO LogEOF
               END-READ
           END-PERFORM
           CLOSE WatchLogFile
       END-IF
       EXIT.

PrintConsensus.
       MOVE "TITLE RATINGS AND HOUSEHOLD AVERAGE" TO RSH-TITLE
       MOVE ReportSectionHeading TO ReportLine
       WRITE ReportLine
       MOVE ConsensusColumnHeading TO ReportLine
       WRITE ReportLine
       RETURN ConsensusSortFile
           AT END SET SortAtEnd TO TRUE
       END-RETURN
       PERFORM UNTIL SortAtEnd
           IF IsFirstGroup OR SORT-IMDBID NOT = CurrentIMDBID
               IF NOT IsFirstGroup
                   PERFORM FlushTitleRatings
               END-IF
               PERFORM StartNewTitle
           END-IF
           IF SORT-KIND = "R"
               PERFORM AddRater
           END-IF
           PERFORM MarkViewerSeen
           RETURN ConsensusSortFile
               AT END SET SortAtEnd TO TRUE
           END-RETURN
       END-PERFORM
       IF NOT IsFirstGroup
           PERFORM FlushTitleRatings
       END-IF
       MOVE "  TITLES RATED: " TO RT-LABEL
       MOVE TitlesRatedCount TO RT-COUNT
       MOVE ReportTotalLine TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       EXIT.

StartNewTitle.
       MOVE SORT-IMDBID TO CurrentIMDBID
       MOVE "N" TO FirstGroup
       MOVE ZERO TO RaterCount
       MOVE 1 TO ViewerScan
       PERFORM ClearViewerSeen
           UNTIL ViewerScan IS GREATER THAN ViewerCount
       EXIT.

ClearViewerSeen.
       MOVE "N" TO ViewerHasSeen(ViewerScan)
       ADD 1 TO ViewerScan
       EXIT.

AddRater.
       IF RaterCount IS LESS THAN 50
           ADD 1 TO RaterCount
           MOVE SORT-VIEWER TO RaterViewerID(RaterCount)
           MOVE SORT-SCORE TO RaterScore(RaterCount)
       ELSE
           IF NOT RaterTableIsFull
               DISPLAY "RATINGRPT: more than 50 ratings for IMDBID "
                   CurrentIMDBID " - later ratings are left out"
               SET RaterTableIsFull TO TRUE
           END-IF
       END-IF
       EXIT.

MarkViewerSeen.
       IF ViewerCount IS GREATER THAN ZERO
           SET ViewerIndex TO 1
           SEARCH ALL ViewerEntry
               AT END CONTINUE
               WHEN ViewerEntryID(ViewerIndex) = SORT-VIEWER
                   MOVE "Y" TO ViewerHasSeen(ViewerIndex)
           END-SEARCH
       END-IF
       EXIT.

FlushTitleRatings.
       IF RaterCount IS GREATER THAN ZERO
           ADD 1 TO TitlesRatedCount
           PERFORM LookUpTitle
           MOVE ZERO TO ScoreSum
           MOVE 99 TO LowScore
           MOVE ZERO TO HighScore
           MOVE "N" TO HighRaterSwitch
           MOVE SPACES TO ScoreList
           MOVE 1 TO ListPointer
           MOVE "N" TO ListOverflowSwitch
           MOVE 1 TO RaterScan
           PERFORM TallyOneRater
               UNTIL RaterScan IS GREATER THAN RaterCount
           COMPUTE TitleAverage ROUNDED = ScoreSum / RaterCount
           COMPUTE ScoreSpread = HighScore - LowScore
           MOVE SPACES TO ConsensusDetailLine
           MOVE CurrentIMDBID TO CD-IMDBID
           MOVE CurrentTitle TO CD-TITLE
           MOVE TitleAverage TO CD-AVERAGE
           MOVE ScoreSpread TO CD-SPREAD
           MOVE ScoreList TO CD-SCORES
           MOVE ConsensusDetailLine TO ReportLine
           WRITE ReportLine
           IF RaterCount IS GREATER THAN 1
                   AND ScoreSpread IS GREATER THAN ZERO
               PERFORM WriteSpreadWork
           END-IF
           IF TitleHasHighRater
               PERFORM BuildUnseenList
               IF UnseenList NOT = SPACES
                   MOVE 1 TO RaterScan
                   PERFORM WritePickWork
                       UNTIL RaterScan IS GREATER THAN RaterCount
               END-IF
           END-IF
       END-IF
       EXIT.

TallyOneRater.
       ADD RaterScore(RaterScan) TO ScoreSum
       IF RaterScore(RaterScan) IS LESS THAN LowScore
           MOVE RaterScore(RaterScan) TO LowScore
       END-IF
       IF RaterScore(RaterScan) IS GREATER THAN HighScore
           MOVE RaterScore(RaterScan) TO HighScore
       END-IF
       IF RaterScore(RaterScan) IS NOT LESS THAN HighRatingThreshold
           MOVE "Y" TO HighRaterSwitch
       END-IF
       MOVE RaterScore(RaterScan) TO ScoreEdited
       IF NOT ListOverflowed
           STRING FUNCTION TRIM(RaterViewerID(RaterScan)) DELIMITED BY SIZE
                   "=" DELIMITED BY SIZE
                   FUNCTION TRIM(ScoreEdited) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
               INTO ScoreList
               WITH POINTER ListPointer
               ON OVERFLOW SET ListOverflowed TO TRUE
           END-STRING
       END-IF
       ADD 1 TO RaterScan
       EXIT.

LookUpTitle.
       MOVE "(TITLE UNKNOWN)" TO CurrentTitle
       IF V2FileAvailable
           MOVE CurrentIMDBID TO IMDBID OF V2FILERECORD
           READ V2FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE MovieTitle OF V2FILERECORD TO CurrentTitle
           END-READ
       END-IF
       EXIT.

WriteSpreadWork.
       MOVE ScoreSpread TO SW-SPREAD
       MOVE CurrentIMDBID TO SW-IMDBID
       MOVE TitleAverage TO SW-AVERAGE
       MOVE RaterCount TO SW-RATERS
       MOVE LowScore TO SW-LOW
       MOVE HighScore TO SW-HIGH
       MOVE CurrentTitle TO SW-TITLE
       WRITE SpreadWorkRecord
       EXIT.

BuildUnseenList.
       MOVE SPACES TO UnseenList
       MOVE 1 TO ListPointer
       MOVE "N" TO ListOverflowSwitch
       MOVE 1 TO ViewerScan
       PERFORM AddUnseenViewer
           UNTIL ViewerScan IS GREATER THAN ViewerCount
       EXIT.

AddUnseenViewer.
       IF ViewerHasSeen(ViewerScan) = "N" AND NOT ListOverflowed
           STRING FUNCTION TRIM(ViewerEntryID(ViewerScan))
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
               INTO UnseenList
               WITH POINTER ListPointer
               ON OVERFLOW SET ListOverflowed TO TRUE
           END-STRING
       END-IF
       ADD 1 TO ViewerScan
       EXIT.

WritePickWork.
       IF RaterScore(RaterScan) IS NOT LESS THAN HighRatingThreshold
           MOVE RaterViewerID(RaterScan) TO PW-VIEWER
           MOVE RaterScore(RaterScan) TO PW-SCORE
           MOVE CurrentIMDBID TO PW-IMDBID
           MOVE CurrentTitle TO PW-TITLE
           MOVE UnseenList TO PW-UNSEEN
           WRITE PickWorkRecord
       END-IF
       ADD 1 TO RaterScan
       EXIT.

PrintDisagreements.
       MOVE "WIDEST DISAGREEMENTS" TO RSH-TITLE
       MOVE ReportSectionHeading TO ReportLine
       WRITE ReportLine
       MOVE SpreadColumnHeading TO ReportLine
       WRITE ReportLine
       MOVE "N" TO SortEOF
       RETURN SpreadSortFile
           AT END SET SortAtEnd TO TRUE
       END-RETURN
       PERFORM UNTIL SortAtEnd
           IF DisagreementCount IS LESS THAN DisagreementLimit
               ADD 1 TO DisagreementCount
               MOVE SPACES TO SpreadDetailLine
               MOVE SPR-IMDBID TO SD-IMDBID
               MOVE SPR-TITLE TO SD-TITLE
               MOVE SPR-AVERAGE TO SD-AVERAGE
               MOVE SPR-RATERS TO SD-RATERS
               MOVE SPR-LOW TO SD-LOW
               MOVE SPR-HIGH TO SD-HIGH
               MOVE SPR-SPREAD TO SD-SPREAD
               MOVE SpreadDetailLine TO ReportLine
               WRITE ReportLine
           END-IF
           RETURN SpreadSortFile
               AT END SET SortAtEnd TO TRUE
           END-RETURN
       END-PERFORM
       MOVE "  DISAGREEMENTS SHOWN: " TO RT-LABEL
       MOVE DisagreementCount TO RT-COUNT
       MOVE ReportTotalLine TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       EXIT.

PrintUnseenPicks.
       MOVE "RATED HIGHLY AND NOT YET SEEN BY THE OTHERS" TO RSH-TITLE
       MOVE ReportSectionHeading TO ReportLine
       WRITE ReportLine
       MOVE "N" TO SortEOF
       MOVE "Y" TO FirstGroup
       RETURN PickSortFile
           AT END SET SortAtEnd TO TRUE
       END-RETURN
       PERFORM UNTIL SortAtEnd
           IF IsFirstGroup OR PCK-VIEWER NOT = CurrentViewer
               MOVE PCK-VIEWER TO CurrentViewer
               MOVE "N" TO FirstGroup
               MOVE CurrentViewer TO PVH-VIEWER
               MOVE PickViewerHeading TO ReportLine
               WRITE ReportLine
               MOVE PickColumnHeading TO ReportLine
               WRITE ReportLine
           END-IF
           ADD 1 TO PickCount
           MOVE SPACES TO PickDetailLine
           MOVE PCK-IMDBID TO PD-IMDBID
           MOVE PCK-TITLE TO PD-TITLE
           MOVE PCK-SCORE TO PD-SCORE
           MOVE PCK-UNSEEN TO PD-UNSEEN
           MOVE PickDetailLine TO ReportLine
           WRITE ReportLine
           RETURN PickSortFile
               AT END SET SortAtEnd TO TRUE
           END-RETURN
       END-PERFORM
       MOVE "  UNSEEN PICKS LISTED: " TO RT-LABEL
       MOVE PickCount TO RT-COUNT
       MOVE ReportTotalLine TO ReportLine
       WRITE ReportLine
       EXIT.
