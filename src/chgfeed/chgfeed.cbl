       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHGFEED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY V2AUDSEL.
       COPY V2COPYSEL.
       COPY FEEDMARKSEL.
       SELECT FeedSortFile ASSIGN "chgfeed.tmp".
       SELECT FeedFile ASSIGN "chgfeed.csv"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDFILE-STATUS.

DATA DIVISION.
FILE SECTION.
       FD AuditFile.
       01 AUDITRECORD.
           COPY V2AUDREC.
       FD CopyFile.
       01 COPYRECORD.
          88 CopyEndOfFile VALUE HIGH-VALUE.
           COPY V2COPYREC.
       FD FeedMarkFile.
       01 FEEDMARKRECORD.
           COPY FEEDMARKREC.
       SD FeedSortFile.
       01 FeedSortRecord.
          02 SORT-IMDBID PIC X(9).
          02 SORT-STAMP PIC X(16).
          02 SORT-SEQUENCE PIC 9(9).
          02 SORT-ACTION PIC X(7).
          02 SORT-BEFORE PIC X(207).
          02 SORT-AFTER PIC X(207).
       FD FeedFile.
       01 FeedLine PIC X(250).

WORKING-STORAGE SECTION.
       01 WS-AUDITFILE-STATUS PIC XX VALUE SPACES.
       01 WS-COPYFILE-STATUS PIC XX VALUE SPACES.
       01 WS-FEEDMARK-STATUS PIC XX VALUE SPACES.
       01 WS-FEEDFILE-STATUS PIC XX VALUE SPACES.
       01 CopyFileIsAvailable PIC X VALUE "N".
          88 CopyFileAvailable VALUE "Y".
       01 CopyScanSwitch PIC X VALUE "Y".
          88 CopyScanHasMore VALUE "Y".
       01 AuditEOF PIC X VALUE "N".
          88 AuditAtEnd VALUE "Y".
       01 SortEOF PIC X VALUE "N".
          88 SortAtEnd VALUE "Y".
       01 FeedFailedSwitch PIC X VALUE "N".
          88 FeedHasFailed VALUE "Y".
       01 ResyncSwitch PIC X VALUE "N".
          88 ResyncIsNeeded VALUE "Y".
       01 FromStamp PIC X(16) VALUE SPACES.
       01 ToStamp PIC X(16) VALUE SPACES.
       01 TrailerStamp PIC X(16) VALUE SPACES.
       01 EntryStamp PIC X(16) VALUE SPACES.
       01 RunDate PIC X(8) VALUE SPACES.
       01 RunTime PIC X(8) VALUE SPACES.
       01 EntrySequence PIC 9(9) VALUE ZERO.
       01 FeedCounts.
          02 EntriesRead PIC 9(9) VALUE ZERO.
          02 EntriesInWindow PIC 9(9) VALUE ZERO.
          02 EntriesSkipped PIC 9(9) VALUE ZERO.
          02 ReloadsSeen PIC 9(5) VALUE ZERO.
          02 TitlesNettedOut PIC 9(7) VALUE ZERO.
          02 AddCount PIC 9(7) VALUE ZERO.
          02 ChangeCount PIC 9(7) VALUE ZERO.
          02 RemoveCount PIC 9(7) VALUE ZERO.
          02 DeltaCount PIC 9(7) VALUE ZERO.
       01 TitleGroup.
          02 GroupIMDBID PIC X(9) VALUE SPACES.
          02 GroupExistedSwitch PIC X VALUE "N".
             88 GroupExistedBefore VALUE "Y".
          02 GroupFirstBefore PIC X(207) VALUE SPACES.
          02 GroupLastAction PIC X(7) VALUE SPACES.
          02 GroupLastBefore PIC X(207) VALUE SPACES.
          02 GroupLastAfter PIC X(207) VALUE SPACES.
       01 FirstGroupSwitch PIC X VALUE "Y".
          88 IsFirstGroup VALUE "Y".
       01 DeltaAction PIC X(6) VALUE SPACES.
       01 DeltaImage.
           COPY V2FILEREC.
       01 TitleCopyCount PIC 9(2) VALUE ZERO.
       01 DeltaLine PIC X(250) VALUE SPACES.
       01 TrailerCounts.
          02 DeltaCountText PIC Z(8)9.
          02 AddCountText PIC Z(8)9.
          02 ChangeCountText PIC Z(8)9.
          02 RemoveCountText PIC Z(8)9.
          02 WindowCountText PIC Z(8)9.

PROCEDURE DIVISION.
       ACCEPT RunDate FROM DATE YYYYMMDD
       ACCEPT RunTime FROM TIME
       PERFORM ReadFeedMark
       MOVE FromStamp TO ToStamp
       SORT FeedSortFile
           ON ASCENDING KEY SORT-IMDBID SORT-STAMP SORT-SEQUENCE
           INPUT PROCEDURE IS LoadWindow
           OUTPUT PROCEDURE IS WriteFeed
       IF SORT-RETURN NOT = ZERO
           DISPLAY "CHGFEED: sort of the journal window failed"
           SET FeedHasFailed TO TRUE
       END-IF
       DISPLAY "CHGFEED: journal entries read    = " EntriesRead
       DISPLAY "CHGFEED: entries in window       = " EntriesInWindow
       DISPLAY "CHGFEED: non-V2FILE entries      = " EntriesSkipped
       DISPLAY "CHGFEED: titles netted out       = " TitlesNettedOut
       DISPLAY "CHGFEED: ADD    lines            = " AddCount
       DISPLAY "CHGFEED: CHANGE lines            = " ChangeCount
       DISPLAY "CHGFEED: REMOVE lines            = " RemoveCount
       IF ResyncIsNeeded
           DISPLAY "CHGFEED: WARNING - V2FILE was reloaded from a backup "
               "inside this window - the catalog needs a full export.csv "
               "resync"
       END-IF
       IF FeedHasFailed
           DISPLAY "CHGFEED: run did not finish cleanly - high-water mark "
               "NOT advanced, the same window will be sent again"
           MOVE 8 TO RETURN-CODE
       ELSE
           IF ToStamp IS GREATER THAN FromStamp
               PERFORM WriteFeedMark
               DISPLAY "CHGFEED: high-water mark now " ToStamp(1:8) " "
                   ToStamp(9:8)
           ELSE
               DISPLAY "CHGFEED: no new journal entries - high-water mark "
                   "unchanged"
           END-IF
       END-IF
       STOP RUN.

ReadFeedMark.
       MOVE LOW-VALUES TO FromStamp
       OPEN INPUT FeedMarkFile
       IF WS-FEEDMARK-STATUS = "00"
           READ FeedMarkFile
               AT END CONTINUE
               NOT AT END
                   STRING FeedMarkDate FeedMarkTime
                       DELIMITED BY SIZE INTO FromStamp
                   END-STRING
           END-READ
           CLOSE FeedMarkFile
       END-IF
       IF FromStamp = LOW-VALUES
           DISPLAY "CHGFEED: no high-water mark yet - sending the whole "
               "journal"
       ELSE
           DISPLAY "CHGFEED: sending journal entries after "
               FromStamp(1:8) " " FromStamp(9:8)
       END-IF
       EXIT.

WriteFeedMark.
       OPEN OUTPUT FeedMarkFile
       MOVE ToStamp(1:8) TO FeedMarkDate
       MOVE ToStamp(9:8) TO FeedMarkTime
       MOVE RunDate TO FeedRunDate
       MOVE RunTime TO FeedRunTime
       WRITE FEEDMARKRECORD
       END-WRITE
       CLOSE FeedMarkFile
       EXIT.

LoadWindow.
       OPEN INPUT AuditFile
       IF WS-AUDITFILE-STATUS NOT = "00"
           DISPLAY "CHGFEED: no audit journal exists yet - nothing to send"
       ELSE
           READ AuditFile
               AT END SET AuditAtEnd TO TRUE
           END-READ
           PERFORM UNTIL AuditAtEnd
               ADD 1 TO EntriesRead
               STRING AuditDate AuditTime
                   DELIMITED BY SIZE INTO EntryStamp
               END-STRING
               IF EntryStamp IS GREATER THAN FromStamp
                   PERFORM TakeWindowEntry
               END-IF
               READ AuditFile
                   AT END SET AuditAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE AuditFile
       END-IF
       EXIT.

TakeWindowEntry.
       ADD 1 TO EntriesInWindow
       IF EntryStamp IS GREATER THAN ToStamp
           MOVE EntryStamp TO ToStamp
       END-IF
       EVALUATE AuditAction
           WHEN "WRITE"
               MOVE AfterIMDBID TO SORT-IMDBID
               PERFORM ReleaseWindowEntry
           WHEN "REWRITE"
               MOVE AfterIMDBID TO SORT-IMDBID
               PERFORM ReleaseWindowEntry
           WHEN "DELETE"
               MOVE BeforeIMDBID TO SORT-IMDBID
               PERFORM ReleaseWindowEntry
           WHEN "RELOAD"
               ADD 1 TO ReloadsSeen
               SET ResyncIsNeeded TO TRUE
           WHEN OTHER
               ADD 1 TO EntriesSkipped
       END-EVALUATE
       EXIT.

ReleaseWindowEntry.
       ADD 1 TO EntrySequence
       MOVE EntryStamp TO SORT-STAMP
       MOVE EntrySequence TO SORT-SEQUENCE
       MOVE AuditAction TO SORT-ACTION
       MOVE AuditBefore TO SORT-BEFORE
       MOVE AuditAfter TO SORT-AFTER
       RELEASE FeedSortRecord
       EXIT.

WriteFeed.
       OPEN OUTPUT FeedFile
       IF WS-FEEDFILE-STATUS NOT = "00"
           DISPLAY "CHGFEED: unable to create chgfeed.csv - status "
               WS-FEEDFILE-STATUS
           SET FeedHasFailed TO TRUE
       END-IF
       OPEN INPUT CopyFile
       IF WS-COPYFILE-STATUS = "00"
           MOVE "Y" TO CopyFileIsAvailable
       ELSE
           MOVE "N" TO CopyFileIsAvailable
       END-IF
       PERFORM WriteHeaderLine
       RETURN FeedSortFile
           AT END SET SortAtEnd TO TRUE
       END-RETURN
       PERFORM UNTIL SortAtEnd
           IF IsFirstGroup OR SORT-IMDBID NOT = GroupIMDBID
               IF NOT IsFirstGroup
                   PERFORM NetOneTitle
               END-IF
               PERFORM StartTitleGroup
           END-IF
           MOVE SORT-ACTION TO GroupLastAction
           MOVE SORT-BEFORE TO GroupLastBefore
           MOVE SORT-AFTER TO GroupLastAfter
           RETURN FeedSortFile
               AT END SET SortAtEnd TO TRUE
           END-RETURN
       END-PERFORM
       IF NOT IsFirstGroup
           PERFORM NetOneTitle
       END-IF
       PERFORM WriteTrailerLine
       IF CopyFileAvailable
           CLOSE CopyFile
       END-IF
       CLOSE FeedFile
       EXIT.

StartTitleGroup.
       MOVE "N" TO FirstGroupSwitch
       MOVE SORT-IMDBID TO GroupIMDBID
       IF SORT-ACTION = "WRITE"
           MOVE "N" TO GroupExistedSwitch
       ELSE
           MOVE "Y" TO GroupExistedSwitch
       END-IF
       MOVE SORT-BEFORE TO GroupFirstBefore
       EXIT.

NetOneTitle.
       EVALUATE TRUE
           WHEN NOT GroupExistedBefore AND GroupLastAction NOT = "DELETE"
               MOVE "ADD" TO DeltaAction
               MOVE GroupLastAfter TO DeltaImage
               ADD 1 TO AddCount
               PERFORM WriteDeltaLine
           WHEN GroupExistedBefore AND GroupLastAction NOT = "DELETE"
               IF GroupLastAfter = GroupFirstBefore
                   ADD 1 TO TitlesNettedOut
               ELSE
                   MOVE "CHANGE" TO DeltaAction
                   MOVE GroupLastAfter TO DeltaImage
                   ADD 1 TO ChangeCount
                   PERFORM WriteDeltaLine
               END-IF
           WHEN GroupExistedBefore
               MOVE "REMOVE" TO DeltaAction
               MOVE GroupLastBefore TO DeltaImage
               ADD 1 TO RemoveCount
               PERFORM WriteDeltaLine
           WHEN OTHER
               ADD 1 TO TitlesNettedOut
       END-EVALUATE
       EXIT.

CountTitleCopies.
       MOVE ZERO TO TitleCopyCount
       IF DeltaAction NOT = "REMOVE"
           MOVE 1 TO TitleCopyCount
       END-IF
       IF CopyFileAvailable AND DeltaAction NOT = "REMOVE"
           MOVE ZERO TO TitleCopyCount
           MOVE "Y" TO CopyScanSwitch
           MOVE IMDBID OF DeltaImage TO CopyIMDBID OF COPYRECORD
           MOVE ZERO TO CopyNumber OF COPYRECORD
           START CopyFile KEY NOT LESS THAN CopyKey OF COPYRECORD
               INVALID KEY MOVE "N" TO CopyScanSwitch
           END-START
           IF CopyScanHasMore
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
               END-READ
               PERFORM UNTIL CopyEndOfFile
                       OR CopyIMDBID OF COPYRECORD
                           NOT = IMDBID OF DeltaImage
                   ADD 1 TO TitleCopyCount
                   READ CopyFile NEXT RECORD
                       AT END SET CopyEndOfFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF TitleCopyCount = ZERO
               MOVE 1 TO TitleCopyCount
           END-IF
       END-IF
       EXIT.

WriteDeltaLine.
       PERFORM CountTitleCopies
       MOVE SPACES TO DeltaLine
       STRING
           FUNCTION TRIM(DeltaAction) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(IMDBID OF DeltaImage) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(MovieTitle OF DeltaImage) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(HaveWatched OF DeltaImage) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(Rating OF DeltaImage) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(Category OF DeltaImage) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           TitleCopyCount DELIMITED BY SIZE
           INTO DeltaLine
       END-STRING
       ADD 1 TO DeltaCount
       PERFORM PutFeedLine
       EXIT.

WriteHeaderLine.
       MOVE SPACES TO DeltaLine
       IF FromStamp = LOW-VALUES
           STRING "HEADER,00000000,00000000," DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RunTime DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ResyncSwitch DELIMITED BY SIZE
               INTO DeltaLine
           END-STRING
       ELSE
           STRING "HEADER," DELIMITED BY SIZE
               FromStamp(1:8) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FromStamp(9:8) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RunDate DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               RunTime DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               ResyncSwitch DELIMITED BY SIZE
               INTO DeltaLine
           END-STRING
       END-IF
       PERFORM PutFeedLine
       EXIT.

WriteTrailerLine.
       MOVE DeltaCount TO DeltaCountText
       MOVE AddCount TO AddCountText
       MOVE ChangeCount TO ChangeCountText
       MOVE RemoveCount TO RemoveCountText
       MOVE EntriesInWindow TO WindowCountText
       IF ToStamp = LOW-VALUES
           MOVE ZEROS TO TrailerStamp
       ELSE
           MOVE ToStamp TO TrailerStamp
       END-IF
       MOVE SPACES TO DeltaLine
       STRING "TRAILER," DELIMITED BY SIZE
           FUNCTION TRIM(DeltaCountText) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(AddCountText) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(ChangeCountText) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(RemoveCountText) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(WindowCountText) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           TrailerStamp(1:8) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           TrailerStamp(9:8) DELIMITED BY SIZE
           INTO DeltaLine
       END-STRING
       PERFORM PutFeedLine
       EXIT.

PutFeedLine.
       IF NOT FeedHasFailed
           MOVE DeltaLine TO FeedLine
           WRITE FeedLine
           END-WRITE
           IF WS-FEEDFILE-STATUS NOT = "00"
               DISPLAY "CHGFEED: write to chgfeed.csv failed - status "
                   WS-FEEDFILE-STATUS
               SET FeedHasFailed TO TRUE
           END-IF
       END-IF
       EXIT.
