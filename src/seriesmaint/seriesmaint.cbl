       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SERIESMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY SERIESSEL.
       COPY SERMBRSEL.
       COPY V2FILESEL.
       COPY OPERSEL.
       COPY SECLOGSEL.

DATA DIVISION.
FILE SECTION.
       FD SeriesFile.
       01 SERIESRECORD.
          88 SeriesEndOfFile VALUE HIGH-VALUE.
           COPY SERIESREC.
       FD SeriesMemberFile.
       01 SERMBRRECORD.
           COPY SERMBRREC.
       FD V2FILE.
       01 V2FILERECORD.
          88 EndOfFile VALUE HIGH-VALUE.
           COPY V2FILEREC.
       FD OperatorFile.
       01 OPERRECORD.
           COPY OPERREC.
       FD SecurityLogFile.
       01 SECLOGRECORD.
           COPY SECLOGREC.

WORKING-STORAGE SECTION.
       01 WS-SERIESFILE-STATUS PIC XX VALUE SPACES.
       01 WS-SERMBRFILE-STATUS PIC XX VALUE SPACES.
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 V2FileIsAvailable PIC X VALUE "N".
          88 V2FileAvailable VALUE "Y".
       01 SCRATCHPAD.
          02 COMMAND PIC X.
          02 WantedSeriesID PIC X(8).
          02 WantedIMDBID PIC X(9).
          02 OrderAnswer PIC X(5).
          02 TitleAnswer PIC X(120).
       01 WantedOrder PIC 9(3) VALUE ZERO.
       01 OrderValidSwitch PIC X VALUE "N".
          88 OrderIsValid VALUE "Y".
       01 DoneSwitch PIC X VALUE "N".
          88 MaintIsDone VALUE "Y".
       01 SeriesFoundSwitch PIC X VALUE "N".
          88 SeriesWasFound VALUE "Y".
       01 MemberFoundSwitch PIC X VALUE "N".
          88 MemberWasFound VALUE "Y".
       01 TitleOwnedSwitch PIC X VALUE "N".
          88 TitleIsOwned VALUE "Y".
       01 MemberEOF PIC X VALUE "N".
          88 MemberAtEnd VALUE "Y".
       01 ListCount PIC 9(5) VALUE ZERO.
       01 MemberCount PIC 9(5) VALUE ZERO.
       01 OwnedMark PIC X(9) VALUE SPACES.
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
       OPEN I-O SeriesFile
       IF WS-SERIESFILE-STATUS = "35"
           OPEN OUTPUT SeriesFile
           CLOSE SeriesFile
           OPEN I-O SeriesFile
       END-IF
       OPEN I-O SeriesMemberFile
       IF WS-SERMBRFILE-STATUS = "35"
           OPEN OUTPUT SeriesMemberFile
           CLOSE SeriesMemberFile
           OPEN I-O SeriesMemberFile
       END-IF
       OPEN INPUT V2FILE
       IF WS-V2FILE-STATUS = "00"
           MOVE "Y" TO V2FileIsAvailable
       ELSE
           MOVE "N" TO V2FileIsAvailable
           DISPLAY "SERIESMAINT: V2FILE does not exist yet - ownership not checked"
       END-IF
       PERFORM UNTIL MaintIsDone
           PERFORM ShowMenu
           PERFORM ReadCommand
           PERFORM CheckCommandLevel
           IF CommandIsPermitted
               EVALUATE COMMAND
                   WHEN "A" PERFORM AddSeries
                   WHEN "U" PERFORM UpdateSeries
                   WHEN "D" PERFORM DeleteSeries
                   WHEN "R" PERFORM ShowSeries
                   WHEN "L" PERFORM ListSeries
                   WHEN "E" PERFORM SetSeriesEntry
                   WHEN "X" PERFORM RemoveSeriesEntry
                   WHEN "Q" MOVE "Y" TO DoneSwitch
                   WHEN OTHER DISPLAY "Unknown command: " COMMAND
               END-EVALUATE
           END-IF
       END-PERFORM
       CLOSE SeriesFile
       CLOSE SeriesMemberFile
       IF V2FileAvailable
           CLOSE V2FILE
       END-IF
       STOP RUN.

ShowMenu.
       DISPLAY " "
       DISPLAY "SERIESMAINT - A)dd U)pdate D)elete R)ead L)ist E)ntry "
           "X)remove entry Q)uit"
       EXIT.

ReadCommand.
       DISPLAY "Command: " WITH NO ADVANCING
       ACCEPT COMMAND
       INSPECT COMMAND CONVERTING "a" TO "A"
       INSPECT COMMAND CONVERTING "u" TO "U"
       INSPECT COMMAND CONVERTING "d" TO "D"
       INSPECT COMMAND CONVERTING "r" TO "R"
       INSPECT COMMAND CONVERTING "l" TO "L"
       INSPECT COMMAND CONVERTING "e" TO "E"
       INSPECT COMMAND CONVERTING "x" TO "X"
       INSPECT COMMAND CONVERTING "q" TO "Q"
       EXIT.

AskSeriesID.
       DISPLAY "Series ID: " WITH NO ADVANCING
       ACCEPT WantedSeriesID
       INSPECT WantedSeriesID
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       EXIT.

FindSeries.
       MOVE "N" TO SeriesFoundSwitch
       MOVE WantedSeriesID TO SeriesID OF SERIESRECORD
       READ SeriesFile
           INVALID KEY MOVE "N" TO SeriesFoundSwitch
           NOT INVALID KEY MOVE "Y" TO SeriesFoundSwitch
       END-READ
       EXIT.

AddSeries.
       PERFORM AskSeriesID
       IF WantedSeriesID = SPACES
           DISPLAY "A series ID is required"
       ELSE
           PERFORM FindSeries
           IF SeriesWasFound
               DISPLAY "Series " FUNCTION TRIM(WantedSeriesID)
                   " already exists - use U)pdate instead"
           ELSE
               MOVE WantedSeriesID TO SeriesID OF SERIESRECORD
               PERFORM AskSeriesFields
               WRITE SERIESRECORD
                   INVALID KEY
                       DISPLAY "Unable to add series " WantedSeriesID
               END-WRITE
           END-IF
       END-IF
       EXIT.

UpdateSeries.
       PERFORM AskSeriesID
       PERFORM FindSeries
       IF SeriesWasFound
           PERFORM AskSeriesFields
           REWRITE SERIESRECORD
               INVALID KEY
                   DISPLAY "Unable to update series " WantedSeriesID
           END-REWRITE
       ELSE
           DISPLAY "No series record found for " WantedSeriesID
       END-IF
       EXIT.

DeleteSeries.
       PERFORM AskSeriesID
       PERFORM FindSeries
       IF SeriesWasFound
           DELETE SeriesFile
               INVALID KEY
                   DISPLAY "Unable to delete series " WantedSeriesID
               NOT INVALID KEY
                   PERFORM DeleteSeriesEntries
                   DISPLAY "Series " FUNCTION TRIM(WantedSeriesID)
                       " deleted with " MemberCount " entries"
           END-DELETE
       ELSE
           DISPLAY "No series record found for " WantedSeriesID
       END-IF
       EXIT.

DeleteSeriesEntries.
       MOVE ZERO TO MemberCount
       PERFORM StartMemberScan
       PERFORM UNTIL MemberAtEnd
           DELETE SeriesMemberFile
               INVALID KEY
                   DISPLAY "Unable to delete entry " MemberOrder
                       " of series " WantedSeriesID
               NOT INVALID KEY
                   ADD 1 TO MemberCount
           END-DELETE
           PERFORM ReadNextMember
       END-PERFORM
       EXIT.

StartMemberScan.
       MOVE "N" TO MemberEOF
       MOVE WantedSeriesID TO MemberSeriesID OF SERMBRRECORD
       MOVE ZERO TO MemberOrder OF SERMBRRECORD
       START SeriesMemberFile KEY IS NOT LESS THAN MemberKey OF SERMBRRECORD
           INVALID KEY SET MemberAtEnd TO TRUE
       END-START
       IF NOT MemberAtEnd
           PERFORM ReadNextMember
       END-IF
       EXIT.

ReadNextMember.
       READ SeriesMemberFile NEXT RECORD
           AT END SET MemberAtEnd TO TRUE
       END-READ
       IF NOT MemberAtEnd
           IF MemberSeriesID OF SERMBRRECORD NOT = WantedSeriesID
               SET MemberAtEnd TO TRUE
           END-IF
       END-IF
       EXIT.

ShowSeries.
       PERFORM AskSeriesID
       PERFORM FindSeries
       IF SeriesWasFound
           DISPLAY "Series ID  : " SeriesID OF SERIESRECORD
           DISPLAY "Series name: "
               FUNCTION TRIM(SeriesName OF SERIESRECORD)
           MOVE ZERO TO MemberCount
           PERFORM StartMemberScan
           PERFORM UNTIL MemberAtEnd
               ADD 1 TO MemberCount
               MOVE MemberIMDBID OF SERMBRRECORD TO WantedIMDBID
               PERFORM CheckOwned
               IF TitleIsOwned
                   MOVE "OWNED" TO OwnedMark
               ELSE
                   MOVE "NOT OWNED" TO OwnedMark
               END-IF
               DISPLAY "  " MemberOrder OF SERMBRRECORD " "
                   MemberIMDBID OF SERMBRRECORD " " OwnedMark " "
                   FUNCTION TRIM(MemberTitle OF SERMBRRECORD)
               PERFORM ReadNextMember
           END-PERFORM
           DISPLAY "Entries in series: " MemberCount
       ELSE
           DISPLAY "No series record found for " WantedSeriesID
       END-IF
       EXIT.

ListSeries.
       MOVE ZERO TO ListCount
       MOVE SPACES TO SERIESRECORD
       START SeriesFile FIRST
           INVALID KEY SET SeriesEndOfFile TO TRUE
       END-START
       IF NOT SeriesEndOfFile
           READ SeriesFile NEXT RECORD
               AT END SET SeriesEndOfFile TO TRUE
           END-READ
           PERFORM UNTIL SeriesEndOfFile
               ADD 1 TO ListCount
               DISPLAY SeriesID OF SERIESRECORD " "
                   FUNCTION TRIM(SeriesName OF SERIESRECORD)
               READ SeriesFile NEXT RECORD
                   AT END SET SeriesEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       DISPLAY "Series on file: " ListCount
       EXIT.

AskSeriesFields.
       DISPLAY "Series name: " WITH NO ADVANCING
       ACCEPT SeriesName OF SERIESRECORD
       EXIT.

AskEntryOrder.
       MOVE "N" TO OrderValidSwitch
       DISPLAY "Place in series (1-999): " WITH NO ADVANCING
       ACCEPT OrderAnswer
       IF OrderAnswer NOT = SPACES
               AND FUNCTION TEST-NUMVAL(OrderAnswer) = ZERO
           COMPUTE WantedOrder = FUNCTION NUMVAL(OrderAnswer)
               ON SIZE ERROR MOVE ZERO TO WantedOrder
           END-COMPUTE
           IF WantedOrder IS GREATER THAN ZERO
                   AND FUNCTION NUMVAL(OrderAnswer) = WantedOrder
               MOVE "Y" TO OrderValidSwitch
           END-IF
       END-IF
       IF NOT OrderIsValid
           DISPLAY "Place must be a whole number from 1 to 999"
       END-IF
       EXIT.

FindMember.
       MOVE "N" TO MemberFoundSwitch
       MOVE WantedSeriesID TO MemberSeriesID OF SERMBRRECORD
       MOVE WantedOrder TO MemberOrder OF SERMBRRECORD
       READ SeriesMemberFile
           INVALID KEY MOVE "N" TO MemberFoundSwitch
           NOT INVALID KEY MOVE "Y" TO MemberFoundSwitch
       END-READ
       EXIT.

CheckOwned.
       MOVE "N" TO TitleOwnedSwitch
       IF V2FileAvailable
           MOVE WantedIMDBID TO IMDBID OF V2FILERECORD
           READ V2FILE
               INVALID KEY MOVE "N" TO TitleOwnedSwitch
               NOT INVALID KEY MOVE "Y" TO TitleOwnedSwitch
           END-READ
       END-IF
       EXIT.

SetSeriesEntry.
       PERFORM AskSeriesID
       PERFORM FindSeries
       IF NOT SeriesWasFound
           DISPLAY "No series record found for " WantedSeriesID
               " - A)dd the series first"
       ELSE
           PERFORM AskEntryOrder
           IF OrderIsValid
               PERFORM FindMember
               IF MemberWasFound
                   DISPLAY "Entry " WantedOrder " is now "
                       MemberIMDBID OF SERMBRRECORD " "
                       FUNCTION TRIM(MemberTitle OF SERMBRRECORD)
               END-IF
               PERFORM AskEntryFields
               IF WantedIMDBID NOT = SPACES
                   PERFORM StoreSeriesEntry
               END-IF
           END-IF
       END-IF
       EXIT.

AskEntryFields.
       DISPLAY "IMDBID: " WITH NO ADVANCING
       ACCEPT WantedIMDBID
       IF WantedIMDBID = SPACES
           IF MemberWasFound
               MOVE MemberIMDBID OF SERMBRRECORD TO WantedIMDBID
           ELSE
               DISPLAY "An IMDBID is required - entry not stored"
           END-IF
       END-IF
       IF WantedIMDBID NOT = SPACES
           PERFORM CheckOwned
           IF TitleIsOwned
               DISPLAY "Owned: " FUNCTION TRIM(MovieTitle OF V2FILERECORD)
                   " (shelf " FUNCTION TRIM(ShelfLocation OF V2FILERECORD)
                   ")"
           END-IF
           DISPLAY "Title (blank = keep / use collection title): "
               WITH NO ADVANCING
           ACCEPT TitleAnswer
       END-IF
       EXIT.

StoreSeriesEntry.
       IF TitleAnswer = SPACES
           IF TitleIsOwned
               MOVE MovieTitle OF V2FILERECORD TO TitleAnswer
           ELSE
               IF MemberWasFound
                   MOVE MemberTitle OF SERMBRRECORD TO TitleAnswer
               END-IF
           END-IF
       END-IF
       MOVE WantedSeriesID TO MemberSeriesID OF SERMBRRECORD
       MOVE WantedOrder TO MemberOrder OF SERMBRRECORD
       MOVE WantedIMDBID TO MemberIMDBID OF SERMBRRECORD
       MOVE TitleAnswer TO MemberTitle OF SERMBRRECORD
       IF MemberWasFound
           REWRITE SERMBRRECORD
               INVALID KEY
                   DISPLAY "Unable to update entry " WantedOrder
                       " of series " WantedSeriesID
           END-REWRITE
       ELSE
           WRITE SERMBRRECORD
               INVALID KEY
                   DISPLAY "Unable to add entry " WantedOrder
                       " to series " WantedSeriesID
           END-WRITE
       END-IF
       EXIT.

RemoveSeriesEntry.
       PERFORM AskSeriesID
       PERFORM AskEntryOrder
       IF OrderIsValid
           PERFORM FindMember
           IF MemberWasFound
               DELETE SeriesMemberFile
                   INVALID KEY
                       DISPLAY "Unable to remove entry " WantedOrder
                           " of series " WantedSeriesID
               END-DELETE
           ELSE
               DISPLAY "No entry " WantedOrder " in series "
                   WantedSeriesID
           END-IF
       END-IF
       EXIT.

SignOnOperator.
       MOVE "N" TO SignOnSwitch
       MOVE ZERO TO SignOnTries
       OPEN INPUT OperatorFile
       IF WS-OPERFILE-STATUS NOT = "00"
           DISPLAY "SERIESMAINT: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "SERIESMAINT: not started - no operator signed on"
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
           DISPLAY "SERIESMAINT: sign-on refused"
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
       MOVE "SERIESMAINT" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.

CheckCommandLevel.
       EVALUATE COMMAND
           WHEN "D" MOVE 3 TO RequiredLevel
           WHEN "X" MOVE 3 TO RequiredLevel
           WHEN "A" MOVE 2 TO RequiredLevel
           WHEN "U" MOVE 2 TO RequiredLevel
           WHEN "E" MOVE 2 TO RequiredLevel
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
