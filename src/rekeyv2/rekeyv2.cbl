       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REKEYV2.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY V2FILESEL.
       COPY V2AUDSEL.
       COPY V2COPYSEL.
       COPY V2VALSEL.
       COPY LOANSEL.
       COPY V2DTLSEL.
       COPY WANTSEL.
       COPY WATCHLOGSEL.
       COPY VIEWSUMSEL.
       COPY HOLDSEL.
       COPY RATINGSEL.
       COPY SERMBRSEL.
       COPY V2LOCKSEL.
       COPY OPERSEL.
       COPY SECLOGSEL.
       SELECT RekeyLogFile ASSIGN "rekeylog.tmp"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-REKEYLOG-STATUS.
       SELECT ReportFile ASSIGN "rekeyv2.txt"
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
       FD V2FILE.
       01 V2FILERECORD.
          88 EndOfFile VALUE HIGH-VALUE.
           COPY V2FILEREC.
       FD AuditFile.
       01 AUDITRECORD.
           COPY V2AUDREC.
       FD CopyFile.
       01 COPYRECORD.
          88 CopyEndOfFile VALUE HIGH-VALUE.
           COPY V2COPYREC.
       FD ValuationFile.
       01 VALRECORD.
           COPY V2VALREC.
       FD LoanFile.
       01 LOANRECORD.
           COPY LOANREC.
       FD DetailFile.
       01 DETAILRECORD.
           COPY V2DTLREC.
       FD WantFile.
       01 WANTRECORD.
           COPY WANTREC.
       FD WatchLogFile.
       01 WATCHLOGRECORD.
           COPY WATCHLOGREC.
       FD ViewSummaryFile.
       01 VIEWSUMRECORD.
           COPY VIEWSUMREC.
       FD HoldFile.
       01 HOLDRECORD.
           COPY HOLDREC.
       FD RatingFile.
       01 RATINGRECORD.
           COPY RATINGREC.
       FD SeriesMemberFile.
       01 SERMBRRECORD.
           COPY SERMBRREC.
       FD LockFile.
       01 LOCKRECORD.
           COPY V2LOCKREC.
       FD RekeyLogFile.
       01 RekeyLogLine PIC X(35).
       FD ReportFile.
       01 ReportLine PIC X(132).
       FD OperatorFile.
       01 OPERRECORD.
           COPY OPERREC.
       FD SecurityLogFile.
       01 SECLOGRECORD.
           COPY SECLOGREC.

WORKING-STORAGE SECTION.
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDITFILE-STATUS PIC XX VALUE SPACES.
       01 WS-COPYFILE-STATUS PIC XX VALUE SPACES.
       01 WS-VALFILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOANFILE-STATUS PIC XX VALUE SPACES.
       01 WS-DTLFILE-STATUS PIC XX VALUE SPACES.
       01 WS-WANTFILE-STATUS PIC XX VALUE SPACES.
       01 WS-WATCHLOG-STATUS PIC XX VALUE SPACES.
       01 WS-LOCKFILE-STATUS PIC XX VALUE SPACES.
       01 WS-REKEYLOG-STATUS PIC XX VALUE SPACES.
       01 WS-VIEWSUM-STATUS PIC XX VALUE SPACES.
       01 WS-HOLDFILE-STATUS PIC XX VALUE SPACES.
       01 WS-RATINGFILE-STATUS PIC XX VALUE SPACES.
       01 WS-SERMBRFILE-STATUS PIC XX VALUE SPACES.
       01 HoldEOF PIC X VALUE "N".
          88 HoldsAtEnd VALUE "Y".
       01 HoldMoveTable.
          02 HoldMoveEntry OCCURS 999 TIMES
                  INDEXED BY HoldMoveIndex.
             03 HM-IMAGE PIC X(75).
       01 HoldMoveCount PIC 9(3) VALUE ZERO.
       01 NextNewHoldSequence PIC 9(4) VALUE ZERO.
       01 HoldScanIMDBID PIC X(9) VALUE SPACES.
       01 LockAnswer PIC X VALUE SPACE.
       01 LockCheckDate PIC X(8) VALUE SPACES.
       01 LockAcquiredSwitch PIC X VALUE "N".
          88 LockWasAcquired VALUE "Y".
       01 LoanFileIsAvailable PIC X VALUE "N".
          88 LoanFileAvailable VALUE "Y".
       01 DetailFileIsAvailable PIC X VALUE "N".
          88 DetailFileAvailable VALUE "Y".
       01 WantFileIsAvailable PIC X VALUE "N".
          88 WantFileAvailable VALUE "Y".
       01 ValFileIsAvailable PIC X VALUE "N".
          88 ValFileAvailable VALUE "Y".
       01 SCRATCHPAD.
          02 OldIMDBID PIC X(9).
          02 NewIMDBID PIC X(9).
          02 ConfirmAnswer PIC X.
       01 RekeyModeSwitch PIC X VALUE "R".
          88 RekeyIsRename VALUE "R".
          88 RekeyIsMerge VALUE "M".
       01 ConfirmSwitch PIC X VALUE "N".
          88 RekeyIsConfirmed VALUE "Y".
       01 TitleMovedSwitch PIC X VALUE "N".
          88 TitleWasMoved VALUE "Y".
       01 CopyScanSwitch PIC X VALUE "Y".
          88 CopyScanHasMore VALUE "Y".
       01 WatchLogEOF PIC X VALUE "N".
          88 WatchLogAtEnd VALUE "Y".
       01 TempLogEOF PIC X VALUE "N".
          88 TempLogAtEnd VALUE "Y".
       01 SummaryEOF PIC X VALUE "N".
          88 SummaryAtEnd VALUE "Y".
       01 RatingEOF PIC X VALUE "N".
          88 RatingAtEnd VALUE "Y".
       01 MemberEOF PIC X VALUE "N".
          88 MemberAtEnd VALUE "Y".
       01 OldTitleRecord.
           COPY V2FILEREC.
       01 SavedLoanRecord PIC X(90) VALUE SPACES.
       01 SavedDetailRecord PIC X(60) VALUE SPACES.
       01 SavedWantRecord PIC X(230) VALUE SPACES.
       01 SavedValRecord PIC X(63) VALUE SPACES.
       01 MovingSummary.
           COPY VIEWSUMREC.
       01 SummaryMoveTable.
          02 SummaryMoveEntry OCCURS 500 TIMES
                  INDEXED BY SummaryMoveIndex.
             03 SM-IMAGE PIC X(46).
       01 SummaryMoveCount PIC 9(3) VALUE ZERO.
       01 MovingRating.
           COPY RATINGREC.
       01 RatingMoveTable.
          02 RatingMoveEntry OCCURS 500 TIMES
                  INDEXED BY RatingMoveIndex.
             03 RM-IMAGE PIC X(27).
       01 RatingMoveCount PIC 9(3) VALUE ZERO.
       01 CopyMapTable.
          02 CopyMapEntry OCCURS 99 TIMES
                  INDEXED BY CopyMapIndex.
             03 CM-IMAGE PIC X(60).
             03 CM-OLDNUMBER PIC 9(2).
             03 CM-NEWNUMBER PIC 9(2).
       01 CopyMapCount PIC 9(2) VALUE ZERO.
       01 CopyMapTableFull PIC X VALUE "N".
          88 CopyMapIsFull VALUE "Y".
       01 HighestNewCopy PIC 9(2) VALUE ZERO.
       01 AssignedCopyNumber PIC 9(2) VALUE ZERO.
       01 RekeyCounts.
          02 CopiesMoved PIC 9(5) VALUE ZERO.
          02 CopiesRenumbered PIC 9(5) VALUE ZERO.
          02 CopiesLeft PIC 9(5) VALUE ZERO.
          02 LoansMoved PIC 9(5) VALUE ZERO.
          02 ValuationsMoved PIC 9(5) VALUE ZERO.
          02 DetailsMoved PIC 9(5) VALUE ZERO.
          02 WantsMoved PIC 9(5) VALUE ZERO.
          02 LogLinesMoved PIC 9(7) VALUE ZERO.
          02 SummariesMoved PIC 9(5) VALUE ZERO.
          02 HoldsMoved PIC 9(5) VALUE ZERO.
          02 RatingsMoved PIC 9(5) VALUE ZERO.
          02 SeriesEntriesMoved PIC 9(5) VALUE ZERO.
       01 RekeyBeforeText PIC X(120) VALUE SPACES.
       01 RekeyAfterText PIC X(120) VALUE SPACES.
       01 TodayDate PIC X(8) VALUE SPACES.
       01 ReportHeading1.
          02 FILLER PIC X(31) VALUE "IMDBID REKEY CONFIRMATION AS OF".
          02 FILLER PIC X VALUE SPACE.
          02 RH1-ASOF PIC X(8).
       01 ReportHeading2.
          02 RH2-MODE PIC X(8).
          02 FILLER PIC X VALUE SPACE.
          02 RH2-OLD PIC X(9).
          02 FILLER PIC X(4) VALUE " TO ".
          02 RH2-NEW PIC X(9).
       01 ReportColumnHeading.
          02 FILLER PIC X(10) VALUE "FILE".
          02 FILLER PIC X(14) VALUE "OLD KEY".
          02 FILLER PIC X(14) VALUE "NEW KEY".
          02 FILLER PIC X(80) VALUE "CHANGE".
       01 ListingLine.
          02 LL-FILE PIC X(10).
          02 LL-OLDKEY PIC X(14).
          02 LL-NEWKEY PIC X(14).
          02 LL-CHANGE PIC X(80).
       01 ListingKey.
          02 LK-IMDBID PIC X(9).
          02 LK-SLASH PIC X VALUE "/".
          02 LK-NUMBER PIC 9(2).
       01 HoldListingKey.
          02 HK-IMDBID PIC X(9).
          02 HK-SLASH PIC X VALUE "/".
          02 HK-SEQUENCE PIC 9(3).
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

PROCEDURE DIVISION.
       PERFORM SignOnOperator
       IF NOT OperatorIsSignedOn
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF SignedOnLevel IS LESS THAN 3
           DISPLAY "REKEYV2: operator " FUNCTION TRIM(SignedOnOperator)
               " is not permitted - correcting an IMDBID needs level 3"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM AcquireV2Lock
       IF NOT LockWasAcquired
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O V2FILE
       IF WS-V2FILE-STATUS NOT = "00"
           DISPLAY "REKEYV2: V2FILE does not exist yet - nothing to rekey"
           PERFORM ReleaseV2Lock
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM AskRekeyKeys
       IF NOT RekeyIsConfirmed
           DISPLAY "REKEYV2: nothing changed"
           CLOSE V2FILE
           PERFORM ReleaseV2Lock
           STOP RUN
       END-IF
       PERFORM OpenRelatedFiles
       ACCEPT TodayDate FROM DATE YYYYMMDD
       OPEN OUTPUT ReportFile
       PERFORM WriteListingHeadings
       PERFORM RekeyTitle
       IF TitleWasMoved
           PERFORM LoadOldCopies
           PERFORM FindHighestNewCopy
           SET CopyMapIndex TO 1
           PERFORM MoveOneCopy
               UNTIL CopyMapIndex IS GREATER THAN CopyMapCount
           PERFORM RekeyDetail
           PERFORM RekeyWant
           PERFORM RekeyWatchLog
           PERFORM RekeyViewSummary
           PERFORM RekeyRatings
           PERFORM RekeySeriesEntries
           PERFORM RekeyHolds
       END-IF
       PERFORM WriteListingTotals
       CLOSE ReportFile
       PERFORM CloseRelatedFiles
       CLOSE V2FILE
       PERFORM ReleaseV2Lock
       DISPLAY "REKEYV2: confirmation listing written to rekeyv2.txt"
       IF NOT TitleWasMoved OR CopiesLeft IS GREATER THAN ZERO
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

AskRekeyKeys.
       MOVE "N" TO ConfirmSwitch
       DISPLAY "Old (wrong) IMDBID: " WITH NO ADVANCING
       ACCEPT OldIMDBID
       MOVE OldIMDBID TO IMDBID OF V2FILERECORD
       READ V2FILE
           INVALID KEY
               DISPLAY "No V2FILE record found for IMDBID " OldIMDBID
           NOT INVALID KEY
               MOVE V2FILERECORD TO OldTitleRecord
               PERFORM AskNewIMDBID
       END-READ
       EXIT.

AskNewIMDBID.
       DISPLAY "  " OldIMDBID " "
           FUNCTION TRIM(MovieTitle OF OldTitleRecord)
       DISPLAY "New (correct) IMDBID: " WITH NO ADVANCING
       ACCEPT NewIMDBID
       IF NewIMDBID = SPACES OR NewIMDBID = OldIMDBID
           DISPLAY "New IMDBID must be given and differ from the old one"
       ELSE
           MOVE NewIMDBID TO IMDBID OF V2FILERECORD
           READ V2FILE
               INVALID KEY
                   MOVE "R" TO RekeyModeSwitch
                   DISPLAY "Rename " OldIMDBID " to " NewIMDBID
                       "? (Y = yes): " WITH NO ADVANCING
               NOT INVALID KEY
                   MOVE "M" TO RekeyModeSwitch
                   DISPLAY "  " NewIMDBID " "
                       FUNCTION TRIM(MovieTitle OF V2FILERECORD)
                       " is already on file"
                   DISPLAY "Merge " OldIMDBID " into " NewIMDBID
                       "? (M = merge): " WITH NO ADVANCING
           END-READ
           ACCEPT ConfirmAnswer
           INSPECT ConfirmAnswer CONVERTING "ym" TO "YM"
           IF (RekeyIsRename AND ConfirmAnswer = "Y")
                   OR (RekeyIsMerge AND ConfirmAnswer = "M")
               MOVE "Y" TO ConfirmSwitch
           END-IF
       END-IF
       EXIT.

OpenRelatedFiles.
       OPEN EXTEND AuditFile
       IF WS-AUDITFILE-STATUS = "35"
           OPEN OUTPUT AuditFile
       END-IF
       OPEN I-O CopyFile
       IF WS-COPYFILE-STATUS = "35"
           OPEN OUTPUT CopyFile
           CLOSE CopyFile
           OPEN I-O CopyFile
       END-IF
       OPEN I-O LoanFile
       IF WS-LOANFILE-STATUS = "00"
           MOVE "Y" TO LoanFileIsAvailable
       ELSE
           MOVE "N" TO LoanFileIsAvailable
       END-IF
       OPEN I-O DetailFile
       IF WS-DTLFILE-STATUS = "00"
           MOVE "Y" TO DetailFileIsAvailable
       ELSE
           MOVE "N" TO DetailFileIsAvailable
       END-IF
       OPEN I-O WantFile
       IF WS-WANTFILE-STATUS = "00"
           MOVE "Y" TO WantFileIsAvailable
       ELSE
           MOVE "N" TO WantFileIsAvailable
       END-IF
       OPEN I-O ValuationFile
       IF WS-VALFILE-STATUS = "00"
           MOVE "Y" TO ValFileIsAvailable
       ELSE
           MOVE "N" TO ValFileIsAvailable
       END-IF
       EXIT.

CloseRelatedFiles.
       CLOSE AuditFile
       CLOSE CopyFile
       IF LoanFileAvailable
           CLOSE LoanFile
       END-IF
       IF DetailFileAvailable
           CLOSE DetailFile
       END-IF
       IF WantFileAvailable
           CLOSE WantFile
       END-IF
       IF ValFileAvailable
           CLOSE ValuationFile
       END-IF
       EXIT.

RekeyTitle.
       MOVE "N" TO TitleMovedSwitch
       IF RekeyIsRename
           MOVE OldTitleRecord TO V2FILERECORD
           MOVE NewIMDBID TO IMDBID OF V2FILERECORD
           WRITE V2FILERECORD
               INVALID KEY
                   DISPLAY "Unable to add IMDBID " NewIMDBID
               NOT INVALID KEY
                   MOVE SPACES TO AuditBefore
                   MOVE V2FILERECORD TO AuditAfter
                   MOVE "WRITE" TO AuditAction
                   PERFORM WriteAudit
                   MOVE "Y" TO TitleMovedSwitch
                   MOVE "TITLE RENAMED" TO LL-CHANGE
           END-WRITE
       ELSE
           MOVE NewIMDBID TO IMDBID OF V2FILERECORD
           READ V2FILE
               INVALID KEY
                   DISPLAY "Unable to read IMDBID " NewIMDBID
               NOT INVALID KEY
                   MOVE V2FILERECORD TO AuditBefore
                   PERFORM CombineTitles
                   REWRITE V2FILERECORD
                       INVALID KEY
                           DISPLAY "Unable to update IMDBID " NewIMDBID
                       NOT INVALID KEY
                           MOVE V2FILERECORD TO AuditAfter
                           MOVE "REWRITE" TO AuditAction
                           PERFORM WriteAudit
                           MOVE "Y" TO TitleMovedSwitch
                           MOVE SPACES TO LL-CHANGE
                           STRING "TITLE MERGED - WATCH COUNT "
                                   DELIMITED BY SIZE
                               WatchCount OF V2FILERECORD
                                   DELIMITED BY SIZE
                               " LAST WATCHED " DELIMITED BY SIZE
                               LastWatchedDate OF V2FILERECORD
                                   DELIMITED BY SIZE
                               INTO LL-CHANGE
                           END-STRING
                   END-REWRITE
           END-READ
       END-IF
       IF TitleWasMoved
           MOVE "V2FILE" TO LL-FILE
           MOVE OldIMDBID TO LL-OLDKEY
           MOVE NewIMDBID TO LL-NEWKEY
           PERFORM WriteListingLine
           PERFORM DeleteOldTitle
       ELSE
           DISPLAY "REKEYV2: title not moved - related files left alone"
       END-IF
       EXIT.

CombineTitles.
       ADD WatchCount OF OldTitleRecord TO WatchCount OF V2FILERECORD
           ON SIZE ERROR MOVE 99999 TO WatchCount OF V2FILERECORD
       END-ADD
       IF LastWatchedDate OF OldTitleRecord
               IS GREATER THAN LastWatchedDate OF V2FILERECORD
           MOVE LastWatchedDate OF OldTitleRecord
               TO LastWatchedDate OF V2FILERECORD
       END-IF
       IF HaveWatched OF V2FILERECORD = SPACES
           MOVE HaveWatched OF OldTitleRecord TO HaveWatched OF V2FILERECORD
       END-IF
       IF Rating OF V2FILERECORD = SPACES
           MOVE Rating OF OldTitleRecord TO Rating OF V2FILERECORD
       END-IF
       IF CATEGORY OF V2FILERECORD = SPACES
           MOVE CATEGORY OF OldTitleRecord TO CATEGORY OF V2FILERECORD
       END-IF
       IF ShelfLocation OF V2FILERECORD = SPACES
           MOVE ShelfLocation OF OldTitleRecord
               TO ShelfLocation OF V2FILERECORD
       END-IF
       EXIT.

DeleteOldTitle.
       MOVE OldIMDBID TO IMDBID OF V2FILERECORD
       READ V2FILE
           INVALID KEY
               DISPLAY "Unable to read IMDBID " OldIMDBID
           NOT INVALID KEY
               MOVE V2FILERECORD TO AuditBefore
               DELETE V2FILE
                   INVALID KEY
                       DISPLAY "Unable to delete IMDBID " OldIMDBID
                   NOT INVALID KEY
                       MOVE SPACES TO AuditAfter
                       MOVE "DELETE" TO AuditAction
                       PERFORM WriteAudit
                       MOVE "V2FILE" TO LL-FILE
                       MOVE OldIMDBID TO LL-OLDKEY
                       MOVE SPACES TO LL-NEWKEY
                       MOVE "OLD TITLE REMOVED" TO LL-CHANGE
                       PERFORM WriteListingLine
               END-DELETE
       END-READ
       EXIT.

LoadOldCopies.
       MOVE ZERO TO CopyMapCount
       MOVE "Y" TO CopyScanSwitch
       MOVE OldIMDBID TO CopyIMDBID OF COPYRECORD
       MOVE ZERO TO CopyNumber OF COPYRECORD
       START CopyFile KEY NOT LESS THAN CopyKey OF COPYRECORD
           INVALID KEY MOVE "N" TO CopyScanSwitch
       END-START
       IF CopyScanHasMore
           READ CopyFile NEXT RECORD
               AT END SET CopyEndOfFile TO TRUE
           END-READ
           PERFORM UNTIL CopyEndOfFile
                   OR CopyIMDBID OF COPYRECORD NOT = OldIMDBID
                   OR CopyMapIsFull
               ADD 1 TO CopyMapCount
               MOVE COPYRECORD TO CM-IMAGE(CopyMapCount)
               MOVE CopyNumber OF COPYRECORD TO CM-OLDNUMBER(CopyMapCount)
               MOVE CopyNumber OF COPYRECORD TO CM-NEWNUMBER(CopyMapCount)
               IF CopyMapCount = 99
                   MOVE "Y" TO CopyMapTableFull
               END-IF
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

FindHighestNewCopy.
       MOVE ZERO TO HighestNewCopy
       MOVE "Y" TO CopyScanSwitch
       MOVE NewIMDBID TO CopyIMDBID OF COPYRECORD
       MOVE ZERO TO CopyNumber OF COPYRECORD
       START CopyFile KEY NOT LESS THAN CopyKey OF COPYRECORD
           INVALID KEY MOVE "N" TO CopyScanSwitch
       END-START
       IF CopyScanHasMore
           READ CopyFile NEXT RECORD
               AT END SET CopyEndOfFile TO TRUE
           END-READ
           PERFORM UNTIL CopyEndOfFile
                   OR CopyIMDBID OF COPYRECORD NOT = NewIMDBID
               MOVE CopyNumber OF COPYRECORD TO HighestNewCopy
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

MoveOneCopy.
       MOVE NewIMDBID TO CopyIMDBID OF COPYRECORD
       MOVE CM-OLDNUMBER(CopyMapIndex) TO CopyNumber OF COPYRECORD
       MOVE CM-OLDNUMBER(CopyMapIndex) TO AssignedCopyNumber
       READ CopyFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF HighestNewCopy IS LESS THAN 99
                   ADD 1 TO HighestNewCopy
                   MOVE HighestNewCopy TO AssignedCopyNumber
               ELSE
                   MOVE ZERO TO AssignedCopyNumber
               END-IF
       END-READ
       MOVE OldIMDBID TO LK-IMDBID
       MOVE CM-OLDNUMBER(CopyMapIndex) TO LK-NUMBER
       MOVE ListingKey TO LL-OLDKEY
       MOVE "COPYFILE" TO LL-FILE
       IF AssignedCopyNumber = ZERO
           ADD 1 TO CopiesLeft
           MOVE SPACES TO LL-NEWKEY
           MOVE "NOT MOVED - NO FREE COPY NUMBER LEFT UNDER THE NEW IMDBID"
               TO LL-CHANGE
           PERFORM WriteListingLine
       ELSE
           MOVE CM-IMAGE(CopyMapIndex) TO COPYRECORD
           MOVE NewIMDBID TO CopyIMDBID OF COPYRECORD
           MOVE AssignedCopyNumber TO CopyNumber OF COPYRECORD
           ACCEPT LastChangedDate OF COPYRECORD FROM DATE YYYYMMDD
           WRITE COPYRECORD
               INVALID KEY
                   ADD 1 TO CopiesLeft
                   MOVE SPACES TO LL-NEWKEY
                   MOVE "NOT MOVED - UNABLE TO WRITE THE NEW COPY RECORD"
                       TO LL-CHANGE
                   PERFORM WriteListingLine
               NOT INVALID KEY
                   PERFORM RemoveOldCopy
           END-WRITE
       END-IF
       SET CopyMapIndex UP BY 1
       EXIT.

RemoveOldCopy.
       MOVE AssignedCopyNumber TO CM-NEWNUMBER(CopyMapIndex)
       IF AssignedCopyNumber IS GREATER THAN HighestNewCopy
           MOVE AssignedCopyNumber TO HighestNewCopy
       END-IF
       MOVE OldIMDBID TO CopyIMDBID OF COPYRECORD
       MOVE CM-OLDNUMBER(CopyMapIndex) TO CopyNumber OF COPYRECORD
       DELETE CopyFile
           INVALID KEY
               DISPLAY "Unable to delete copy " CM-OLDNUMBER(CopyMapIndex)
                   " of IMDBID " OldIMDBID
       END-DELETE
       ADD 1 TO CopiesMoved
       MOVE NewIMDBID TO LK-IMDBID
       MOVE AssignedCopyNumber TO LK-NUMBER
       MOVE ListingKey TO LL-NEWKEY
       IF AssignedCopyNumber = CM-OLDNUMBER(CopyMapIndex)
           MOVE "COPY MOVED" TO LL-CHANGE
       ELSE
           ADD 1 TO CopiesRenumbered
           MOVE "COPY MOVED AND RENUMBERED - NUMBER ALREADY IN USE"
               TO LL-CHANGE
       END-IF
       PERFORM WriteListingLine
       MOVE LL-OLDKEY TO RekeyBeforeText
       STRING "COPY NOW " DELIMITED BY SIZE
           LL-NEWKEY DELIMITED BY SIZE
           INTO RekeyAfterText
       END-STRING
       PERFORM WriteRekeyAudit
       PERFORM RekeyLoan
       PERFORM RekeyValuation
       EXIT.

RekeyLoan.
       IF LoanFileAvailable
           MOVE OldIMDBID TO LoanIMDBID OF LOANRECORD
           MOVE CM-OLDNUMBER(CopyMapIndex) TO LoanCopyNumber OF LOANRECORD
           READ LoanFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE LOANRECORD TO SavedLoanRecord
                   MOVE NewIMDBID TO LoanIMDBID OF LOANRECORD
                   MOVE AssignedCopyNumber TO LoanCopyNumber OF LOANRECORD
                   WRITE LOANRECORD
                       INVALID KEY
                           MOVE "LOANFILE" TO LL-FILE
                           MOVE "NOT MOVED - NEW COPY KEY ALREADY HAS A LOAN"
                               TO LL-CHANGE
                           PERFORM WriteListingLine
                       NOT INVALID KEY
                           PERFORM RemoveOldLoan
                   END-WRITE
           END-READ
       END-IF
       EXIT.

RemoveOldLoan.
       MOVE SavedLoanRecord TO LOANRECORD
       DELETE LoanFile
           INVALID KEY
               DISPLAY "Unable to delete the old loan for IMDBID " OldIMDBID
       END-DELETE
       ADD 1 TO LoansMoved
       MOVE "LOANFILE" TO LL-FILE
       MOVE SPACES TO LL-CHANGE
       IF DateBack OF LOANRECORD = SPACES
           STRING "LOAN MOVED - OUT TO " DELIMITED BY SIZE
               BorrowerName OF LOANRECORD DELIMITED BY SIZE
               INTO LL-CHANGE
           END-STRING
       ELSE
           STRING "LOAN HISTORY MOVED - BACK " DELIMITED BY SIZE
               DateBack OF LOANRECORD DELIMITED BY SIZE
               INTO LL-CHANGE
           END-STRING
       END-IF
       PERFORM WriteListingLine
       MOVE LL-OLDKEY TO RekeyBeforeText
       STRING "LOAN NOW " DELIMITED BY SIZE
           LL-NEWKEY DELIMITED BY SIZE
           INTO RekeyAfterText
       END-STRING
       PERFORM WriteRekeyAudit
       EXIT.

RekeyValuation.
       IF ValFileAvailable
           MOVE OldIMDBID TO ValIMDBID OF VALRECORD
           MOVE CM-OLDNUMBER(CopyMapIndex) TO ValCopyNumber OF VALRECORD
           READ ValuationFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE VALRECORD TO SavedValRecord
                   MOVE "VALUATION" TO LL-FILE
                   MOVE NewIMDBID TO ValIMDBID OF VALRECORD
                   MOVE AssignedCopyNumber TO ValCopyNumber OF VALRECORD
                   WRITE VALRECORD
                       INVALID KEY
                           MOVE "OLD VALUATION DROPPED - NEW KEY HAS ITS OWN"
                               TO LL-CHANGE
                       NOT INVALID KEY
                           ADD 1 TO ValuationsMoved
                           MOVE "VALUATION MOVED" TO LL-CHANGE
                   END-WRITE
                   MOVE SavedValRecord TO VALRECORD
                   DELETE ValuationFile
                       INVALID KEY
                           DISPLAY "Unable to delete the old valuation for "
                               "IMDBID " OldIMDBID
                   END-DELETE
                   PERFORM WriteListingLine
                   MOVE LL-OLDKEY TO RekeyBeforeText
                   STRING "VALUATION NOW " DELIMITED BY SIZE
                       LL-NEWKEY DELIMITED BY SIZE
                       INTO RekeyAfterText
                   END-STRING
                   PERFORM WriteRekeyAudit
           END-READ
       END-IF
       EXIT.

RekeyDetail.
       IF DetailFileAvailable
           MOVE OldIMDBID TO DetailIMDBID OF DETAILRECORD
           READ DetailFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DETAILRECORD TO SavedDetailRecord
                   MOVE "DETAILFILE" TO LL-FILE
                   MOVE OldIMDBID TO LL-OLDKEY
                   MOVE NewIMDBID TO LL-NEWKEY
                   MOVE NewIMDBID TO DetailIMDBID OF DETAILRECORD
                   WRITE DETAILRECORD
                       INVALID KEY
                           MOVE "OLD DETAILS DROPPED - NEW IMDBID HAS ITS OWN"
                               TO LL-CHANGE
                       NOT INVALID KEY
                           ADD 1 TO DetailsMoved
                           MOVE "DETAILS MOVED" TO LL-CHANGE
                   END-WRITE
                   MOVE SavedDetailRecord TO DETAILRECORD
                   DELETE DetailFile
                       INVALID KEY
                           DISPLAY "Unable to delete the old details for "
                               "IMDBID " OldIMDBID
                   END-DELETE
                   PERFORM WriteListingLine
                   MOVE "DETAILS" TO RekeyBeforeText
                   MOVE LL-CHANGE TO RekeyAfterText
                   PERFORM WriteRekeyAudit
           END-READ
       END-IF
       EXIT.

RekeyWant.
       IF WantFileAvailable
           MOVE OldIMDBID TO WantIMDBID OF WANTRECORD
           READ WantFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WANTRECORD TO SavedWantRecord
                   MOVE "WANTFILE" TO LL-FILE
                   MOVE OldIMDBID TO LL-OLDKEY
                   MOVE NewIMDBID TO LL-NEWKEY
                   MOVE NewIMDBID TO WantIMDBID OF WANTRECORD
                   WRITE WANTRECORD
                       INVALID KEY
                           MOVE "OLD WANT DROPPED - NEW IMDBID HAS ITS OWN"
                               TO LL-CHANGE
                       NOT INVALID KEY
                           ADD 1 TO WantsMoved
                           MOVE "WANT LIST ENTRY MOVED" TO LL-CHANGE
                   END-WRITE
                   MOVE SavedWantRecord TO WANTRECORD
                   DELETE WantFile
                       INVALID KEY
                           DISPLAY "Unable to delete the old want for "
                               "IMDBID " OldIMDBID
                   END-DELETE
                   PERFORM WriteListingLine
                   MOVE "WANT LIST ENTRY" TO RekeyBeforeText
                   MOVE LL-CHANGE TO RekeyAfterText
                   PERFORM WriteRekeyAudit
           END-READ
       END-IF
       EXIT.

RekeyWatchLog.
       OPEN INPUT WatchLogFile
       IF WS-WATCHLOG-STATUS = "00"
           OPEN OUTPUT RekeyLogFile
           MOVE "N" TO WatchLogEOF
           READ WatchLogFile
               AT END SET WatchLogAtEnd TO TRUE
           END-READ
           PERFORM UNTIL WatchLogAtEnd
               IF LogIMDBID OF WATCHLOGRECORD = OldIMDBID
                   MOVE NewIMDBID TO LogIMDBID OF WATCHLOGRECORD
                   SET CopyMapIndex TO 1
                   SEARCH CopyMapEntry
                       AT END CONTINUE
                       WHEN CopyMapIndex IS NOT GREATER THAN CopyMapCount
                               AND CM-OLDNUMBER(CopyMapIndex)
                                   = LogCopyNumber OF WATCHLOGRECORD
                           MOVE CM-NEWNUMBER(CopyMapIndex)
                               TO LogCopyNumber OF WATCHLOGRECORD
                   END-SEARCH
                   ADD 1 TO LogLinesMoved
               END-IF
               MOVE WATCHLOGRECORD TO RekeyLogLine
               WRITE RekeyLogLine
               READ WatchLogFile
                   AT END SET WatchLogAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE WatchLogFile
           CLOSE RekeyLogFile
           IF LogLinesMoved IS GREATER THAN ZERO
               PERFORM ReplaceWatchLog
           END-IF
       END-IF
       EXIT.

ReplaceWatchLog.
       OPEN INPUT RekeyLogFile
       OPEN OUTPUT WatchLogFile
       MOVE "N" TO TempLogEOF
       READ RekeyLogFile
           AT END SET TempLogAtEnd TO TRUE
       END-READ
       PERFORM UNTIL TempLogAtEnd
           MOVE RekeyLogLine TO WATCHLOGRECORD
           WRITE WATCHLOGRECORD
           READ RekeyLogFile
               AT END SET TempLogAtEnd TO TRUE
           END-READ
       END-PERFORM
       CLOSE RekeyLogFile
       CLOSE WatchLogFile
       MOVE "WATCHLOG" TO LL-FILE
       MOVE OldIMDBID TO LL-OLDKEY
       MOVE NewIMDBID TO LL-NEWKEY
       MOVE SPACES TO LL-CHANGE
       STRING LogLinesMoved DELIMITED BY SIZE
           " WATCH-LOG LINES REWRITTEN" DELIMITED BY SIZE
           INTO LL-CHANGE
       END-STRING
       PERFORM WriteListingLine
       MOVE "WATCH-LOG LINES" TO RekeyBeforeText
       MOVE LL-CHANGE TO RekeyAfterText
       PERFORM WriteRekeyAudit
       EXIT.

RekeyViewSummary.
       OPEN I-O ViewSummaryFile
       IF WS-VIEWSUM-STATUS = "00"
           START ViewSummaryFile FIRST
           READ ViewSummaryFile NEXT RECORD
               AT END SET SummaryAtEnd TO TRUE
           END-READ
           PERFORM UNTIL SummaryAtEnd
               IF SumIMDBID OF VIEWSUMRECORD = OldIMDBID
                   IF SummaryMoveCount IS LESS THAN 500
                       ADD 1 TO SummaryMoveCount
                       MOVE VIEWSUMRECORD TO SM-IMAGE(SummaryMoveCount)
                   ELSE
                       DISPLAY "Viewer summary for "
                           SumViewerID OF VIEWSUMRECORD
                           " not moved - more than 500 viewers for IMDBID "
                           OldIMDBID
                   END-IF
               END-IF
               READ ViewSummaryFile NEXT RECORD
                   AT END SET SummaryAtEnd TO TRUE
               END-READ
           END-PERFORM
           SET SummaryMoveIndex TO 1
           PERFORM MoveOneSummary
               UNTIL SummaryMoveIndex IS GREATER THAN SummaryMoveCount
           CLOSE ViewSummaryFile
           IF SummariesMoved IS GREATER THAN ZERO
               MOVE "VIEWSUM" TO LL-FILE
               MOVE OldIMDBID TO LL-OLDKEY
               MOVE NewIMDBID TO LL-NEWKEY
               MOVE SPACES TO LL-CHANGE
               STRING SummariesMoved DELIMITED BY SIZE
                   " VIEWER SUMMARY RECORDS MOVED" DELIMITED BY SIZE
                   INTO LL-CHANGE
               END-STRING
               PERFORM WriteListingLine
               MOVE "VIEWER SUMMARIES" TO RekeyBeforeText
               MOVE LL-CHANGE TO RekeyAfterText
               PERFORM WriteRekeyAudit
           END-IF
       END-IF
       EXIT.

MoveOneSummary.
       MOVE SM-IMAGE(SummaryMoveIndex) TO MovingSummary
       MOVE MovingSummary TO VIEWSUMRECORD
       DELETE ViewSummaryFile
           INVALID KEY
               DISPLAY "Unable to delete the old viewer summary for "
                   "IMDBID " OldIMDBID
       END-DELETE
       MOVE NewIMDBID TO SumIMDBID OF VIEWSUMRECORD
       READ ViewSummaryFile
           INVALID KEY
               MOVE MovingSummary TO VIEWSUMRECORD
               MOVE NewIMDBID TO SumIMDBID OF VIEWSUMRECORD
               WRITE VIEWSUMRECORD
                   INVALID KEY
                       DISPLAY "Unable to write the viewer summary for "
                           "IMDBID " NewIMDBID
               END-WRITE
           NOT INVALID KEY
               ADD SumPlayCount OF MovingSummary
                   TO SumPlayCount OF VIEWSUMRECORD
                   ON SIZE ERROR CONTINUE
               END-ADD
               IF SumFirstDate OF MovingSummary
                       IS LESS THAN SumFirstDate OF VIEWSUMRECORD
                   MOVE SumFirstDate OF MovingSummary
                       TO SumFirstDate OF VIEWSUMRECORD
               END-IF
               IF SumLastDate OF MovingSummary
                       IS GREATER THAN SumLastDate OF VIEWSUMRECORD
                   MOVE SumLastDate OF MovingSummary
                       TO SumLastDate OF VIEWSUMRECORD
               END-IF
               REWRITE VIEWSUMRECORD
                   INVALID KEY
                       DISPLAY "Unable to merge the viewer summary for "
                           "IMDBID " NewIMDBID
               END-REWRITE
       END-READ
       ADD 1 TO SummariesMoved
       SET SummaryMoveIndex UP BY 1
       EXIT.

RekeyRatings.
       OPEN I-O RatingFile
       IF WS-RATINGFILE-STATUS = "00"
           START RatingFile FIRST
           READ RatingFile NEXT RECORD
               AT END SET RatingAtEnd TO TRUE
           END-READ
           PERFORM UNTIL RatingAtEnd
               IF RatingIMDBID OF RATINGRECORD = OldIMDBID
                   IF RatingMoveCount IS LESS THAN 500
                       ADD 1 TO RatingMoveCount
                       MOVE RATINGRECORD TO RM-IMAGE(RatingMoveCount)
                   ELSE
                       DISPLAY "Rating by "
                           RatingViewerID OF RATINGRECORD
                           " not moved - more than 500 viewers for IMDBID "
                           OldIMDBID
                   END-IF
               END-IF
               READ RatingFile NEXT RECORD
                   AT END SET RatingAtEnd TO TRUE
               END-READ
           END-PERFORM
           SET RatingMoveIndex TO 1
           PERFORM MoveOneRating
               UNTIL RatingMoveIndex IS GREATER THAN RatingMoveCount
           CLOSE RatingFile
           IF RatingsMoved IS GREATER THAN ZERO
               MOVE "RATINGS" TO LL-FILE
               MOVE OldIMDBID TO LL-OLDKEY
               MOVE NewIMDBID TO LL-NEWKEY
               MOVE SPACES TO LL-CHANGE
               STRING RatingsMoved DELIMITED BY SIZE
                   " VIEWER RATINGS MOVED" DELIMITED BY SIZE
                   INTO LL-CHANGE
               END-STRING
               PERFORM WriteListingLine
               MOVE "VIEWER RATINGS" TO RekeyBeforeText
               MOVE LL-CHANGE TO RekeyAfterText
               PERFORM WriteRekeyAudit
           END-IF
       END-IF
       EXIT.

MoveOneRating.
       MOVE RM-IMAGE(RatingMoveIndex) TO MovingRating
       MOVE MovingRating TO RATINGRECORD
       DELETE RatingFile
           INVALID KEY
               DISPLAY "Unable to delete the old rating for "
                   "IMDBID " OldIMDBID
       END-DELETE
       MOVE NewIMDBID TO RatingIMDBID OF RATINGRECORD
       READ RatingFile
           INVALID KEY
               MOVE MovingRating TO RATINGRECORD
               MOVE NewIMDBID TO RatingIMDBID OF RATINGRECORD
               WRITE RATINGRECORD
                   INVALID KEY
                       DISPLAY "Unable to write the rating for "
                           "IMDBID " NewIMDBID
               END-WRITE
           NOT INVALID KEY
               IF RatingDate OF MovingRating
                       IS GREATER THAN RatingDate OF RATINGRECORD
                   MOVE RatingScore OF MovingRating
                       TO RatingScore OF RATINGRECORD
                   MOVE RatingDate OF MovingRating
                       TO RatingDate OF RATINGRECORD
                   REWRITE RATINGRECORD
                       INVALID KEY
                           DISPLAY "Unable to merge the rating for "
                               "IMDBID " NewIMDBID
                   END-REWRITE
               END-IF
       END-READ
       ADD 1 TO RatingsMoved
       SET RatingMoveIndex UP BY 1
       EXIT.

RekeySeriesEntries.
       OPEN I-O SeriesMemberFile
       IF WS-SERMBRFILE-STATUS = "00"
           START SeriesMemberFile FIRST
               INVALID KEY SET MemberAtEnd TO TRUE
           END-START
           IF NOT MemberAtEnd
               READ SeriesMemberFile NEXT RECORD
                   AT END SET MemberAtEnd TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL MemberAtEnd
               IF MemberIMDBID OF SERMBRRECORD = OldIMDBID
                   MOVE NewIMDBID TO MemberIMDBID OF SERMBRRECORD
                   REWRITE SERMBRRECORD
                       INVALID KEY
                           DISPLAY "Unable to move series entry "
                               MemberSeriesID OF SERMBRRECORD " "
                               MemberOrder OF SERMBRRECORD
                       NOT INVALID KEY
                           ADD 1 TO SeriesEntriesMoved
                   END-REWRITE
               END-IF
               READ SeriesMemberFile NEXT RECORD
                   AT END SET MemberAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE SeriesMemberFile
           IF SeriesEntriesMoved IS GREATER THAN ZERO
               MOVE "SERIESMBR" TO LL-FILE
               MOVE OldIMDBID TO LL-OLDKEY
               MOVE NewIMDBID TO LL-NEWKEY
               MOVE SPACES TO LL-CHANGE
               STRING SeriesEntriesMoved DELIMITED BY SIZE
                   " SERIES ENTRIES MOVED" DELIMITED BY SIZE
                   INTO LL-CHANGE
               END-STRING
               PERFORM WriteListingLine
               MOVE "SERIES ENTRIES" TO RekeyBeforeText
               MOVE LL-CHANGE TO RekeyAfterText
               PERFORM WriteRekeyAudit
           END-IF
       END-IF
       EXIT.

RekeyHolds.
       OPEN I-O HoldFile
       IF WS-HOLDFILE-STATUS = "00"
           MOVE OldIMDBID TO HoldIMDBID OF HOLDRECORD
           PERFORM StartHoldScan
           PERFORM UNTIL HoldsAtEnd
               IF HoldMoveCount IS LESS THAN 999
                   ADD 1 TO HoldMoveCount
                   MOVE HOLDRECORD TO HM-IMAGE(HoldMoveCount)
               END-IF
               PERFORM ReadNextHold
           END-PERFORM
           MOVE ZERO TO NextNewHoldSequence
           MOVE NewIMDBID TO HoldIMDBID OF HOLDRECORD
           PERFORM StartHoldScan
           PERFORM UNTIL HoldsAtEnd
               MOVE HoldSequence OF HOLDRECORD TO NextNewHoldSequence
               PERFORM ReadNextHold
           END-PERFORM
           SET HoldMoveIndex TO 1
           PERFORM MoveOneHold
               UNTIL HoldMoveIndex IS GREATER THAN HoldMoveCount
           CLOSE HoldFile
       END-IF
       EXIT.

StartHoldScan.
       MOVE "N" TO HoldEOF
       MOVE HoldIMDBID OF HOLDRECORD TO HoldScanIMDBID
       MOVE ZERO TO HoldSequence OF HOLDRECORD
       START HoldFile KEY IS NOT LESS THAN HoldKey OF HOLDRECORD
           INVALID KEY MOVE "Y" TO HoldEOF
       END-START
       IF NOT HoldsAtEnd
           PERFORM ReadNextHold
       END-IF
       EXIT.

ReadNextHold.
       READ HoldFile NEXT RECORD
           AT END MOVE "Y" TO HoldEOF
       END-READ
       IF NOT HoldsAtEnd
               AND HoldIMDBID OF HOLDRECORD NOT = HoldScanIMDBID
           MOVE "Y" TO HoldEOF
       END-IF
       EXIT.

MoveOneHold.
       MOVE HM-IMAGE(HoldMoveIndex) TO HOLDRECORD
       DELETE HoldFile
           INVALID KEY
               DISPLAY "Unable to delete the old hold for IMDBID " OldIMDBID
       END-DELETE
       MOVE "HOLDFILE" TO LL-FILE
       MOVE OldIMDBID TO HK-IMDBID
       MOVE HoldSequence OF HOLDRECORD TO HK-SEQUENCE
       MOVE HoldListingKey TO LL-OLDKEY
       ADD 1 TO NextNewHoldSequence
       IF NextNewHoldSequence IS GREATER THAN 999
           MOVE SPACES TO LL-NEWKEY
           MOVE "OLD HOLD DROPPED - NEW IMDBID HOLD QUEUE IS FULL"
               TO LL-CHANGE
       ELSE
           MOVE NewIMDBID TO HoldIMDBID OF HOLDRECORD
           MOVE NextNewHoldSequence TO HoldSequence OF HOLDRECORD
           IF HoldStatus OF HOLDRECORD = "HELD"
               SET CopyMapIndex TO 1
               SEARCH CopyMapEntry
                   AT END CONTINUE
                   WHEN CopyMapIndex IS NOT GREATER THAN CopyMapCount
                           AND CM-OLDNUMBER(CopyMapIndex)
                               = HoldCopyNumber OF HOLDRECORD
                       MOVE CM-NEWNUMBER(CopyMapIndex)
                           TO HoldCopyNumber OF HOLDRECORD
               END-SEARCH
           END-IF
           MOVE NewIMDBID TO HK-IMDBID
           MOVE HoldSequence OF HOLDRECORD TO HK-SEQUENCE
           MOVE HoldListingKey TO LL-NEWKEY
           MOVE SPACES TO LL-CHANGE
           WRITE HOLDRECORD
               INVALID KEY
                   MOVE "OLD HOLD DROPPED - UNABLE TO WRITE THE NEW KEY"
                       TO LL-CHANGE
               NOT INVALID KEY
                   ADD 1 TO HoldsMoved
                   STRING "HOLD MOVED - " DELIMITED BY SIZE
                       HoldRequester OF HOLDRECORD DELIMITED BY SIZE
                       INTO LL-CHANGE
                   END-STRING
           END-WRITE
       END-IF
       PERFORM WriteListingLine
       MOVE LL-OLDKEY TO RekeyBeforeText
       MOVE LL-CHANGE TO RekeyAfterText
       PERFORM WriteRekeyAudit
       SET HoldMoveIndex UP BY 1
       EXIT.

WriteListingHeadings.
       MOVE TodayDate TO RH1-ASOF
       MOVE ReportHeading1 TO ReportLine
       WRITE ReportLine
       IF RekeyIsMerge
           MOVE "MERGE" TO RH2-MODE
       ELSE
           MOVE "RENAME" TO RH2-MODE
       END-IF
       MOVE OldIMDBID TO RH2-OLD
       MOVE NewIMDBID TO RH2-NEW
       MOVE ReportHeading2 TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE ReportColumnHeading TO ReportLine
       WRITE ReportLine
       EXIT.

WriteListingLine.
       MOVE ListingLine TO ReportLine
       WRITE ReportLine
       DISPLAY FUNCTION TRIM(ReportLine TRAILING)
       EXIT.

WriteListingTotals.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "COPIES MOVED " DELIMITED BY SIZE
           CopiesMoved DELIMITED BY SIZE
           "  RENUMBERED " DELIMITED BY SIZE
           CopiesRenumbered DELIMITED BY SIZE
           "  NOT MOVED " DELIMITED BY SIZE
           CopiesLeft DELIMITED BY SIZE
           "  VALUATIONS MOVED " DELIMITED BY SIZE
           ValuationsMoved DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "LOANS MOVED " DELIMITED BY SIZE
           LoansMoved DELIMITED BY SIZE
           "  DETAILS MOVED " DELIMITED BY SIZE
           DetailsMoved DELIMITED BY SIZE
           "  WANTS MOVED " DELIMITED BY SIZE
           WantsMoved DELIMITED BY SIZE
           "  WATCH-LOG LINES " DELIMITED BY SIZE
           LogLinesMoved DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "VIEWER SUMMARIES MOVED " DELIMITED BY SIZE
           SummariesMoved DELIMITED BY SIZE
           "  HOLDS MOVED " DELIMITED BY SIZE
           HoldsMoved DELIMITED BY SIZE
           "  RATINGS MOVED " DELIMITED BY SIZE
           RatingsMoved DELIMITED BY SIZE
           "  SERIES ENTRIES MOVED " DELIMITED BY SIZE
           SeriesEntriesMoved DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       EXIT.

WriteRekeyAudit.
       MOVE SPACES TO AuditBefore
       MOVE SPACES TO AuditAfter
       MOVE OldIMDBID TO BeforeIMDBID
       MOVE NewIMDBID TO AfterIMDBID
       MOVE RekeyBeforeText TO BeforeMovieTitle
       MOVE RekeyAfterText TO AfterMovieTitle
       MOVE "REKEY" TO AuditAction
       PERFORM WriteAudit
       MOVE SPACES TO RekeyBeforeText
       MOVE SPACES TO RekeyAfterText
       EXIT.

AcquireV2Lock.
       MOVE "N" TO LockAcquiredSwitch
       OPEN INPUT LockFile
       IF WS-LOCKFILE-STATUS NOT = "00"
           MOVE "Y" TO LockAcquiredSwitch
       ELSE
           READ LockFile
               AT END MOVE "Y" TO LockAcquiredSwitch
           END-READ
           PERFORM AllowForOldLockLayout
           CLOSE LockFile
           IF NOT LockWasAcquired
               IF LockStatus NOT = "HELD"
                   MOVE "Y" TO LockAcquiredSwitch
               ELSE
                   PERFORM ResolveHeldLock
               END-IF
           END-IF
       END-IF
       IF LockWasAcquired
           MOVE "HELD" TO LockStatus
           PERFORM WriteLockRecord
       END-IF
       EXIT.

ResolveHeldLock.
       ACCEPT LockCheckDate FROM DATE YYYYMMDD
       DISPLAY "REKEYV2: V2FILE is locked for update by "
           FUNCTION TRIM(LockHolder) " since " LockDate " " LockTime
       IF LockDate IS LESS THAN LockCheckDate
           DISPLAY "REKEYV2: lock is dated before today - it may be "
               "stale from a crashed run"
       END-IF
       DISPLAY "Override and take the lock? (O = override): "
           WITH NO ADVANCING
       ACCEPT LockAnswer
       INSPECT LockAnswer CONVERTING "o" TO "O"
       IF LockAnswer = "O"
           MOVE "Y" TO LockAcquiredSwitch
       ELSE
           DISPLAY "REKEYV2: not started - V2FILE lock not acquired"
       END-IF
       EXIT.

ReleaseV2Lock.
       MOVE "FREE" TO LockStatus
       PERFORM WriteLockRecord
       EXIT.

AllowForOldLockLayout.
       IF LockTime = SPACES AND LockOperator IS NUMERIC
           MOVE LockDate TO LockTime
           MOVE LockOperator TO LockDate
           MOVE SPACES TO LockOperator
       END-IF
       EXIT.

WriteLockRecord.
       MOVE "REKEYV2" TO LockHolder
       MOVE SignedOnOperator TO LockOperator
       ACCEPT LockDate FROM DATE YYYYMMDD
       ACCEPT LockTime FROM TIME
       OPEN OUTPUT LockFile
       WRITE LOCKRECORD
       END-WRITE
       CLOSE LockFile
       EXIT.

WriteAudit.
       MOVE "REKEYV2" TO AuditProgram
       MOVE SignedOnOperator TO AuditOperator
       ACCEPT AuditDate FROM DATE YYYYMMDD
       ACCEPT AuditTime FROM TIME
       WRITE AUDITRECORD
       END-WRITE
       EXIT.

SignOnOperator.
       MOVE "N" TO SignOnSwitch
       MOVE ZERO TO SignOnTries
       OPEN INPUT OperatorFile
       IF WS-OPERFILE-STATUS NOT = "00"
           DISPLAY "REKEYV2: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "REKEYV2: not started - no operator signed on"
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
           DISPLAY "REKEYV2: sign-on refused"
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
       MOVE "REKEYV2" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.
