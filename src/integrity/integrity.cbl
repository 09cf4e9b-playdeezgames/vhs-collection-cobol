       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGRITY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY V2FILESEL.
       COPY V2COPYSEL.
       COPY LOANSEL.
       COPY WATCHLOGSEL.
       COPY V2DTLSEL.
       COPY WANTSEL.
       COPY DISPSEL.
       COPY V2VALSEL.
       COPY CATFILESEL.
       COPY VIEWERSEL.
       COPY V2AUDSEL.
       COPY V2LOCKSEL.
       COPY OPERSEL.
       COPY SECLOGSEL.
       COPY HOLDSEL.
       COPY RATINGSEL.
       COPY SERIESSEL.
       COPY SERMBRSEL.
       COPY VIEWSUMSEL.
       SELECT FindingsFile ASSIGN "integrity.txt"
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
       FD V2FILE.
       01 V2FILERECORD.
          88 EndOfFile VALUE HIGH-VALUE.
           COPY V2FILEREC.
       FD CopyFile.
       01 COPYRECORD.
          88 CopyEndOfFile VALUE HIGH-VALUE.
           COPY V2COPYREC.
       FD LoanFile.
       01 LOANRECORD.
          88 LoanEndOfFile VALUE HIGH-VALUE.
           COPY LOANREC.
       FD WatchLogFile.
       01 WATCHLOGRECORD.
           COPY WATCHLOGREC.
       FD DetailFile.
       01 DETAILRECORD.
          88 DetailEndOfFile VALUE HIGH-VALUE.
           COPY V2DTLREC.
       FD WantFile.
       01 WANTRECORD.
          88 WantEndOfFile VALUE HIGH-VALUE.
           COPY WANTREC.
       FD DisposedFile.
       01 DISPRECORD.
          88 DispEndOfFile VALUE HIGH-VALUE.
           COPY DISPREC.
       FD ValuationFile.
       01 VALRECORD.
          88 ValEndOfFile VALUE HIGH-VALUE.
           COPY V2VALREC.
       FD CategoryFile.
       01 CATFILERECORD.
           COPY CATFILEREC.
       FD ViewerFile.
       01 VIEWERRECORD.
           COPY VIEWERREC.
       FD AuditFile.
       01 AUDITRECORD.
           COPY V2AUDREC.
       FD LockFile.
       01 LOCKRECORD.
           COPY V2LOCKREC.
       FD FindingsFile.
       01 FindingsFileLine PIC X(190).
       FD OperatorFile.
       01 OPERRECORD.
           COPY OPERREC.
       FD SecurityLogFile.
       01 SECLOGRECORD.
           COPY SECLOGREC.
       FD HoldFile.
       01 HOLDRECORD.
          88 HoldEndOfFile VALUE HIGH-VALUE.
           COPY HOLDREC.
       FD RatingFile.
       01 RATINGRECORD.
          88 RatingEndOfFile VALUE HIGH-VALUE.
           COPY RATINGREC.
       FD SeriesFile.
       01 SERIESRECORD.
           COPY SERIESREC.
       FD SeriesMemberFile.
       01 SERMBRRECORD.
          88 MemberEndOfFile VALUE HIGH-VALUE.
           COPY SERMBRREC.
       FD ViewSummaryFile.
       01 VIEWSUMRECORD.
          88 SummaryEndOfFile VALUE HIGH-VALUE.
           COPY VIEWSUMREC.

WORKING-STORAGE SECTION.
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 WS-COPYFILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOANFILE-STATUS PIC XX VALUE SPACES.
       01 WS-WATCHLOG-STATUS PIC XX VALUE SPACES.
       01 WS-DTLFILE-STATUS PIC XX VALUE SPACES.
       01 WS-WANTFILE-STATUS PIC XX VALUE SPACES.
       01 WS-DISPFILE-STATUS PIC XX VALUE SPACES.
       01 WS-VALFILE-STATUS PIC XX VALUE SPACES.
       01 WS-CATFILE-STATUS PIC XX VALUE SPACES.
       01 WS-VIEWERFILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDITFILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOCKFILE-STATUS PIC XX VALUE SPACES.
       01 WS-HOLDFILE-STATUS PIC XX VALUE SPACES.
       01 WS-RATINGFILE-STATUS PIC XX VALUE SPACES.
       01 WS-SERIESFILE-STATUS PIC XX VALUE SPACES.
       01 WS-SERMBRFILE-STATUS PIC XX VALUE SPACES.
       01 WS-VIEWSUM-STATUS PIC XX VALUE SPACES.
       01 LockAnswer PIC X VALUE SPACE.
       01 LockCheckDate PIC X(8) VALUE SPACES.
       01 LockAcquiredSwitch PIC X VALUE "N".
          88 LockWasAcquired VALUE "Y".
       01 CopyFileIsAvailable PIC X VALUE "N".
          88 CopyFileAvailable VALUE "Y".
       01 LoanFileIsAvailable PIC X VALUE "N".
          88 LoanFileAvailable VALUE "Y".
       01 WatchLogIsAvailable PIC X VALUE "N".
          88 WatchLogAvailable VALUE "Y".
       01 DetailFileIsAvailable PIC X VALUE "N".
          88 DetailFileAvailable VALUE "Y".
       01 WantFileIsAvailable PIC X VALUE "N".
          88 WantFileAvailable VALUE "Y".
       01 ValFileIsAvailable PIC X VALUE "N".
          88 ValFileAvailable VALUE "Y".
       01 DispFileIsAvailable PIC X VALUE "N".
          88 DispFileAvailable VALUE "Y".
       01 CatFileIsAvailable PIC X VALUE "N".
          88 CatFileAvailable VALUE "Y".
       01 CatFileEntrySwitch PIC X VALUE "N".
          88 CatValidationIsOn VALUE "Y".
       01 ViewerFileIsAvailable PIC X VALUE "N".
          88 ViewerFileAvailable VALUE "Y".
       01 HoldFileIsAvailable PIC X VALUE "N".
          88 HoldFileAvailable VALUE "Y".
       01 RatingFileIsAvailable PIC X VALUE "N".
          88 RatingFileAvailable VALUE "Y".
       01 SeriesFileIsAvailable PIC X VALUE "N".
          88 SeriesFileAvailable VALUE "Y".
       01 MemberFileIsAvailable PIC X VALUE "N".
          88 MemberFileAvailable VALUE "Y".
       01 SummaryFileIsAvailable PIC X VALUE "N".
          88 SummaryFileAvailable VALUE "Y".
       01 SeriesFoundSwitch PIC X VALUE "N".
          88 SeriesIsOnFile VALUE "Y".
       01 SCRATCHPAD.
          02 COMMAND PIC X.
          02 WantedIMDBID PIC X(9).
       01 WatchLogEOF PIC X VALUE "N".
          88 WatchLogAtEnd VALUE "Y".
       01 TitleFoundSwitch PIC X VALUE "N".
          88 TitleIsOwned VALUE "Y".
       01 DisposedFoundSwitch PIC X VALUE "N".
          88 TitleIsDisposed VALUE "Y".
       01 CopyFoundSwitch PIC X VALUE "N".
          88 CopyIsOnFile VALUE "Y".
       01 OnLoanSwitch PIC X VALUE "N".
          88 CopyIsOnLoan VALUE "Y".
       01 CopyScanSwitch PIC X VALUE "Y".
          88 CopyScanHasMore VALUE "Y".
       01 TitleCopyCount PIC 9(5) VALUE ZERO.
       01 FirstCopyShelf PIC X(10) VALUE SPACES.
       01 FirstCopySwitch PIC X VALUE "N".
          88 FirstCopyIsOnFile VALUE "Y".
       01 FindingCounts.
          02 CopyNoTitleCount PIC 9(7) VALUE ZERO.
          02 LoanNoCopyCount PIC 9(7) VALUE ZERO.
          02 LogNoViewerCount PIC 9(7) VALUE ZERO.
          02 LogNoTitleCount PIC 9(7) VALUE ZERO.
          02 DetailNoTitleCount PIC 9(7) VALUE ZERO.
          02 WantOwnedCount PIC 9(7) VALUE ZERO.
          02 DispOnFileCount PIC 9(7) VALUE ZERO.
          02 CatUnknownCount PIC 9(7) VALUE ZERO.
          02 ShelfDiffersCount PIC 9(7) VALUE ZERO.
          02 ValNoCopyCount PIC 9(7) VALUE ZERO.
          02 HoldNoTitleCount PIC 9(7) VALUE ZERO.
          02 HoldNoCopyCount PIC 9(7) VALUE ZERO.
          02 RatingNoViewerCount PIC 9(7) VALUE ZERO.
          02 RatingNoTitleCount PIC 9(7) VALUE ZERO.
          02 MemberNoSeriesCount PIC 9(7) VALUE ZERO.
          02 SummaryNoViewerCount PIC 9(7) VALUE ZERO.
          02 TotalFindingCount PIC 9(7) VALUE ZERO.
       01 RepairCounts.
          02 WantRepairCount PIC 9(7) VALUE ZERO.
          02 ShelfRepairCount PIC 9(7) VALUE ZERO.
          02 CopyRepairCount PIC 9(7) VALUE ZERO.
       01 FindingLine.
          02 FL-REASON PIC X(15).
          02 FILLER PIC X VALUE SPACE.
          02 FL-IMDBID PIC X(9).
          02 FILLER PIC X VALUE SPACE.
          02 FL-KEY PIC X(10).
          02 FILLER PIC X VALUE SPACE.
          02 FL-DETAIL PIC X(150).
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
       DISPLAY "INTEGRITY - C)heck companion files against V2FILE, "
           "or R)epair the safe cases"
       DISPLAY "Mode: " WITH NO ADVANCING
       ACCEPT COMMAND
       INSPECT COMMAND CONVERTING "c" TO "C"
       INSPECT COMMAND CONVERTING "r" TO "R"
       PERFORM CheckCommandLevel
       IF CommandIsPermitted
           EVALUATE COMMAND
               WHEN "C" PERFORM RunCheck
               WHEN "R" PERFORM RunRepair
               WHEN OTHER
                   DISPLAY "Unknown mode: " COMMAND
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
       ELSE
           MOVE 8 TO RETURN-CODE
       END-IF
       STOP RUN.

RunCheck.
       OPEN INPUT V2FILE
       IF WS-V2FILE-STATUS NOT = "00"
           DISPLAY "INTEGRITY: V2FILE does not exist yet - nothing to check"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT FindingsFile
       PERFORM OpenCompanionFiles
       PERFORM CheckCopies
       PERFORM CheckLoans
       PERFORM CheckWatchLog
       PERFORM CheckDetails
       PERFORM CheckWants
       PERFORM CheckDisposed
       PERFORM CheckCategories
       PERFORM CheckValuations
       PERFORM CheckHolds
       PERFORM CheckRatings
       PERFORM CheckSeriesMembers
       PERFORM CheckViewSummaries
       PERFORM CloseCompanionFiles
       CLOSE V2FILE
       CLOSE FindingsFile
       DISPLAY "INTEGRITY: COPYNOTITLE     = " CopyNoTitleCount
       DISPLAY "INTEGRITY: LOANNOCOPY      = " LoanNoCopyCount
       DISPLAY "INTEGRITY: LOGNOVIEWER     = " LogNoViewerCount
       DISPLAY "INTEGRITY: LOGNOTITLE      = " LogNoTitleCount
       DISPLAY "INTEGRITY: DTLNOTITLE      = " DetailNoTitleCount
       DISPLAY "INTEGRITY: WANTOWNED       = " WantOwnedCount
       DISPLAY "INTEGRITY: DISPONFILE      = " DispOnFileCount
       DISPLAY "INTEGRITY: CATUNKNOWN      = " CatUnknownCount
       DISPLAY "INTEGRITY: SHELFDIFFERS    = " ShelfDiffersCount
       DISPLAY "INTEGRITY: VALNOCOPY       = " ValNoCopyCount
       DISPLAY "INTEGRITY: HOLDNOTITLE     = " HoldNoTitleCount
       DISPLAY "INTEGRITY: HOLDNOCOPY      = " HoldNoCopyCount
       DISPLAY "INTEGRITY: RATINGNOVIEWER  = " RatingNoViewerCount
       DISPLAY "INTEGRITY: RATINGNOTITLE   = " RatingNoTitleCount
       DISPLAY "INTEGRITY: SERMBRNOSERIES  = " MemberNoSeriesCount
       DISPLAY "INTEGRITY: VIEWSUMNOVIEWER = " SummaryNoViewerCount
       DISPLAY "INTEGRITY: total findings = " TotalFindingCount
           " written to integrity.txt"
       EXIT.

OpenCompanionFiles.
       OPEN INPUT CopyFile
       IF WS-COPYFILE-STATUS = "00"
           MOVE "Y" TO CopyFileIsAvailable
       ELSE
           MOVE "N" TO CopyFileIsAvailable
       END-IF
       OPEN INPUT LoanFile
       IF WS-LOANFILE-STATUS = "00"
           MOVE "Y" TO LoanFileIsAvailable
       ELSE
           MOVE "N" TO LoanFileIsAvailable
       END-IF
       OPEN INPUT WatchLogFile
       IF WS-WATCHLOG-STATUS = "00"
           MOVE "Y" TO WatchLogIsAvailable
       ELSE
           MOVE "N" TO WatchLogIsAvailable
       END-IF
       OPEN INPUT DetailFile
       IF WS-DTLFILE-STATUS = "00"
           MOVE "Y" TO DetailFileIsAvailable
       ELSE
           MOVE "N" TO DetailFileIsAvailable
       END-IF
       OPEN INPUT WantFile
       IF WS-WANTFILE-STATUS = "00"
           MOVE "Y" TO WantFileIsAvailable
       ELSE
           MOVE "N" TO WantFileIsAvailable
       END-IF
       OPEN INPUT DisposedFile
       IF WS-DISPFILE-STATUS = "00"
           MOVE "Y" TO DispFileIsAvailable
       ELSE
           MOVE "N" TO DispFileIsAvailable
       END-IF
       OPEN INPUT CategoryFile
       IF WS-CATFILE-STATUS = "00"
           MOVE "Y" TO CatFileIsAvailable
           START CategoryFile FIRST
               INVALID KEY MOVE "N" TO CatFileEntrySwitch
               NOT INVALID KEY MOVE "Y" TO CatFileEntrySwitch
           END-START
       ELSE
           MOVE "N" TO CatFileIsAvailable
           MOVE "N" TO CatFileEntrySwitch
       END-IF
       OPEN INPUT ViewerFile
       IF WS-VIEWERFILE-STATUS = "00"
           MOVE "Y" TO ViewerFileIsAvailable
       ELSE
           MOVE "N" TO ViewerFileIsAvailable
       END-IF
       OPEN INPUT ValuationFile
       IF WS-VALFILE-STATUS = "00"
           MOVE "Y" TO ValFileIsAvailable
       ELSE
           MOVE "N" TO ValFileIsAvailable
       END-IF
       OPEN INPUT HoldFile
       IF WS-HOLDFILE-STATUS = "00"
           MOVE "Y" TO HoldFileIsAvailable
       ELSE
           MOVE "N" TO HoldFileIsAvailable
       END-IF
       OPEN INPUT RatingFile
       IF WS-RATINGFILE-STATUS = "00"
           MOVE "Y" TO RatingFileIsAvailable
       ELSE
           MOVE "N" TO RatingFileIsAvailable
       END-IF
       OPEN INPUT SeriesFile
       IF WS-SERIESFILE-STATUS = "00"
           MOVE "Y" TO SeriesFileIsAvailable
       ELSE
           MOVE "N" TO SeriesFileIsAvailable
       END-IF
       OPEN INPUT SeriesMemberFile
       IF WS-SERMBRFILE-STATUS = "00"
           MOVE "Y" TO MemberFileIsAvailable
       ELSE
           MOVE "N" TO MemberFileIsAvailable
       END-IF
       OPEN INPUT ViewSummaryFile
       IF WS-VIEWSUM-STATUS = "00"
           MOVE "Y" TO SummaryFileIsAvailable
       ELSE
           MOVE "N" TO SummaryFileIsAvailable
       END-IF
       EXIT.

CloseCompanionFiles.
       IF CopyFileAvailable
           CLOSE CopyFile
       END-IF
       IF LoanFileAvailable
           CLOSE LoanFile
       END-IF
       IF WatchLogAvailable
           CLOSE WatchLogFile
       END-IF
       IF DetailFileAvailable
           CLOSE DetailFile
       END-IF
       IF WantFileAvailable
           CLOSE WantFile
       END-IF
       IF DispFileAvailable
           CLOSE DisposedFile
       END-IF
       IF CatFileAvailable
           CLOSE CategoryFile
       END-IF
       IF ViewerFileAvailable
           CLOSE ViewerFile
       END-IF
       IF ValFileAvailable
           CLOSE ValuationFile
       END-IF
       IF HoldFileAvailable
           CLOSE HoldFile
       END-IF
       IF RatingFileAvailable
           CLOSE RatingFile
       END-IF
       IF SeriesFileAvailable
           CLOSE SeriesFile
       END-IF
       IF MemberFileAvailable
           CLOSE SeriesMemberFile
       END-IF
       IF SummaryFileAvailable
           CLOSE ViewSummaryFile
       END-IF
       EXIT.

LookUpTitle.
       MOVE "N" TO TitleFoundSwitch
       MOVE WantedIMDBID TO IMDBID OF V2FILERECORD
       READ V2FILE
           INVALID KEY MOVE "N" TO TitleFoundSwitch
           NOT INVALID KEY MOVE "Y" TO TitleFoundSwitch
       END-READ
       EXIT.

LookUpDisposed.
       MOVE "N" TO DisposedFoundSwitch
       IF DispFileAvailable
           MOVE WantedIMDBID TO DispIMDBID OF DISPRECORD
           READ DisposedFile
               INVALID KEY MOVE "N" TO DisposedFoundSwitch
               NOT INVALID KEY MOVE "Y" TO DisposedFoundSwitch
           END-READ
       END-IF
       EXIT.

WriteFinding.
       MOVE FindingLine TO FindingsFileLine
       WRITE FindingsFileLine
       ADD 1 TO TotalFindingCount
       EXIT.

CheckCopies.
       IF NOT CopyFileAvailable
           DISPLAY "INTEGRITY: no copy records on file - copy checks skipped"
       ELSE
           START CopyFile FIRST
               INVALID KEY SET CopyEndOfFile TO TRUE
           END-START
           IF NOT CopyEndOfFile
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL CopyEndOfFile
               MOVE CopyIMDBID OF COPYRECORD TO WantedIMDBID
               PERFORM LookUpTitle
               IF NOT TitleIsOwned
                   PERFORM LookUpDisposed
                   MOVE SPACES TO FindingLine
                   MOVE "COPYNOTITLE" TO FL-REASON
                   MOVE WantedIMDBID TO FL-IMDBID
                   MOVE CopyNumber OF COPYRECORD TO FL-KEY
                   IF TitleIsDisposed
                       STRING "COPY RECORD FOR A DISPOSED TITLE - SHELF "
                               DELIMITED BY SIZE
                           CopyShelfLocation OF COPYRECORD
                               DELIMITED BY SIZE
                           INTO FL-DETAIL
                       END-STRING
                   ELSE
                       STRING "COPY RECORD WITH NO V2FILE TITLE - SHELF "
                               DELIMITED BY SIZE
                           CopyShelfLocation OF COPYRECORD
                               DELIMITED BY SIZE
                           INTO FL-DETAIL
                       END-STRING
                   END-IF
                   PERFORM WriteFinding
                   ADD 1 TO CopyNoTitleCount
               ELSE
                   IF CopyNumber OF COPYRECORD = 1
                           AND CopyShelfLocation OF COPYRECORD
                               NOT = ShelfLocation OF V2FILERECORD
                       MOVE SPACES TO FindingLine
                       MOVE "SHELFDIFFERS" TO FL-REASON
                       MOVE WantedIMDBID TO FL-IMDBID
                       MOVE CopyNumber OF COPYRECORD TO FL-KEY
                       STRING "V2FILE SHELF=" DELIMITED BY SIZE
                           ShelfLocation OF V2FILERECORD DELIMITED BY SIZE
                           " COPY 01 SHELF=" DELIMITED BY SIZE
                           CopyShelfLocation OF COPYRECORD
                               DELIMITED BY SIZE
                           INTO FL-DETAIL
                       END-STRING
                       PERFORM WriteFinding
                       ADD 1 TO ShelfDiffersCount
                   END-IF
               END-IF
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckLoans.
       IF LoanFileAvailable
           START LoanFile FIRST
               INVALID KEY SET LoanEndOfFile TO TRUE
           END-START
           IF NOT LoanEndOfFile
               READ LoanFile NEXT RECORD
                   AT END SET LoanEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL LoanEndOfFile
               MOVE "N" TO CopyFoundSwitch
               IF CopyFileAvailable
                   MOVE LoanIMDBID OF LOANRECORD TO CopyIMDBID OF COPYRECORD
                   MOVE LoanCopyNumber OF LOANRECORD
                       TO CopyNumber OF COPYRECORD
                   READ CopyFile
                       INVALID KEY MOVE "N" TO CopyFoundSwitch
                       NOT INVALID KEY MOVE "Y" TO CopyFoundSwitch
                   END-READ
               END-IF
               IF NOT CopyIsOnFile
                   MOVE SPACES TO FindingLine
                   MOVE "LOANNOCOPY" TO FL-REASON
                   MOVE LoanIMDBID OF LOANRECORD TO FL-IMDBID
                   MOVE LoanCopyNumber OF LOANRECORD TO FL-KEY
                   IF DateBack OF LOANRECORD = SPACES
                       STRING "LOAN OUT TO " DELIMITED BY SIZE
                           BorrowerName OF LOANRECORD DELIMITED BY SIZE
                           " FOR A COPY NOT ON FILE" DELIMITED BY SIZE
                           INTO FL-DETAIL
                       END-STRING
                   ELSE
                       STRING "LOAN HISTORY FOR A COPY NOT ON FILE - "
                               DELIMITED BY SIZE
                           "BACK " DELIMITED BY SIZE
                           DateBack OF LOANRECORD DELIMITED BY SIZE
                           INTO FL-DETAIL
                       END-STRING
                   END-IF
                   PERFORM WriteFinding
                   ADD 1 TO LoanNoCopyCount
               END-IF
               READ LoanFile NEXT RECORD
                   AT END SET LoanEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckWatchLog.
       IF WatchLogAvailable
           IF NOT ViewerFileAvailable
               DISPLAY "INTEGRITY: no viewers.dat found - watch-log viewer "
                   "check skipped"
           END-IF
           MOVE "N" TO WatchLogEOF
           READ WatchLogFile
               AT END SET WatchLogAtEnd TO TRUE
           END-READ
           PERFORM UNTIL WatchLogAtEnd
               IF LogViewerID OF WATCHLOGRECORD NOT = SPACES
                       AND ViewerFileAvailable
                   MOVE LogViewerID OF WATCHLOGRECORD
                       TO ViewerID OF VIEWERRECORD
                   READ ViewerFile
                       INVALID KEY
                           MOVE SPACES TO FindingLine
                           MOVE "LOGNOVIEWER" TO FL-REASON
                           MOVE LogIMDBID OF WATCHLOGRECORD TO FL-IMDBID
                           MOVE LogViewerID OF WATCHLOGRECORD TO FL-KEY
                           STRING "WATCHED " DELIMITED BY SIZE
                               LogWatchDate OF WATCHLOGRECORD
                                   DELIMITED BY SIZE
                               " BY A VIEWER NOT ON viewers.dat"
                                   DELIMITED BY SIZE
                               INTO FL-DETAIL
                           END-STRING
                           PERFORM WriteFinding
                           ADD 1 TO LogNoViewerCount
                   END-READ
               END-IF
               MOVE LogIMDBID OF WATCHLOGRECORD TO WantedIMDBID
               PERFORM LookUpTitle
               IF NOT TitleIsOwned
                   PERFORM LookUpDisposed
                   IF NOT TitleIsDisposed
                       MOVE SPACES TO FindingLine
                       MOVE "LOGNOTITLE" TO FL-REASON
                       MOVE WantedIMDBID TO FL-IMDBID
                       MOVE LogViewerID OF WATCHLOGRECORD TO FL-KEY
                       STRING "WATCHED " DELIMITED BY SIZE
                           LogWatchDate OF WATCHLOGRECORD DELIMITED BY SIZE
                           " - TITLE NEITHER OWNED NOR DISPOSED"
                               DELIMITED BY SIZE
                           INTO FL-DETAIL
                       END-STRING
                       PERFORM WriteFinding
                       ADD 1 TO LogNoTitleCount
                   END-IF
               END-IF
               READ WatchLogFile
                   AT END SET WatchLogAtEnd TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckDetails.
       IF DetailFileAvailable
           START DetailFile FIRST
               INVALID KEY SET DetailEndOfFile TO TRUE
           END-START
           IF NOT DetailEndOfFile
               READ DetailFile NEXT RECORD
                   AT END SET DetailEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL DetailEndOfFile
               MOVE DetailIMDBID OF DETAILRECORD TO WantedIMDBID
               PERFORM LookUpTitle
               IF NOT TitleIsOwned
                   PERFORM LookUpDisposed
                   IF NOT TitleIsDisposed
                       MOVE SPACES TO FindingLine
                       MOVE "DTLNOTITLE" TO FL-REASON
                       MOVE WantedIMDBID TO FL-IMDBID
                       STRING "DETAIL RECORD (" DELIMITED BY SIZE
                           ReleaseYear OF DETAILRECORD DELIMITED BY SIZE
                           ") WITH NO V2FILE OR DISPOSED TITLE"
                               DELIMITED BY SIZE
                           INTO FL-DETAIL
                       END-STRING
                       PERFORM WriteFinding
                       ADD 1 TO DetailNoTitleCount
                   END-IF
               END-IF
               READ DetailFile NEXT RECORD
                   AT END SET DetailEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckWants.
       IF WantFileAvailable
           START WantFile FIRST
               INVALID KEY SET WantEndOfFile TO TRUE
           END-START
           IF NOT WantEndOfFile
               READ WantFile NEXT RECORD
                   AT END SET WantEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WantEndOfFile
               IF WantStatus OF WANTRECORD = "OPEN"
                   MOVE WantIMDBID OF WANTRECORD TO WantedIMDBID
                   PERFORM LookUpTitle
                   IF TitleIsOwned
                       MOVE SPACES TO FindingLine
                       MOVE "WANTOWNED" TO FL-REASON
                       MOVE WantedIMDBID TO FL-IMDBID
                       MOVE "OPEN" TO FL-KEY
                       STRING "OPEN WANT SINCE " DELIMITED BY SIZE
                           DateWanted OF WANTRECORD DELIMITED BY SIZE
                           " FOR A TITLE ALREADY ON V2FILE"
                               DELIMITED BY SIZE
                           INTO FL-DETAIL
                       END-STRING
                       PERFORM WriteFinding
                       ADD 1 TO WantOwnedCount
                   END-IF
               END-IF
               READ WantFile NEXT RECORD
                   AT END SET WantEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckDisposed.
       IF DispFileAvailable
           START DisposedFile FIRST
               INVALID KEY SET DispEndOfFile TO TRUE
           END-START
           IF NOT DispEndOfFile
               READ DisposedFile NEXT RECORD
                   AT END SET DispEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL DispEndOfFile
               MOVE DispIMDBID OF DISPRECORD TO WantedIMDBID
               PERFORM LookUpTitle
               IF TitleIsOwned
                   MOVE SPACES TO FindingLine
                   MOVE "DISPONFILE" TO FL-REASON
                   MOVE WantedIMDBID TO FL-IMDBID
                   MOVE DisposalReason OF DISPRECORD TO FL-KEY
                   STRING "DISPOSED " DELIMITED BY SIZE
                       DisposalDate OF DISPRECORD DELIMITED BY SIZE
                       " BUT STILL ON V2FILE" DELIMITED BY SIZE
                       INTO FL-DETAIL
                   END-STRING
                   PERFORM WriteFinding
                   ADD 1 TO DispOnFileCount
               END-IF
               READ DisposedFile NEXT RECORD
                   AT END SET DispEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckCategories.
       IF NOT CatValidationIsOn
           DISPLAY "INTEGRITY: no categories on file yet - category check "
               "skipped"
       ELSE
           START V2FILE FIRST
               INVALID KEY SET EndOfFile TO TRUE
           END-START
           IF NOT EndOfFile
               READ V2FILE NEXT RECORD
                   AT END SET EndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfFile
               MOVE CATEGORY OF V2FILERECORD TO CategoryName OF CATFILERECORD
               READ CategoryFile
                   INVALID KEY
                       MOVE SPACES TO FindingLine
                       MOVE "CATUNKNOWN" TO FL-REASON
                       MOVE IMDBID OF V2FILERECORD TO FL-IMDBID
                       STRING "CATEGORY '" DELIMITED BY SIZE
                           FUNCTION TRIM(CATEGORY OF V2FILERECORD)
                               DELIMITED BY SIZE
                           "' NOT ON category.dat" DELIMITED BY SIZE
                           INTO FL-DETAIL
                       END-STRING
                       PERFORM WriteFinding
                       ADD 1 TO CatUnknownCount
               END-READ
               READ V2FILE NEXT RECORD
                   AT END SET EndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckValuations.
       IF ValFileAvailable
           START ValuationFile FIRST
               INVALID KEY SET ValEndOfFile TO TRUE
           END-START
           IF NOT ValEndOfFile
               READ ValuationFile NEXT RECORD
                   AT END SET ValEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL ValEndOfFile
               MOVE "N" TO CopyFoundSwitch
               IF CopyFileAvailable
                   MOVE ValIMDBID OF VALRECORD TO CopyIMDBID OF COPYRECORD
                   MOVE ValCopyNumber OF VALRECORD
                       TO CopyNumber OF COPYRECORD
                   READ CopyFile
                       INVALID KEY MOVE "N" TO CopyFoundSwitch
                       NOT INVALID KEY MOVE "Y" TO CopyFoundSwitch
                   END-READ
               END-IF
               IF NOT CopyIsOnFile
                   MOVE SPACES TO FindingLine
                   MOVE "VALNOCOPY" TO FL-REASON
                   MOVE ValIMDBID OF VALRECORD TO FL-IMDBID
                   MOVE ValCopyNumber OF VALRECORD TO FL-KEY
                   STRING "VALUATION DATED " DELIMITED BY SIZE
                       ValuationDate OF VALRECORD DELIMITED BY SIZE
                       " FOR A COPY NOT ON FILE" DELIMITED BY SIZE
                       INTO FL-DETAIL
                   END-STRING
                   PERFORM WriteFinding
                   ADD 1 TO ValNoCopyCount
               END-IF
               READ ValuationFile NEXT RECORD
                   AT END SET ValEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckHolds.
       IF HoldFileAvailable
           START HoldFile FIRST
               INVALID KEY SET HoldEndOfFile TO TRUE
           END-START
           IF NOT HoldEndOfFile
               READ HoldFile NEXT RECORD
                   AT END SET HoldEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL HoldEndOfFile
               MOVE HoldIMDBID OF HOLDRECORD TO WantedIMDBID
               PERFORM LookUpTitle
               IF NOT TitleIsOwned
                   MOVE SPACES TO FindingLine
                   MOVE "HOLDNOTITLE" TO FL-REASON
                   MOVE WantedIMDBID TO FL-IMDBID
                   MOVE HoldSequence OF HOLDRECORD TO FL-KEY
                   STRING HoldStatus OF HOLDRECORD DELIMITED BY SPACE
                       " HOLD FOR " DELIMITED BY SIZE
                       FUNCTION TRIM(HoldRequester OF HOLDRECORD)
                           DELIMITED BY SIZE
                       " ON A TITLE NOT ON V2FILE" DELIMITED BY SIZE
                       INTO FL-DETAIL
                   END-STRING
                   PERFORM WriteFinding
                   ADD 1 TO HoldNoTitleCount
               END-IF
               IF HoldStatus OF HOLDRECORD = "HELD"
                   MOVE "N" TO CopyFoundSwitch
                   IF CopyFileAvailable
                       MOVE HoldIMDBID OF HOLDRECORD
                           TO CopyIMDBID OF COPYRECORD
                       MOVE HoldCopyNumber OF HOLDRECORD
                           TO CopyNumber OF COPYRECORD
                       READ CopyFile
                           INVALID KEY MOVE "N" TO CopyFoundSwitch
                           NOT INVALID KEY MOVE "Y" TO CopyFoundSwitch
                       END-READ
                   END-IF
                   IF NOT CopyIsOnFile
                       MOVE SPACES TO FindingLine
                       MOVE "HOLDNOCOPY" TO FL-REASON
                       MOVE WantedIMDBID TO FL-IMDBID
                       MOVE HoldSequence OF HOLDRECORD TO FL-KEY
                       STRING "HELD FOR " DELIMITED BY SIZE
                           FUNCTION TRIM(HoldRequester OF HOLDRECORD)
                               DELIMITED BY SIZE
                           " ON COPY " DELIMITED BY SIZE
                           HoldCopyNumber OF HOLDRECORD DELIMITED BY SIZE
                           " WHICH IS NOT ON FILE" DELIMITED BY SIZE
                           INTO FL-DETAIL
                       END-STRING
                       PERFORM WriteFinding
                       ADD 1 TO HoldNoCopyCount
                   END-IF
               END-IF
               READ HoldFile NEXT RECORD
                   AT END SET HoldEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckRatings.
       IF RatingFileAvailable
           START RatingFile FIRST
               INVALID KEY SET RatingEndOfFile TO TRUE
           END-START
           IF NOT RatingEndOfFile
               READ RatingFile NEXT RECORD
                   AT END SET RatingEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL RatingEndOfFile
               IF ViewerFileAvailable
                   MOVE RatingViewerID OF RATINGRECORD
                       TO ViewerID OF VIEWERRECORD
                   READ ViewerFile
                       INVALID KEY
                           MOVE SPACES TO FindingLine
                           MOVE "RATINGNOVIEWER" TO FL-REASON
                           MOVE RatingIMDBID OF RATINGRECORD TO FL-IMDBID
                           MOVE RatingViewerID OF RATINGRECORD TO FL-KEY
                           STRING "RATED " DELIMITED BY SIZE
                               RatingDate OF RATINGRECORD
                                   DELIMITED BY SIZE
                               " BY A VIEWER NOT ON viewers.dat"
                                   DELIMITED BY SIZE
                               INTO FL-DETAIL
                           END-STRING
                           PERFORM WriteFinding
                           ADD 1 TO RatingNoViewerCount
                   END-READ
               END-IF
               MOVE RatingIMDBID OF RATINGRECORD TO WantedIMDBID
               PERFORM LookUpTitle
               IF NOT TitleIsOwned
                   PERFORM LookUpDisposed
                   IF NOT TitleIsDisposed
                       MOVE SPACES TO FindingLine
                       MOVE "RATINGNOTITLE" TO FL-REASON
                       MOVE WantedIMDBID TO FL-IMDBID
                       MOVE RatingViewerID OF RATINGRECORD TO FL-KEY
                       STRING "RATED " DELIMITED BY SIZE
                           RatingDate OF RATINGRECORD DELIMITED BY SIZE
                           " - TITLE NEITHER OWNED NOR DISPOSED"
                               DELIMITED BY SIZE
                           INTO FL-DETAIL
                       END-STRING
                       PERFORM WriteFinding
                       ADD 1 TO RatingNoTitleCount
                   END-IF
               END-IF
               READ RatingFile NEXT RECORD
                   AT END SET RatingEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckSeriesMembers.
       IF MemberFileAvailable
           START SeriesMemberFile FIRST
               INVALID KEY SET MemberEndOfFile TO TRUE
           END-START
           IF NOT MemberEndOfFile
               READ SeriesMemberFile NEXT RECORD
                   AT END SET MemberEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL MemberEndOfFile
               MOVE "N" TO SeriesFoundSwitch
               IF SeriesFileAvailable
                   MOVE MemberSeriesID OF SERMBRRECORD
                       TO SeriesID OF SERIESRECORD
                   READ SeriesFile
                       INVALID KEY MOVE "N" TO SeriesFoundSwitch
                       NOT INVALID KEY MOVE "Y" TO SeriesFoundSwitch
                   END-READ
               END-IF
               IF NOT SeriesIsOnFile
                   MOVE SPACES TO FindingLine
                   MOVE "SERMBRNOSERIES" TO FL-REASON
                   MOVE MemberIMDBID OF SERMBRRECORD TO FL-IMDBID
                   MOVE MemberSeriesID OF SERMBRRECORD TO FL-KEY
                   STRING "SERIES ENTRY " DELIMITED BY SIZE
                       MemberOrder OF SERMBRRECORD DELIMITED BY SIZE
                       " FOR A SERIES NOT ON series.dat"
                           DELIMITED BY SIZE
                       INTO FL-DETAIL
                   END-STRING
                   PERFORM WriteFinding
                   ADD 1 TO MemberNoSeriesCount
               END-IF
               READ SeriesMemberFile NEXT RECORD
                   AT END SET MemberEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckViewSummaries.
       IF SummaryFileAvailable AND ViewerFileAvailable
           START ViewSummaryFile FIRST
               INVALID KEY SET SummaryEndOfFile TO TRUE
           END-START
           IF NOT SummaryEndOfFile
               READ ViewSummaryFile NEXT RECORD
                   AT END SET SummaryEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL SummaryEndOfFile
               IF SumViewerID OF VIEWSUMRECORD NOT = SPACES
                   MOVE SumViewerID OF VIEWSUMRECORD
                       TO ViewerID OF VIEWERRECORD
                   READ ViewerFile
                       INVALID KEY
                           MOVE SPACES TO FindingLine
                           MOVE "VIEWSUMNOVIEWER" TO FL-REASON
                           MOVE SumIMDBID OF VIEWSUMRECORD TO FL-IMDBID
                           MOVE SumViewerID OF VIEWSUMRECORD TO FL-KEY
                           STRING "ARCHIVED VIEWING SUMMARY (LAST "
                                   DELIMITED BY SIZE
                               SumLastDate OF VIEWSUMRECORD DELIMITED BY SIZE
                               ") FOR A VIEWER NOT ON viewers.dat"
                                   DELIMITED BY SIZE
                               INTO FL-DETAIL
                           END-STRING
                           PERFORM WriteFinding
                           ADD 1 TO SummaryNoViewerCount
                   END-READ
               END-IF
               READ ViewSummaryFile NEXT RECORD
                   AT END SET SummaryEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

RunRepair.
       PERFORM AcquireV2Lock
       IF NOT LockWasAcquired
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN I-O V2FILE
       IF WS-V2FILE-STATUS NOT = "00"
           DISPLAY "INTEGRITY: V2FILE does not exist yet - nothing to repair"
           PERFORM ReleaseV2Lock
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN EXTEND AuditFile
       IF WS-AUDITFILE-STATUS = "35"
           OPEN OUTPUT AuditFile
       END-IF
       OPEN I-O CopyFile
       IF WS-COPYFILE-STATUS = "00"
           MOVE "Y" TO CopyFileIsAvailable
       ELSE
           MOVE "N" TO CopyFileIsAvailable
       END-IF
       OPEN I-O WantFile
       IF WS-WANTFILE-STATUS = "00"
           MOVE "Y" TO WantFileIsAvailable
       ELSE
           MOVE "N" TO WantFileIsAvailable
       END-IF
       OPEN INPUT LoanFile
       IF WS-LOANFILE-STATUS = "00"
           MOVE "Y" TO LoanFileIsAvailable
       ELSE
           MOVE "N" TO LoanFileIsAvailable
       END-IF
       OPEN INPUT DisposedFile
       IF WS-DISPFILE-STATUS = "00"
           MOVE "Y" TO DispFileIsAvailable
       ELSE
           MOVE "N" TO DispFileIsAvailable
       END-IF
       OPEN I-O ValuationFile
       IF WS-VALFILE-STATUS = "00"
           MOVE "Y" TO ValFileIsAvailable
       ELSE
           MOVE "N" TO ValFileIsAvailable
       END-IF
       PERFORM RepairOwnedWants
       PERFORM RepairSingleCopyShelves
       PERFORM RepairDisposedCopies
       CLOSE V2FILE
       CLOSE AuditFile
       IF CopyFileAvailable
           CLOSE CopyFile
       END-IF
       IF WantFileAvailable
           CLOSE WantFile
       END-IF
       IF LoanFileAvailable
           CLOSE LoanFile
       END-IF
       IF DispFileAvailable
           CLOSE DisposedFile
       END-IF
       IF ValFileAvailable
           CLOSE ValuationFile
       END-IF
       PERFORM ReleaseV2Lock
       DISPLAY "INTEGRITY: owned wants crossed off   = " WantRepairCount
       DISPLAY "INTEGRITY: title shelves realigned   = " ShelfRepairCount
       DISPLAY "INTEGRITY: disposed copies removed   = " CopyRepairCount
       DISPLAY "INTEGRITY: every other finding needs a hand fix - "
           "rerun C)heck to see what is left"
       EXIT.

RepairOwnedWants.
       IF WantFileAvailable
           START WantFile FIRST
               INVALID KEY SET WantEndOfFile TO TRUE
           END-START
           IF NOT WantEndOfFile
               READ WantFile NEXT RECORD
                   AT END SET WantEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WantEndOfFile
               IF WantStatus OF WANTRECORD = "OPEN"
                   MOVE WantIMDBID OF WANTRECORD TO WantedIMDBID
                   PERFORM LookUpTitle
                   IF TitleIsOwned
                       MOVE "GOT" TO WantStatus OF WANTRECORD
                       ACCEPT DateAcquired OF WANTRECORD FROM DATE YYYYMMDD
                       REWRITE WANTRECORD
                           INVALID KEY
                               DISPLAY "Unable to cross IMDBID "
                                   WantedIMDBID " off the want list"
                           NOT INVALID KEY
                               MOVE SPACES TO AuditBefore
                               MOVE SPACES TO AuditAfter
                               MOVE WantedIMDBID TO BeforeIMDBID
                               MOVE WantedIMDBID TO AfterIMDBID
                               MOVE "WANT OPEN" TO BeforeMovieTitle
                               MOVE "WANT CROSSED OFF - TITLE ALREADY OWNED"
                                   TO AfterMovieTitle
                               MOVE "REPAIR" TO AuditAction
                               PERFORM WriteAudit
                               ADD 1 TO WantRepairCount
                               DISPLAY "IMDBID " WantedIMDBID
                                   " crossed off the want list"
                       END-REWRITE
                   END-IF
               END-IF
               READ WantFile NEXT RECORD
                   AT END SET WantEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

RepairSingleCopyShelves.
       IF CopyFileAvailable
           START V2FILE FIRST
               INVALID KEY SET EndOfFile TO TRUE
           END-START
           IF NOT EndOfFile
               READ V2FILE NEXT RECORD
                   AT END SET EndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL EndOfFile
               MOVE IMDBID OF V2FILERECORD TO WantedIMDBID
               PERFORM CountTitleCopies
               IF TitleCopyCount = 1 AND FirstCopyIsOnFile
                       AND FirstCopyShelf NOT = ShelfLocation OF V2FILERECORD
                   MOVE V2FILERECORD TO AuditBefore
                   MOVE FirstCopyShelf TO ShelfLocation OF V2FILERECORD
                   REWRITE V2FILERECORD
                       INVALID KEY
                           DISPLAY "Unable to reshelve IMDBID " WantedIMDBID
                       NOT INVALID KEY
                           MOVE V2FILERECORD TO AuditAfter
                           MOVE "REWRITE" TO AuditAction
                           PERFORM WriteAudit
                           ADD 1 TO ShelfRepairCount
                           DISPLAY "IMDBID " WantedIMDBID
                               " shelf set to copy 01 shelf "
                               FUNCTION TRIM(FirstCopyShelf)
                   END-REWRITE
               END-IF
               READ V2FILE NEXT RECORD
                   AT END SET EndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CountTitleCopies.
       MOVE ZERO TO TitleCopyCount
       MOVE "N" TO FirstCopySwitch
       MOVE SPACES TO FirstCopyShelf
       MOVE "Y" TO CopyScanSwitch
       MOVE WantedIMDBID TO CopyIMDBID OF COPYRECORD
       MOVE ZERO TO CopyNumber OF COPYRECORD
       START CopyFile KEY NOT LESS THAN CopyKey OF COPYRECORD
           INVALID KEY MOVE "N" TO CopyScanSwitch
       END-START
       IF CopyScanHasMore
           READ CopyFile NEXT RECORD
               AT END SET CopyEndOfFile TO TRUE
           END-READ
           PERFORM UNTIL CopyEndOfFile
                   OR CopyIMDBID OF COPYRECORD NOT = WantedIMDBID
               ADD 1 TO TitleCopyCount
               IF CopyNumber OF COPYRECORD = 1
                   MOVE "Y" TO FirstCopySwitch
                   MOVE CopyShelfLocation OF COPYRECORD TO FirstCopyShelf
               END-IF
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

RepairDisposedCopies.
       IF CopyFileAvailable AND DispFileAvailable
           START CopyFile FIRST
               INVALID KEY SET CopyEndOfFile TO TRUE
           END-START
           IF NOT CopyEndOfFile
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL CopyEndOfFile
               MOVE CopyIMDBID OF COPYRECORD TO WantedIMDBID
               PERFORM LookUpTitle
               IF NOT TitleIsOwned
                   PERFORM LookUpDisposed
                   PERFORM CheckCopyOnLoan
                   IF TitleIsDisposed AND NOT CopyIsOnLoan
                       PERFORM RemoveDisposedCopy
                   END-IF
               END-IF
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       EXIT.

CheckCopyOnLoan.
       MOVE "N" TO OnLoanSwitch
       IF LoanFileAvailable
           MOVE CopyIMDBID OF COPYRECORD TO LoanIMDBID OF LOANRECORD
           MOVE CopyNumber OF COPYRECORD TO LoanCopyNumber OF LOANRECORD
           READ LoanFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DateBack OF LOANRECORD = SPACES
                       MOVE "Y" TO OnLoanSwitch
                   END-IF
           END-READ
       END-IF
       EXIT.

RemoveDisposedCopy.
       DELETE CopyFile
           INVALID KEY
               DISPLAY "Unable to delete copy " CopyNumber OF COPYRECORD
                   " of IMDBID " WantedIMDBID
           NOT INVALID KEY
               MOVE SPACES TO AuditBefore
               MOVE SPACES TO AuditAfter
               MOVE WantedIMDBID TO BeforeIMDBID
               MOVE WantedIMDBID TO AfterIMDBID
               STRING "COPY " DELIMITED BY SIZE
                   CopyNumber OF COPYRECORD DELIMITED BY SIZE
                   " SHELF " DELIMITED BY SIZE
                   CopyShelfLocation OF COPYRECORD DELIMITED BY SIZE
                   INTO BeforeMovieTitle
               END-STRING
               STRING "COPY " DELIMITED BY SIZE
                   CopyNumber OF COPYRECORD DELIMITED BY SIZE
                   " REMOVED - TITLE IS IN THE DISPOSED-ITEMS ARCHIVE"
                       DELIMITED BY SIZE
                   INTO AfterMovieTitle
               END-STRING
               MOVE "REPAIR" TO AuditAction
               PERFORM WriteAudit
               PERFORM RemoveDisposedValuation
               ADD 1 TO CopyRepairCount
               DISPLAY "Copy " CopyNumber OF COPYRECORD " of disposed IMDBID "
                   WantedIMDBID " removed"
       END-DELETE
       EXIT.

RemoveDisposedValuation.
       IF ValFileAvailable
           MOVE CopyIMDBID OF COPYRECORD TO ValIMDBID OF VALRECORD
           MOVE CopyNumber OF COPYRECORD TO ValCopyNumber OF VALRECORD
           DELETE ValuationFile
               INVALID KEY CONTINUE
           END-DELETE
       END-IF
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
       DISPLAY "INTEGRITY: V2FILE is locked for update by "
           FUNCTION TRIM(LockHolder) " since " LockDate " " LockTime
       IF LockDate IS LESS THAN LockCheckDate
           DISPLAY "INTEGRITY: lock is dated before today - it may be "
               "stale from a crashed run"
       END-IF
       DISPLAY "Override and take the lock? (O = override): "
           WITH NO ADVANCING
       ACCEPT LockAnswer
       INSPECT LockAnswer CONVERTING "o" TO "O"
       IF LockAnswer = "O"
           MOVE "Y" TO LockAcquiredSwitch
       ELSE
           DISPLAY "INTEGRITY: not started - V2FILE lock not acquired"
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
       MOVE "INTEGRITY" TO LockHolder
       MOVE SignedOnOperator TO LockOperator
       ACCEPT LockDate FROM DATE YYYYMMDD
       ACCEPT LockTime FROM TIME
       OPEN OUTPUT LockFile
       WRITE LOCKRECORD
       END-WRITE
       CLOSE LockFile
       EXIT.

WriteAudit.
       MOVE "INTEGRITY" TO AuditProgram
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
           DISPLAY "INTEGRITY: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "INTEGRITY: not started - no operator signed on"
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
           DISPLAY "INTEGRITY: sign-on refused"
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
       MOVE "INTEGRITY" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.

CheckCommandLevel.
       EVALUATE COMMAND
           WHEN "R" MOVE 3 TO RequiredLevel
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
