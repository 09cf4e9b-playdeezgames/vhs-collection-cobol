       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SERIESRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY SERIESSEL.
       COPY SERMBRSEL.
       COPY V2FILESEL.
       COPY DISPSEL.
       COPY WANTSEL.
       COPY OPERSEL.
       COPY SECLOGSEL.
       SELECT ReportFile ASSIGN "seriesrpt.txt"
           ORGANIZATION LINE SEQUENTIAL.

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
       FD DisposedFile.
       01 DISPRECORD.
           COPY DISPREC.
       FD WantFile.
       01 WANTRECORD.
           COPY WANTREC.
       FD OperatorFile.
       01 OPERRECORD.
           COPY OPERREC.
       FD SecurityLogFile.
       01 SECLOGRECORD.
           COPY SECLOGREC.
       FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-SERIESFILE-STATUS PIC XX VALUE SPACES.
       01 WS-SERMBRFILE-STATUS PIC XX VALUE SPACES.
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 V2FileIsAvailable PIC X VALUE "N".
          88 V2FileAvailable VALUE "Y".
       01 WS-DISPFILE-STATUS PIC XX VALUE SPACES.
       01 DispFileIsAvailable PIC X VALUE "N".
          88 DispFileAvailable VALUE "Y".
       01 WS-WANTFILE-STATUS PIC XX VALUE SPACES.
       01 WantFileIsAvailable PIC X VALUE "N".
          88 WantFileAvailable VALUE "Y".
       01 OfferAnswer PIC X VALUE SPACES.
          88 OfferWants VALUE "Y".
       01 AddAnswer PIC X VALUE SPACES.
       01 MemberEOF PIC X VALUE "N".
          88 MemberAtEnd VALUE "Y".
       01 CurrentSeriesID PIC X(8) VALUE SPACES.
       01 SeriesCategory PIC X(30) VALUE SPACES.
       01 EntryStatus PIC X(10) VALUE SPACES.
          88 EntryIsMissing VALUE "MISSING".
       01 EntryTitle PIC X(120) VALUE SPACES.
       01 EntryDetail PIC X(40) VALUE SPACES.
       01 OrderEdited PIC ZZ9.
       01 LinesOnPage PIC 9(3) VALUE ZERO.
       01 PageNumber PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 SeriesCounts.
          02 SeriesOwned PIC 9(5) VALUE ZERO.
          02 SeriesDisposed PIC 9(5) VALUE ZERO.
          02 SeriesMissing PIC 9(5) VALUE ZERO.
       01 GrandCounts.
          02 GrandSeries PIC 9(5) VALUE ZERO.
          02 GrandOwned PIC 9(7) VALUE ZERO.
          02 GrandDisposed PIC 9(7) VALUE ZERO.
          02 GrandMissing PIC 9(7) VALUE ZERO.
          02 GrandWantsAdded PIC 9(7) VALUE ZERO.
       01 ReportHeading1.
          02 RH1-TITLE PIC X(26) VALUE "SERIES GAP REPORT".
          02 FILLER PIC X(84) VALUE SPACES.
          02 RH1-PAGELABEL PIC X(5) VALUE "PAGE ".
          02 RH1-PAGE PIC ZZ9.
       01 ReportSeriesHeading.
          02 FILLER PIC X(8) VALUE "SERIES: ".
          02 RSH-SERIESID PIC X(9).
          02 RSH-NAME PIC X(60).
       01 ReportColumnHeading.
          02 FILLER PIC X(6) VALUE "PART".
          02 FILLER PIC X(11) VALUE "IMDBID".
          02 FILLER PIC X(52) VALUE "TITLE".
          02 FILLER PIC X(10) VALUE "STATUS".
          02 FILLER PIC X(40) VALUE "SHELF / DETAIL".
       01 ReportDetailLine.
          02 RD-ORDER PIC ZZ9.
          02 FILLER PIC X(3).
          02 RD-IMDBID PIC X(11).
          02 RD-TITLE PIC X(52).
          02 RD-STATUS PIC X(10).
          02 RD-DETAIL PIC X(40).
       01 ReportSeriesTotalLine.
          02 FILLER PIC X(10) VALUE "  OWNED: ".
          02 RST-OWNED PIC ZZZZ9.
          02 FILLER PIC X(13) VALUE "  DISPOSED: ".
          02 RST-DISPOSED PIC ZZZZ9.
          02 FILLER PIC X(12) VALUE "  MISSING: ".
          02 RST-MISSING PIC ZZZZ9.
       01 ReportGrandTotalLine.
          02 FILLER PIC X(10) VALUE "SERIES: ".
          02 RGT-SERIES PIC ZZZZ9.
          02 FILLER PIC X(10) VALUE "  OWNED: ".
          02 RGT-OWNED PIC ZZZZZZ9.
          02 FILLER PIC X(13) VALUE "  DISPOSED: ".
          02 RGT-DISPOSED PIC ZZZZZZ9.
          02 FILLER PIC X(12) VALUE "  MISSING: ".
          02 RGT-MISSING PIC ZZZZZZ9.
          02 FILLER PIC X(16) VALUE "  WANTS ADDED: ".
          02 RGT-WANTSADDED PIC ZZZZZZ9.
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
       DISPLAY "Offer missing entries for the want list? (Y/N, blank = N): "
           WITH NO ADVANCING
       ACCEPT OfferAnswer
       INSPECT OfferAnswer CONVERTING "y" TO "Y"
       IF OfferWants
           PERFORM SignOnOperator
           IF NOT OperatorIsSignedOn
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SignedOnLevel IS LESS THAN 2
               DISPLAY "SERIESRPT: operator " FUNCTION TRIM(SignedOnOperator)
                   " is not permitted - adding wants needs level 2"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF
       OPEN INPUT SeriesFile
       IF WS-SERIESFILE-STATUS NOT = "00"
           DISPLAY "SERIESRPT: no series file exists yet - set series up "
               "with SERIESMAINT first"
           STOP RUN
       END-IF
       OPEN INPUT SeriesMemberFile
       IF WS-SERMBRFILE-STATUS NOT = "00"
           DISPLAY "SERIESRPT: no series entries exist yet - add them "
               "with SERIESMAINT E)ntry first"
           CLOSE SeriesFile
           STOP RUN
       END-IF
       PERFORM OpenLookupFiles
       OPEN OUTPUT ReportFile
       PERFORM StartNewPage
       START SeriesFile FIRST
           INVALID KEY SET SeriesEndOfFile TO TRUE
       END-START
       IF NOT SeriesEndOfFile
           READ SeriesFile NEXT RECORD
               AT END SET SeriesEndOfFile TO TRUE
           END-READ
       END-IF
       PERFORM UNTIL SeriesEndOfFile
           PERFORM ReportOneSeries
           READ SeriesFile NEXT RECORD
               AT END SET SeriesEndOfFile TO TRUE
           END-READ
       END-PERFORM
       PERFORM PrintGrandTotals
       CLOSE ReportFile
       PERFORM CloseLookupFiles
       CLOSE SeriesMemberFile
       CLOSE SeriesFile
       DISPLAY "SERIESRPT: series reported = " GrandSeries
       DISPLAY "SERIESRPT: entries missing = " GrandMissing
       DISPLAY "SERIESRPT: wants added     = " GrandWantsAdded
       STOP RUN.

OpenLookupFiles.
       OPEN INPUT V2FILE
       IF WS-V2FILE-STATUS = "00"
           MOVE "Y" TO V2FileIsAvailable
       ELSE
           DISPLAY "SERIESRPT: V2FILE does not exist yet - no entry "
               "can be shown as owned"
       END-IF
       OPEN INPUT DisposedFile
       IF WS-DISPFILE-STATUS = "00"
           MOVE "Y" TO DispFileIsAvailable
       END-IF
       IF OfferWants
           OPEN I-O WantFile
           IF WS-WANTFILE-STATUS = "35"
               OPEN OUTPUT WantFile
               CLOSE WantFile
               OPEN I-O WantFile
           END-IF
       ELSE
           OPEN INPUT WantFile
       END-IF
       IF WS-WANTFILE-STATUS = "00"
           MOVE "Y" TO WantFileIsAvailable
       END-IF
       EXIT.

CloseLookupFiles.
       IF V2FileAvailable
           CLOSE V2FILE
       END-IF
       IF DispFileAvailable
           CLOSE DisposedFile
       END-IF
       IF WantFileAvailable
           CLOSE WantFile
       END-IF
       EXIT.

ReportOneSeries.
       ADD 1 TO GrandSeries
       MOVE SeriesID OF SERIESRECORD TO CurrentSeriesID
       MOVE ZERO TO SeriesOwned
       MOVE ZERO TO SeriesDisposed
       MOVE ZERO TO SeriesMissing
       PERFORM FindSeriesCategory
       IF LinesOnPage IS GREATER THAN LINES-PER-PAGE
           PERFORM StartNewPage
       END-IF
       MOVE CurrentSeriesID TO RSH-SERIESID
       MOVE SeriesName OF SERIESRECORD TO RSH-NAME
       MOVE ReportSeriesHeading TO ReportLine
       WRITE ReportLine
       ADD 1 TO LinesOnPage
       MOVE ReportColumnHeading TO ReportLine
       WRITE ReportLine
       ADD 1 TO LinesOnPage
       PERFORM StartMemberScan
       PERFORM UNTIL MemberAtEnd
           PERFORM ReportOneEntry
           PERFORM ReadNextMember
       END-PERFORM
       PERFORM PrintSeriesTotals
       EXIT.

StartMemberScan.
       MOVE "N" TO MemberEOF
       MOVE CurrentSeriesID TO MemberSeriesID OF SERMBRRECORD
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
           IF MemberSeriesID OF SERMBRRECORD NOT = CurrentSeriesID
               SET MemberAtEnd TO TRUE
           END-IF
       END-IF
       EXIT.

FindSeriesCategory.
       MOVE SPACES TO SeriesCategory
       IF V2FileAvailable
           PERFORM StartMemberScan
           PERFORM UNTIL MemberAtEnd
               MOVE MemberIMDBID OF SERMBRRECORD TO IMDBID OF V2FILERECORD
               READ V2FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CATEGORY OF V2FILERECORD TO SeriesCategory
                       SET MemberAtEnd TO TRUE
               END-READ
               IF NOT MemberAtEnd
                   PERFORM ReadNextMember
               END-IF
           END-PERFORM
       END-IF
       EXIT.

ReportOneEntry.
       MOVE "MISSING" TO EntryStatus
       MOVE MemberTitle OF SERMBRRECORD TO EntryTitle
       MOVE SPACES TO EntryDetail
       IF V2FileAvailable
           MOVE MemberIMDBID OF SERMBRRECORD TO IMDBID OF V2FILERECORD
           READ V2FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "OWNED" TO EntryStatus
                   MOVE MovieTitle OF V2FILERECORD TO EntryTitle
                   MOVE ShelfLocation OF V2FILERECORD TO EntryDetail
           END-READ
       END-IF
       IF EntryIsMissing AND DispFileAvailable
           MOVE MemberIMDBID OF SERMBRRECORD TO DispIMDBID OF DISPRECORD
           READ DisposedFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "DISPOSED" TO EntryStatus
                   MOVE DispMovieTitle OF DISPRECORD TO EntryTitle
                   STRING FUNCTION TRIM(DisposalReason OF DISPRECORD)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DisposalDate OF DISPRECORD DELIMITED BY SIZE
                       INTO EntryDetail
                   END-STRING
           END-READ
       END-IF
       EVALUATE EntryStatus
           WHEN "OWNED"
               ADD 1 TO SeriesOwned
               ADD 1 TO GrandOwned
           WHEN "DISPOSED"
               ADD 1 TO SeriesDisposed
               ADD 1 TO GrandDisposed
           WHEN OTHER
               ADD 1 TO SeriesMissing
               ADD 1 TO GrandMissing
               PERFORM CheckMissingWant
       END-EVALUATE
       PERFORM PrintDetailLine
       EXIT.

CheckMissingWant.
       IF WantFileAvailable
           MOVE MemberIMDBID OF SERMBRRECORD TO WantIMDBID OF WANTRECORD
           READ WantFile
               INVALID KEY
                   IF OfferWants
                       PERFORM OfferMissingWant
                   END-IF
               NOT INVALID KEY
                   STRING "ON WANT LIST (" DELIMITED BY SIZE
                       FUNCTION TRIM(WantStatus OF WANTRECORD)
                           DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO EntryDetail
                   END-STRING
           END-READ
       END-IF
       EXIT.

OfferMissingWant.
       MOVE MemberOrder OF SERMBRRECORD TO OrderEdited
       DISPLAY " "
       DISPLAY "MISSING: " FUNCTION TRIM(SeriesName OF SERIESRECORD)
           " part " FUNCTION TRIM(OrderEdited) " - "
           MemberIMDBID OF SERMBRRECORD " "
           FUNCTION TRIM(MemberTitle OF SERMBRRECORD)
       DISPLAY "  Add to want list? (Y/N): " WITH NO ADVANCING
       ACCEPT AddAnswer
       INSPECT AddAnswer CONVERTING "y" TO "Y"
       IF AddAnswer = "Y"
           PERFORM AddMissingWant
       END-IF
       EXIT.

AddMissingWant.
       MOVE MemberIMDBID OF SERMBRRECORD TO WantIMDBID OF WANTRECORD
       MOVE MemberTitle OF SERMBRRECORD TO WantTitle OF WANTRECORD
       MOVE SeriesCategory TO WantCategory OF WANTRECORD
       MOVE SPACES TO WantNote OF WANTRECORD
       STRING "SERIES " DELIMITED BY SIZE
           FUNCTION TRIM(SeriesName OF SERIESRECORD) DELIMITED BY SIZE
           " PART " DELIMITED BY SIZE
           FUNCTION TRIM(OrderEdited) DELIMITED BY SIZE
           INTO WantNote OF WANTRECORD
       END-STRING
       MOVE "OPEN" TO WantStatus OF WANTRECORD
       ACCEPT DateWanted OF WANTRECORD FROM DATE YYYYMMDD
       MOVE SPACES TO DateAcquired OF WANTRECORD
       WRITE WANTRECORD
           INVALID KEY
               DISPLAY "  Unable to add IMDBID " WantIMDBID OF WANTRECORD
           NOT INVALID KEY
               ADD 1 TO GrandWantsAdded
               MOVE "ADDED TO WANT LIST" TO EntryDetail
               DISPLAY "  Added to want list"
       END-WRITE
       EXIT.

StartNewPage.
       ADD 1 TO PageNumber
       MOVE PageNumber TO RH1-PAGE
       MOVE ReportHeading1 TO ReportLine
       WRITE ReportLine
       MOVE 1 TO LinesOnPage
       EXIT.

PrintDetailLine.
       IF LinesOnPage IS GREATER THAN LINES-PER-PAGE
           PERFORM StartNewPage
           MOVE ReportColumnHeading TO ReportLine
           WRITE ReportLine
           ADD 1 TO LinesOnPage
       END-IF
       MOVE SPACES TO ReportDetailLine
       MOVE MemberOrder OF SERMBRRECORD TO RD-ORDER
       MOVE MemberIMDBID OF SERMBRRECORD TO RD-IMDBID
       MOVE EntryTitle TO RD-TITLE
       MOVE EntryStatus TO RD-STATUS
       MOVE EntryDetail TO RD-DETAIL
       MOVE ReportDetailLine TO ReportLine
       WRITE ReportLine
       ADD 1 TO LinesOnPage
       EXIT.

PrintSeriesTotals.
       IF LinesOnPage IS GREATER THAN LINES-PER-PAGE
           PERFORM StartNewPage
       END-IF
       MOVE SeriesOwned TO RST-OWNED
       MOVE SeriesDisposed TO RST-DISPOSED
       MOVE SeriesMissing TO RST-MISSING
       MOVE ReportSeriesTotalLine TO ReportLine
       WRITE ReportLine
       ADD 1 TO LinesOnPage
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       ADD 1 TO LinesOnPage
       EXIT.

PrintGrandTotals.
       IF LinesOnPage IS GREATER THAN LINES-PER-PAGE
           PERFORM StartNewPage
       END-IF
       MOVE GrandSeries TO RGT-SERIES
       MOVE GrandOwned TO RGT-OWNED
       MOVE GrandDisposed TO RGT-DISPOSED
       MOVE GrandMissing TO RGT-MISSING
       MOVE GrandWantsAdded TO RGT-WANTSADDED
       MOVE ReportGrandTotalLine TO ReportLine
       WRITE ReportLine
       EXIT.

SignOnOperator.
       MOVE "N" TO SignOnSwitch
       MOVE ZERO TO SignOnTries
       OPEN INPUT OperatorFile
       IF WS-OPERFILE-STATUS NOT = "00"
           DISPLAY "SERIESRPT: no operators on file - set them up with "
               "OPERMAINT first"
       ELSE
           PERFORM UNTIL OperatorIsSignedOn OR SignOnTries = 3
               PERFORM AskSignOn
           END-PERFORM
           CLOSE OperatorFile
       END-IF
       IF NOT OperatorIsSignedOn
           DISPLAY "SERIESRPT: not started - no operator signed on"
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
           DISPLAY "SERIESRPT: sign-on refused"
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
       MOVE "SERIESRPT" TO SecLogProgram
       MOVE SignOnID TO SecLogOperatorID
       MOVE SignOnFailReason TO SecLogReason
       WRITE SECLOGRECORD
       END-WRITE
       CLOSE SecurityLogFile
       EXIT.
