FILE-CONTROL.
       COPY V2FILESEL.
       COPY LOANSEL.
       COPY V2COPYSEL.
       COPY V2VALSEL.
       COPY STATSSEL.

DATA DIVISION.
       01 LOANRECORD.
          88 LoanEndOfFile VALUE HIGH-VALUE.
           COPY LOANREC.
       FD CopyFile.
       01 COPYRECORD.
          88 CopyEndOfFile VALUE HIGH-VALUE.
           COPY V2COPYREC.
       FD ValuationFile.
       01 VALRECORD.
           COPY V2VALREC.
       FD StatsHistFile.
       01 STATSRECORD.
           COPY STATSREC.
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 WS-LOANFILE-STATUS PIC XX VALUE SPACES.
       01 WS-STATSHIST-STATUS PIC XX VALUE SPACES.
       01 WS-COPYFILE-STATUS PIC XX VALUE SPACES.
       01 WS-VALFILE-STATUS PIC XX VALUE SPACES.
       01 SnapDate PIC X(8) VALUE SPACES.
       01 SnapTime PIC X(8) VALUE SPACES.
       01 SnapTotals.
          02 TotalWatchCount PIC 9(9) VALUE ZERO.
          02 UnwatchedCount PIC 9(7) VALUE ZERO.
          02 LoansOutCount PIC 9(5) VALUE ZERO.
          02 TotalValue PIC 9(9)V99 VALUE ZERO.
       01 FairGradePercent PIC 9(3) VALUE 75.
       01 PoorGradePercent PIC 9(3) VALUE 50.
       01 InsuredValue PIC 9(7)V99 VALUE ZERO.
       01 TotalValueEdited PIC ZZZ,ZZZ,ZZ9.99.
       01 CategoryTally PIC 9(3) VALUE ZERO.
       01 CategoryTable.
          02 CategoryEntry OCCURS 1 TO 500 TIMES
       ACCEPT SnapTime FROM TIME
       PERFORM TallyV2File
       PERFORM TallyLoans
       PERFORM TallyValuations
       OPEN EXTEND StatsHistFile
       IF WS-STATSHIST-STATUS = "35"
           OPEN OUTPUT StatsHistFile
       DISPLAY "STATSNAP: unwatched     = " UnwatchedCount
       DISPLAY "STATSNAP: loans out     = " LoansOutCount
       DISPLAY "STATSNAP: categories    = " CategoryTally
       MOVE TotalValue TO TotalValueEdited
       DISPLAY "STATSNAP: insured value = " TotalValueEdited
       STOP RUN.

TallyV2File.
       END-IF
       EXIT.

TallyValuations.
       OPEN INPUT CopyFile
       OPEN INPUT ValuationFile
       IF WS-COPYFILE-STATUS = "00" AND WS-VALFILE-STATUS = "00"
           START CopyFile FIRST
               INVALID KEY SET CopyEndOfFile TO TRUE
           END-START
           IF NOT CopyEndOfFile
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
               END-READ
               PERFORM UNTIL CopyEndOfFile
                   PERFORM TallyOneCopyValue
                   READ CopyFile NEXT RECORD
                       AT END SET CopyEndOfFile TO TRUE
                   END-READ
               END-PERFORM
           END-IF
       END-IF
       IF WS-COPYFILE-STATUS = "00"
           CLOSE CopyFile
       END-IF
       IF WS-VALFILE-STATUS = "00"
           CLOSE ValuationFile
       END-IF
       EXIT.

TallyOneCopyValue.
       MOVE CopyIMDBID OF COPYRECORD TO ValIMDBID OF VALRECORD
       MOVE CopyNumber OF COPYRECORD TO ValCopyNumber OF VALRECORD
       READ ValuationFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               EVALUATE ConditionGrade OF COPYRECORD
                   WHEN "F"
                       COMPUTE InsuredValue ROUNDED =
                           ReplacementValue OF VALRECORD
                               * FairGradePercent / 100
                   WHEN "P"
                       COMPUTE InsuredValue ROUNDED =
                           ReplacementValue OF VALRECORD
                               * PoorGradePercent / 100
                   WHEN OTHER
                       MOVE ReplacementValue OF VALRECORD TO InsuredValue
               END-EVALUATE
               ADD InsuredValue TO TotalValue
       END-READ
       EXIT.

WriteHeaderRecord.
       MOVE SPACES TO STATSRECORD
       MOVE "H" TO StatRecordType
       MOVE TotalWatchCount TO StatTotalWatch
       MOVE UnwatchedCount TO StatUnwatched
       MOVE LoansOutCount TO StatLoansOut
       MOVE TotalValue TO StatTotalValue
       WRITE STATSRECORD
       END-WRITE
       EXIT.
