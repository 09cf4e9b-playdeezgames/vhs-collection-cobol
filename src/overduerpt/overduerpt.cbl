FILE-CONTROL.
       COPY LOANSEL.
       COPY V2FILESEL.
       COPY HOLDSEL.
       SELECT LateSortFile ASSIGN "overduesort.tmp".
       SELECT ReportFile ASSIGN "overduerpt.txt"
           ORGANIZATION LINE SEQUENTIAL.
       01 V2FILERECORD.
          88 EndOfFile VALUE HIGH-VALUE.
           COPY V2FILEREC.
       FD HoldFile.
       01 HOLDRECORD.
           COPY HOLDREC.
       SD LateSortFile.
       01 LateSortRecord.
          02 SORT-WAITING PIC 9(3).
          02 SORT-DAYSLATE PIC 9(5).
          02 SORT-IMDBID PIC X(9).
          02 SORT-COPYNUMBER PIC 9(2).
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 V2FileIsAvailable PIC X VALUE "N".
          88 V2FileAvailable VALUE "Y".
       01 WS-HOLDFILE-STATUS PIC XX VALUE SPACES.
       01 HoldFileIsAvailable PIC X VALUE "N".
          88 HoldFileAvailable VALUE "Y".
       01 HoldEOF PIC X VALUE "N".
          88 HoldsAtEnd VALUE "Y".
       01 WaitingCount PIC 9(3) VALUE ZERO.
       01 SortEOF PIC X VALUE "N".
          88 SortAtEnd VALUE "Y".
       01 TodayDate PIC X(8) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "DATE OUT".
          02 FILLER PIC X(10) VALUE "DATE DUE".
          02 FILLER PIC X(10) VALUE "DAYS LATE".
          02 FILLER PIC X(9) VALUE "WAITING".
          02 FILLER PIC X(42) VALUE "TITLE".
       01 ReportDetailLine.
          02 RD-IMDBID PIC X(11).
          02 RD-DATEDUE PIC X(10).
          02 RD-DAYSLATE PIC ZZZZ9.
          02 FILLER PIC X(5).
          02 RD-WAITING PIC X(9).
          02 RD-TITLE PIC X(42).
       01 WaitingText.
          02 WT-COUNT PIC ZZ9.
          02 FILLER PIC X(6) VALUE " WAIT".
       01 ReportTotalLine.
          02 FILLER PIC X(22) VALUE "TOTAL OVERDUE LOANS: ".
          02 RT-COUNT PIC ZZZZ9.
       COMPUTE TodayInteger =
           FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TodayDate))
       SORT LateSortFile
           ON DESCENDING KEY SORT-WAITING SORT-DAYSLATE
           ON ASCENDING KEY SORT-IMDBID SORT-COPYNUMBER
           INPUT PROCEDURE IS SelectOverdueLoans
           OUTPUT PROCEDURE IS PrintReport
       IF WS-LOANFILE-STATUS NOT = "00"
           DISPLAY "OVERDUERPT: no loan file exists yet - nothing to report"
       ELSE
           OPEN INPUT HoldFile
           IF WS-HOLDFILE-STATUS = "00"
               MOVE "Y" TO HoldFileIsAvailable
           ELSE
               MOVE "N" TO HoldFileIsAvailable
           END-IF
           START LoanFile FIRST
           READ LoanFile NEXT RECORD
               AT END SET LoanEndOfFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE LoanFile
           IF HoldFileAvailable
               CLOSE HoldFile
           END-IF
       END-IF
       EXIT.

CountWaitingHolds.
       MOVE ZERO TO WaitingCount
       IF HoldFileAvailable
           MOVE "N" TO HoldEOF
           MOVE LoanIMDBID OF LOANRECORD TO HoldIMDBID OF HOLDRECORD
           MOVE ZERO TO HoldSequence OF HOLDRECORD
           START HoldFile KEY IS NOT LESS THAN HoldKey OF HOLDRECORD
               INVALID KEY MOVE "Y" TO HoldEOF
           END-START
           PERFORM UNTIL HoldsAtEnd
               READ HoldFile NEXT RECORD
                   AT END MOVE "Y" TO HoldEOF
               END-READ
               IF NOT HoldsAtEnd
                   IF HoldIMDBID OF HOLDRECORD NOT = LoanIMDBID OF LOANRECORD
                       MOVE "Y" TO HoldEOF
                   ELSE
                       IF HoldStatus OF HOLDRECORD = "WAITING"
                           ADD 1 TO WaitingCount
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       END-IF
       EXIT.

           MOVE BorrowerName OF LOANRECORD TO SORT-BORROWER
           MOVE DateOut OF LOANRECORD TO SORT-DATEOUT
           MOVE DateDue OF LOANRECORD TO SORT-DATEDUE
           PERFORM CountWaitingHolds
           MOVE WaitingCount TO SORT-WAITING
           RELEASE LateSortRecord
       END-IF
       EXIT.
       MOVE SORT-DATEOUT TO RD-DATEOUT
       MOVE SORT-DATEDUE TO RD-DATEDUE
       MOVE SORT-DAYSLATE TO RD-DAYSLATE
       IF SORT-WAITING IS GREATER THAN ZERO
           MOVE SORT-WAITING TO WT-COUNT
           MOVE WaitingText TO RD-WAITING
       END-IF
       IF V2FileAvailable
           MOVE SORT-IMDBID TO IMDBID OF V2FILERECORD
           READ V2FILE
