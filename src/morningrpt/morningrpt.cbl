       SELECT OverdueReportFile ASSIGN "overduerpt.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-OVERDUERPT-STATUS.
       SELECT IntegrityFile ASSIGN "integrity.txt"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-INTEGRITY-STATUS.
       COPY HOLDSEL.
       SELECT MorningFile ASSIGN "morningrpt.txt"
           ORGANIZATION LINE SEQUENTIAL.

       01 StockWrongShelfLine PIC X(190).
       FD OverdueReportFile.
       01 OverdueReportLine PIC X(132).
       FD IntegrityFile.
       01 IntegrityLine PIC X(190).
       FD HoldFile.
       01 HOLDRECORD.
          88 HoldEndOfFile VALUE HIGH-VALUE.
           COPY HOLDREC.
       FD MorningFile.
       01 MorningLine PIC X(220).

       01 WS-STOCKUNKNOWN-STATUS PIC XX VALUE SPACES.
       01 WS-STOCKWRONG-STATUS PIC XX VALUE SPACES.
       01 WS-OVERDUERPT-STATUS PIC XX VALUE SPACES.
       01 WS-INTEGRITY-STATUS PIC XX VALUE SPACES.
       01 WS-HOLDFILE-STATUS PIC XX VALUE SPACES.
       01 FileEOF PIC X VALUE "N".
       01 TodayDate PIC X(8) VALUE SPACES.
       01 ExceptionTable.
          02 ExceptionEntry OCCURS 9 TIMES.
             03 ExceptionName PIC X(30).
             03 ExceptionCount PIC 9(7).
       01 ExceptionIndex PIC 9(2) VALUE 1.
       01 TotalExceptions PIC 9(9) VALUE ZERO.
       01 ReportHeading1.
          02 FILLER PIC X(26) VALUE "MORNING EXCEPTION REPORT".
          02 FILLER PIC X(9) VALUE "SECTION: ".
          02 SH-NAME PIC X(30).
       01 SectionRule PIC X(60) VALUE ALL "-".
       01 ExpiredHoldLine.
          02 EH-IMDBID PIC X(11).
          02 FILLER PIC X(5) VALUE "COPY ".
          02 EH-COPYNUMBER PIC 9(2).
          02 FILLER PIC X(11) VALUE " HELD FOR ".
          02 EH-REQUESTER PIC X(31).
          02 FILLER PIC X(6) VALUE "FROM ".
          02 EH-READYDATE PIC X(9).
          02 FILLER PIC X(8) VALUE "EXPIRED ".
          02 EH-EXPIRYDATE PIC X(8).

PROCEDURE DIVISION.
       ACCEPT TodayDate FROM DATE YYYYMMDD
       MOVE "STOCKTAKE UNKNOWN TAPES" TO ExceptionName(5)
       MOVE "STOCKTAKE WRONG SHELF" TO ExceptionName(6)
       MOVE "OVERDUE LOANS" TO ExceptionName(7)
       MOVE "CROSS-FILE INTEGRITY FINDINGS" TO ExceptionName(8)
       MOVE "EXPIRED HOLDS NOT COLLECTED" TO ExceptionName(9)
       MOVE 1 TO ExceptionIndex
       PERFORM ClearOneCount UNTIL ExceptionIndex IS GREATER THAN 9
       PERFORM CountReconNew
       PERFORM CountReconChanged
       PERFORM CountReconUnmatched
       PERFORM CountStockUnknown
       PERFORM CountStockWrongShelf
       PERFORM CountOverdueLoans
       PERFORM CountIntegrityFindings
       PERFORM CountExpiredHolds
       MOVE ZERO TO TotalExceptions
       MOVE 1 TO ExceptionIndex
       PERFORM AddOneCount UNTIL ExceptionIndex IS GREATER THAN 9
       OPEN OUTPUT MorningFile
       PERFORM WriteSummaryPage
       IF TotalExceptions IS GREATER THAN ZERO
       ELSE
           MOVE 1 TO ExceptionIndex
           PERFORM WriteOneSummaryLine
               UNTIL ExceptionIndex IS GREATER THAN 9
       END-IF
       MOVE SPACES TO MorningLine
       WRITE MorningLine
           PERFORM WriteSectionHeading
           PERFORM CopyOverdueLoans
       END-IF
       MOVE 8 TO ExceptionIndex
       IF ExceptionCount(8) IS GREATER THAN ZERO
           PERFORM WriteSectionHeading
           PERFORM CopyIntegrityFindings
       END-IF
       MOVE 9 TO ExceptionIndex
       IF ExceptionCount(9) IS GREATER THAN ZERO
           PERFORM WriteSectionHeading
           PERFORM CopyExpiredHolds
       END-IF
       EXIT.

CountReconNew.
       MOVE SPACES TO MorningLine
       WRITE MorningLine
       EXIT.

CountIntegrityFindings.
       MOVE "N" TO FileEOF
       OPEN INPUT IntegrityFile
       IF WS-INTEGRITY-STATUS = "00"
           READ IntegrityFile
               AT END MOVE "Y" TO FileEOF
           END-READ
           PERFORM UNTIL FileEOF = "Y"
               ADD 1 TO ExceptionCount(8)
               READ IntegrityFile
                   AT END MOVE "Y" TO FileEOF
               END-READ
           END-PERFORM
           CLOSE IntegrityFile
       END-IF
       EXIT.

CopyIntegrityFindings.
       MOVE "N" TO FileEOF
       OPEN INPUT IntegrityFile
       IF WS-INTEGRITY-STATUS = "00"
           READ IntegrityFile
               AT END MOVE "Y" TO FileEOF
           END-READ
           PERFORM UNTIL FileEOF = "Y"
               MOVE IntegrityLine TO MorningLine
               WRITE MorningLine
               READ IntegrityFile
                   AT END MOVE "Y" TO FileEOF
               END-READ
           END-PERFORM
           CLOSE IntegrityFile
       END-IF
       MOVE SPACES TO MorningLine
       WRITE MorningLine
       EXIT.

CountExpiredHolds.
       OPEN INPUT HoldFile
       IF WS-HOLDFILE-STATUS = "00"
           START HoldFile FIRST
           READ HoldFile NEXT RECORD
               AT END SET HoldEndOfFile TO TRUE
           END-READ
           PERFORM UNTIL HoldEndOfFile
               IF HoldStatus = "HELD"
                       AND HoldExpiryDate IS LESS THAN TodayDate
                   ADD 1 TO ExceptionCount(9)
               END-IF
               READ HoldFile NEXT RECORD
                   AT END SET HoldEndOfFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE HoldFile
       END-IF
       EXIT.

CopyExpiredHolds.
       OPEN INPUT HoldFile
       IF WS-HOLDFILE-STATUS = "00"
           START HoldFile FIRST
           READ HoldFile NEXT RECORD
               AT END SET HoldEndOfFile TO TRUE
           END-READ
           PERFORM UNTIL HoldEndOfFile
               IF HoldStatus = "HELD"
                       AND HoldExpiryDate IS LESS THAN TodayDate
                   MOVE HoldIMDBID TO EH-IMDBID
                   MOVE HoldCopyNumber TO EH-COPYNUMBER
                   MOVE HoldRequester TO EH-REQUESTER
                   MOVE HoldReadyDate TO EH-READYDATE
                   MOVE HoldExpiryDate TO EH-EXPIRYDATE
                   MOVE ExpiredHoldLine TO MorningLine
                   WRITE MorningLine
               END-IF
               READ HoldFile NEXT RECORD
                   AT END SET HoldEndOfFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE HoldFile
       END-IF
       MOVE SPACES TO MorningLine
       WRITE MorningLine
       EXIT.
