       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPCONV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY DISPSEL.
       SELECT OldDisposedFile ASSIGN "v2disposed.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OldDispIMDBID OF OLDDISPRECORD
           FILE STATUS IS WS-OLDDISP-STATUS.

DATA DIVISION.
FILE SECTION.
       FD DisposedFile.
       01 DISPRECORD.
           COPY DISPREC.
       FD OldDisposedFile.
       01 OLDDISPRECORD.
          88 OldDispEndOfFile VALUE HIGH-VALUE.
          02 OldDispIMDBID PIC X(9).
          02 OldDispRest PIC X(244).

WORKING-STORAGE SECTION.
       01 WS-DISPFILE-STATUS PIC XX VALUE SPACES.
       01 WS-OLDDISP-STATUS PIC XX VALUE SPACES.
       01 HeldDispCount PIC 9(7) VALUE ZERO.
       01 HeldDispTable.
          02 HeldDispEntry OCCURS 1 TO 50000 TIMES
                  DEPENDING ON HeldDispCount.
             03 HeldDispRecord PIC X(253).
       01 HeldTableFullSwitch PIC X VALUE "N".
          88 HeldTableIsFull VALUE "Y".
       01 DispWriteIndex PIC 9(7) VALUE ZERO.
       01 ConvertedCount PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
       DISPLAY "DISPCONV - one-time v2disposed.dat conversion to the "
           "layout carrying DisposalPrice"
       OPEN INPUT DisposedFile
       EVALUATE WS-DISPFILE-STATUS
           WHEN "00"
               CLOSE DisposedFile
               DISPLAY "DISPCONV: v2disposed.dat already opens in the "
                   "new layout - nothing to convert"
               STOP RUN
           WHEN "35"
               DISPLAY "DISPCONV: no v2disposed.dat exists - nothing to "
                   "convert"
               STOP RUN
           WHEN OTHER
               DISPLAY "DISPCONV: v2disposed.dat opens with status "
                   WS-DISPFILE-STATUS " in the new layout - "
                   "attempting old-format read"
       END-EVALUATE
       OPEN INPUT OldDisposedFile
       IF WS-OLDDISP-STATUS NOT = "00"
           DISPLAY "DISPCONV: v2disposed.dat does not open in the old "
               "layout either - status " WS-OLDDISP-STATUS
               " - restore it from backup before converting"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       START OldDisposedFile FIRST
           INVALID KEY SET OldDispEndOfFile TO TRUE
       END-START
       IF NOT OldDispEndOfFile
           READ OldDisposedFile NEXT RECORD
               AT END SET OldDispEndOfFile TO TRUE
           END-READ
           PERFORM UNTIL OldDispEndOfFile
               PERFORM HoldOneDisposal
               READ OldDisposedFile NEXT RECORD
                   AT END SET OldDispEndOfFile TO TRUE
               END-READ
           END-PERFORM
       END-IF
       CLOSE OldDisposedFile
       IF HeldTableIsFull
           DISPLAY "DISPCONV: hold table full at " HeldDispCount
               " rows - v2disposed.dat NOT rewritten, no data lost"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "DISPCONV: old-format disposals read = " HeldDispCount
       OPEN OUTPUT DisposedFile
       MOVE 1 TO DispWriteIndex
       PERFORM WriteOneDisposal
           UNTIL DispWriteIndex IS GREATER THAN HeldDispCount
       CLOSE DisposedFile
       DISPLAY "DISPCONV: disposals converted       = " ConvertedCount
       DISPLAY "DISPCONV: every disposal now carries sale price 0.00"
       STOP RUN.

HoldOneDisposal.
       IF HeldDispCount IS LESS THAN 50000
           ADD 1 TO HeldDispCount
           MOVE OLDDISPRECORD TO HeldDispRecord(HeldDispCount)
       ELSE
           SET HeldTableIsFull TO TRUE
       END-IF
       EXIT.

WriteOneDisposal.
       MOVE HeldDispRecord(DispWriteIndex) TO DISPRECORD
       MOVE ZERO TO DisposalPrice OF DISPRECORD
       WRITE DISPRECORD
           INVALID KEY
               DISPLAY "DISPCONV: unable to write IMDBID "
                   DispIMDBID OF DISPRECORD
           NOT INVALID KEY
               ADD 1 TO ConvertedCount
       END-WRITE
       ADD 1 TO DispWriteIndex
       EXIT.
