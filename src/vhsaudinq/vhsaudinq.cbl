INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY V2AUDSEL.
       COPY AUDARCSEL.

DATA DIVISION.
FILE SECTION.
       FD AuditFile.
       01 AUDITRECORD.
           COPY V2AUDREC.
       FD AuditArchiveFile.
       01 AUDARCRECORD.
           COPY AUDARCREC.

WORKING-STORAGE SECTION.
       01 WS-AUDITFILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDARC-STATUS PIC XX VALUE SPACES.
       01 ArchiveFileIsAvailable PIC X VALUE "N".
          88 ArchiveFileAvailable VALUE "Y".
       01 ArchiveEOF PIC X VALUE "N".
          88 ArchiveAtEnd VALUE "Y".
       01 SCRATCHPAD.
          02 COMMAND PIC X.
          02 WantedIMDBID PIC X(9).
          02 WantedFromDate PIC X(8).
          02 WantedToDate PIC X(8).
          02 WantedOperator PIC X(8).
       01 AuditEOF PIC X VALUE "N".
          88 AuditAtEnd VALUE "Y".
       01 MatchSwitch PIC X VALUE "N".
       01 MatchCount PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
       DISPLAY "VHSAUDINQ - history by I)MDBID, D)ate range or O)perator"
       DISPLAY "Mode: " WITH NO ADVANCING
       ACCEPT COMMAND
       INSPECT COMMAND CONVERTING "i" TO "I"
       INSPECT COMMAND CONVERTING "d" TO "D"
       INSPECT COMMAND CONVERTING "o" TO "O"
       EVALUATE COMMAND
           WHEN "I"
               DISPLAY "IMDBID: " WITH NO ADVANCING
               ACCEPT WantedFromDate
               DISPLAY "To date   (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WantedToDate
           WHEN "O"
               DISPLAY "Operator ID: " WITH NO ADVANCING
               ACCEPT WantedOperator
               INSPECT WantedOperator
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           WHEN OTHER
               DISPLAY "Unknown mode: " COMMAND
               STOP RUN
       END-EVALUATE
       PERFORM ScanArchivedEntries
       OPEN INPUT AuditFile
       IF WS-AUDITFILE-STATUS NOT = "00"
           IF ArchiveFileAvailable
               DISPLAY "Journal entries shown: " MatchCount
           ELSE
               DISPLAY "VHSAUDINQ: no audit journal exists yet - nothing "
                   "to show"
           END-IF
       ELSE
           READ AuditFile
               AT END SET AuditAtEnd TO TRUE
       END-IF
       STOP RUN.

ScanArchivedEntries.
       OPEN INPUT AuditArchiveFile
       IF WS-AUDARC-STATUS = "00"
           MOVE "Y" TO ArchiveFileIsAvailable
           READ AuditArchiveFile
               AT END SET ArchiveAtEnd TO TRUE
           END-READ
           PERFORM UNTIL ArchiveAtEnd
               IF AudArcType = "D"
                   MOVE AudArcData TO AUDITRECORD
                   PERFORM TestEntry
                   IF EntryMatches
                       ADD 1 TO MatchCount
                       PERFORM ShowEntry
                   END-IF
               END-IF
               READ AuditArchiveFile
                   AT END SET ArchiveAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE AuditArchiveFile
       END-IF
       EXIT.

TestEntry.
       MOVE "N" TO MatchSwitch
       EVALUATE COMMAND
           WHEN "I"
               IF BeforeIMDBID = WantedIMDBID OR AfterIMDBID = WantedIMDBID
                   MOVE "Y" TO MatchSwitch
               END-IF
           WHEN "O"
               IF AuditOperator = WantedOperator
                   MOVE "Y" TO MatchSwitch
               END-IF
           WHEN OTHER
               IF AuditDate NOT LESS THAN WantedFromDate
                       AND AuditDate NOT GREATER THAN WantedToDate
                   MOVE "Y" TO MatchSwitch
               END-IF
       END-EVALUATE
       EXIT.

ShowEntry.
       DISPLAY " "
       DISPLAY AuditDate " " AuditTime " "
           FUNCTION TRIM(AuditProgram) " " FUNCTION TRIM(AuditAction)
           " BY " FUNCTION TRIM(AuditOperator)
       IF AuditAction NOT = "WRITE" AND AuditAction NOT = "RELOAD"
           DISPLAY "  BEFORE " BeforeIMDBID
               " " FUNCTION TRIM(BeforeMovieTitle)
