       COPY V2COPYSEL.
       COPY V2FILESEL.
       COPY V2AUDSEL.
       COPY AUDARCSEL.
       COPY PARMSEL.
       SELECT LabelSortFile ASSIGN "labelsort.tmp".
       SELECT SpineLabelFile ASSIGN "spinelabels.txt"
           ORGANIZATION LINE SEQUENTIAL.
       FD AuditFile.
       01 AUDITRECORD.
           COPY V2AUDREC.
       FD AuditArchiveFile.
       01 AUDARCRECORD.
           COPY AUDARCREC.
       FD ParameterFile.
       01 PARMRECORD.
           COPY PARMREC.
       SD LabelSortFile.
       01 LabelSortRecord.
          02 SORT-SHELF PIC X(10).
       01 WS-COPYFILE-STATUS PIC XX VALUE SPACES.
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDITFILE-STATUS PIC XX VALUE SPACES.
       01 WS-AUDARC-STATUS PIC XX VALUE SPACES.
       01 ArchiveFileIsAvailable PIC X VALUE "N".
          88 ArchiveFileAvailable VALUE "Y".
       01 ArchiveEOF PIC X VALUE "N".
          88 ArchiveAtEnd VALUE "Y".
       01 V2FileIsAvailable PIC X VALUE "N".
          88 V2FileAvailable VALUE "Y".
       01 WS-PARMFILE-STATUS PIC XX VALUE SPACES.
       01 ParmFileIsAvailable PIC X VALUE "N".
          88 ParmFileAvailable VALUE "Y".
       01 ParmEOF PIC X VALUE "N".
          88 ParmAtEnd VALUE "Y".
       01 ParmCardNumber PIC 9(5) VALUE ZERO.
       01 ParmEqualsCount PIC 9(3) VALUE ZERO.
       01 ParmPointer PIC 9(3) VALUE ZERO.
       01 ParmKeyword PIC X(20) VALUE SPACES.
       01 ParmValue PIC X(60) VALUE SPACES.
       01 ParmGroup PIC X(20) VALUE SPACES.
          88 ParmGroupIsKnown VALUE "NIGHTLYRUN" "WATCHNEXT" "LABELRPT"
              "TRENDRPT" "WATCHRPT" "VIEWERRPT" "REPLACERPT".
       01 ParmErrorText PIC X(50) VALUE SPACES.
       01 ParmSourceText PIC X(40) VALUE SPACES.
       01 ParmUsedLine PIC X(132) VALUE SPACES.
       01 ParmUsedPointer PIC 9(3) VALUE ZERO.
       01 SCRATCHPAD.
          02 ShelfFromAnswer PIC X(10).
          02 ShelfToAnswer PIC X(10).
          02 STL-COUNT PIC ZZZZ9.

PROCEDURE DIVISION.
       MOVE SPACES TO SCRATCHPAD
       PERFORM ReadParameterFile
       IF NOT ParmFileAvailable
           DISPLAY "Shelf range from (blank = first): " WITH NO ADVANCING
           ACCEPT ShelfFromAnswer
           DISPLAY "Shelf range to   (blank = last): " WITH NO ADVANCING
           ACCEPT ShelfToAnswer
           DISPLAY "Only records changed since (YYYYMMDD, blank = all): "
               WITH NO ADVANCING
           ACCEPT ChangedSinceDate
       END-IF
       PERFORM ListUsedParameters
       IF ShelfFromAnswer = SPACES
           MOVE LOW-VALUES TO ShelfRangeFrom
       ELSE
       STOP RUN.

LoadChangedIMDBIDs.
       PERFORM LoadArchivedChanges
       OPEN INPUT AuditFile
       IF WS-AUDITFILE-STATUS NOT = "00"
           IF NOT ArchiveFileAvailable
               DISPLAY "LABELRPT: no audit journal exists yet - the "
                   "changed-since date cannot be applied"
           END-IF
       ELSE
           READ AuditFile
               AT END MOVE "Y" TO AuditEOF
           END-READ
           PERFORM UNTIL AuditEOF = "Y"
               PERFORM TestChangedEntry
               READ AuditFile
                   AT END MOVE "Y" TO AuditEOF
               END-READ
       END-IF
       EXIT.

LoadArchivedChanges.
       OPEN INPUT AuditArchiveFile
       IF WS-AUDARC-STATUS = "00"
           MOVE "Y" TO ArchiveFileIsAvailable
           READ AuditArchiveFile
               AT END SET ArchiveAtEnd TO TRUE
           END-READ
           PERFORM UNTIL ArchiveAtEnd
               IF AudArcType = "D"
                   MOVE AudArcData TO AUDITRECORD
                   PERFORM TestChangedEntry
               END-IF
               READ AuditArchiveFile
                   AT END SET ArchiveAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE AuditArchiveFile
       END-IF
       EXIT.

TestChangedEntry.
       IF AuditDate IS NOT LESS THAN ChangedSinceDate
           IF AfterIMDBID NOT = SPACES
               MOVE AfterIMDBID TO WantedChangedIMDBID
               PERFORM RecordChangedIMDBID
           END-IF
           IF BeforeIMDBID NOT = SPACES
                   AND BeforeIMDBID NOT = AfterIMDBID
               MOVE BeforeIMDBID TO WantedChangedIMDBID
               PERFORM RecordChangedIMDBID
           END-IF
       END-IF
       EXIT.

RecordChangedIMDBID.
       MOVE "N" TO AlreadyRecordedSwitch
       IF ChangedCount IS GREATER THAN ZERO
PrintLabelRun.
       OPEN OUTPUT SpineLabelFile
       OPEN OUTPUT IndexCardFile
       MOVE ParmUsedLine TO IndexCardLine
       WRITE IndexCardLine
       MOVE SPACES TO IndexCardLine
       WRITE IndexCardLine
       RETURN LabelSortFile
           AT END SET SortAtEnd TO TRUE
       END-RETURN
       MOVE SPACES TO SpineLabelLine
       WRITE SpineLabelLine
       EXIT.

ApplyParameterCard.
       EVALUATE ParmKeyword
           WHEN "SHELFFROM"
               IF ParmValue(11:) NOT = SPACES
                   MOVE "shelf is longer than 10 characters"
                       TO ParmErrorText
                   PERFORM RejectParameterCard
               END-IF
               MOVE ParmValue TO ShelfFromAnswer
           WHEN "SHELFTO"
               IF ParmValue(11:) NOT = SPACES
                   MOVE "shelf is longer than 10 characters"
                       TO ParmErrorText
                   PERFORM RejectParameterCard
               END-IF
               MOVE ParmValue TO ShelfToAnswer
           WHEN "CHANGEDSINCE"
               IF ParmValue NOT = SPACES
                   PERFORM TestParameterDate
               END-IF
               MOVE ParmValue TO ChangedSinceDate
           WHEN OTHER
               MOVE "unknown keyword for LABELRPT" TO ParmErrorText
               PERFORM RejectParameterCard
       END-EVALUATE
       EXIT.

ListUsedParameters.
       PERFORM StartUsedParameters
       MOVE "SHELFFROM" TO ParmKeyword
       IF ShelfFromAnswer = SPACES
           MOVE "FIRST" TO ParmValue
       ELSE
           MOVE ShelfFromAnswer TO ParmValue
       END-IF
       PERFORM AddUsedParameter
       MOVE "SHELFTO" TO ParmKeyword
       IF ShelfToAnswer = SPACES
           MOVE "LAST" TO ParmValue
       ELSE
           MOVE ShelfToAnswer TO ParmValue
       END-IF
       PERFORM AddUsedParameter
       MOVE "CHANGEDSINCE" TO ParmKeyword
       IF ChangedSinceDate = SPACES
           MOVE "ALL" TO ParmValue
       ELSE
           MOVE ChangedSinceDate TO ParmValue
       END-IF
       PERFORM AddUsedParameter
       EXIT.

ReadParameterFile.
       OPEN INPUT ParameterFile
       IF WS-PARMFILE-STATUS = "00"
           MOVE "Y" TO ParmFileIsAvailable
           MOVE "PARAMETERS FROM vhsparm.dat:" TO ParmSourceText
           READ ParameterFile
               AT END SET ParmAtEnd TO TRUE
           END-READ
           PERFORM UNTIL ParmAtEnd
               ADD 1 TO ParmCardNumber
               IF ParmCardText NOT = SPACES
                       AND ParmCardText(1:1) NOT = "*"
                   PERFORM SplitParameterCard
                   IF ParmKeyword = "PROGRAM"
                       MOVE ParmValue TO ParmGroup
                       INSPECT ParmGroup
                           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       IF NOT ParmGroupIsKnown
                           MOVE "PROGRAM= names a program that takes no cards"
                               TO ParmErrorText
                           PERFORM RejectParameterCard
                       END-IF
                   ELSE
                       IF ParmGroup = SPACES
                           MOVE "keyword card ahead of the first PROGRAM= card"
                               TO ParmErrorText
                           PERFORM RejectParameterCard
                       END-IF
                       IF ParmGroup = "LABELRPT"
                           PERFORM ApplyParameterCard
                       END-IF
                   END-IF
               END-IF
               READ ParameterFile
                   AT END SET ParmAtEnd TO TRUE
               END-READ
           END-PERFORM
           CLOSE ParameterFile
       ELSE
           MOVE "PARAMETERS ENTERED AT THE CONSOLE:" TO ParmSourceText
       END-IF
       EXIT.

SplitParameterCard.
       MOVE ZERO TO ParmEqualsCount
       INSPECT ParmCardText TALLYING ParmEqualsCount FOR ALL "="
       IF ParmEqualsCount = ZERO
           MOVE "card is not KEYWORD=VALUE" TO ParmErrorText
           PERFORM RejectParameterCard
       END-IF
       MOVE SPACES TO ParmKeyword
       MOVE 1 TO ParmPointer
       UNSTRING ParmCardText DELIMITED BY "="
           INTO ParmKeyword
           WITH POINTER ParmPointer
       END-UNSTRING
       MOVE FUNCTION TRIM(ParmKeyword) TO ParmKeyword
       INSPECT ParmKeyword
           CONVERTING "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
       MOVE SPACES TO ParmValue
       IF ParmPointer IS NOT GREATER THAN 80
           MOVE FUNCTION TRIM(ParmCardText(ParmPointer:)) TO ParmValue
       END-IF
       IF ParmKeyword = SPACES
           MOVE "card has no keyword before the =" TO ParmErrorText
           PERFORM RejectParameterCard
       END-IF
       EXIT.

RejectParameterCard.
       DISPLAY "LABELRPT: parameter card " ParmCardNumber
           " in vhsparm.dat rejected - " FUNCTION TRIM(ParmErrorText)
       DISPLAY "LABELRPT: " FUNCTION TRIM(ParmCardText)
       CLOSE ParameterFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
       EXIT.

TestParameterDate.
       IF ParmValue(1:8) IS NOT NUMERIC OR ParmValue(9:) NOT = SPACES
           MOVE "value must be a date as YYYYMMDD" TO ParmErrorText
           PERFORM RejectParameterCard
       END-IF
       EXIT.

AddUsedParameter.
       STRING FUNCTION TRIM(ParmKeyword) DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               FUNCTION TRIM(ParmValue) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
           INTO ParmUsedLine
           WITH POINTER ParmUsedPointer
       END-STRING
       EXIT.

StartUsedParameters.
       MOVE SPACES TO ParmUsedLine
       MOVE 1 TO ParmUsedPointer
       STRING FUNCTION TRIM(ParmSourceText) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
           INTO ParmUsedLine
           WITH POINTER ParmUsedPointer
       END-STRING
       EXIT.
