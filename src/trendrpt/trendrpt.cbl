INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY STATSSEL.
       COPY PARMSEL.
       SELECT ReportFile ASSIGN "trendrpt.txt"
           ORGANIZATION LINE SEQUENTIAL.

       FD StatsHistFile.
       01 STATSRECORD.
           COPY STATSREC.
       FD ParameterFile.
       01 PARMRECORD.
           COPY PARMREC.
       FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-STATSHIST-STATUS PIC XX VALUE SPACES.
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
          02 WantedCategory PIC X(30).
       01 HistEOF PIC X VALUE "N".
          02 HeldWatch PIC 9(9) VALUE ZERO.
          02 HeldUnwatched PIC 9(7) VALUE ZERO.
          02 HeldLoans PIC 9(5) VALUE ZERO.
          02 HeldValue PIC 9(9)V99 VALUE ZERO.
          02 HeldValueSwitch PIC X VALUE "N".
             88 HeldValueIsKnown VALUE "Y".
       01 PriorValues.
          02 PriorTitles PIC 9(7) VALUE ZERO.
          02 PriorWatch PIC 9(9) VALUE ZERO.
          02 PriorUnwatched PIC 9(7) VALUE ZERO.
          02 PriorLoans PIC 9(5) VALUE ZERO.
          02 PriorValue PIC 9(9)V99 VALUE ZERO.
          02 PriorValueSwitch PIC X VALUE "N".
             88 PriorValueIsKnown VALUE "Y".
       01 FirstMonthSwitch PIC X VALUE "Y".
          88 IsFirstMonth VALUE "Y".
       01 DeltaWork PIC S9(9) VALUE ZERO.
       01 DeltaEdited PIC +ZZZZZZZ9.
       01 ValueDeltaWork PIC S9(9)V99 VALUE ZERO.
       01 ValueDeltaEdited PIC +ZZZ,ZZZ,ZZ9.99.
       01 MonthsPrinted PIC 9(5) VALUE ZERO.
       01 TotalValueEdited PIC ZZZ,ZZZ,ZZ9.99.
       01 ReportHeading1.
          02 FILLER PIC X(24) VALUE "COLLECTION TREND REPORT".
          02 RH1-SCOPE PIC X(40) VALUE SPACES.
          02 FILLER PIC X(18) VALUE "TITLES     +/-".
          02 FILLER PIC X(20) VALUE "WATCH SUM     +/-".
          02 FILLER PIC X(18) VALUE "UNWATCHED  +/-".
          02 FILLER PIC X(18) VALUE "LOANS OUT  +/-".
          02 FILLER PIC X(29) VALUE "VALUE                     +/-".
       01 TotalsDetailLine.
          02 TD-MONTH PIC X(6).
          02 FILLER PIC X(2).
          02 FILLER PIC X(2).
          02 TD-LOANS PIC ZZZZZZ9.
          02 TD-LOANS-DELTA PIC X(9).
          02 FILLER PIC X(2).
          02 TD-VALUE PIC X(14).
          02 TD-VALUE-DELTA PIC X(15).
       01 CategoryColumnHeading.
          02 FILLER PIC X(8) VALUE "MONTH".
          02 FILLER PIC X(18) VALUE "TITLES     +/-".
          02 RT-MONTHS PIC ZZZZ9.

PROCEDURE DIVISION.
       MOVE SPACES TO SCRATCHPAD
       PERFORM ReadParameterFile
       IF NOT ParmFileAvailable
           DISPLAY "Category for trend (blank = overall totals): "
               WITH NO ADVANCING
           ACCEPT WantedCategory
       END-IF
       PERFORM ListUsedParameters
       OPEN INPUT StatsHistFile
       IF WS-STATSHIST-STATUS NOT = "00"
           DISPLAY "TRENDRPT: no statistics history exists yet - run "
       END-IF
       MOVE ReportHeading1 TO ReportLine
       WRITE ReportLine
       MOVE ParmUsedLine TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       IF WantedCategory = SPACES
       MOVE StatTotalWatch TO HeldWatch
       MOVE StatUnwatched TO HeldUnwatched
       MOVE StatLoansOut TO HeldLoans
       IF StatTotalValue IS NUMERIC
           MOVE StatTotalValue TO HeldValue
           MOVE "Y" TO HeldValueSwitch
       ELSE
           MOVE ZERO TO HeldValue
           MOVE "N" TO HeldValueSwitch
       END-IF
       EXIT.

HoldCategoryValues.
           PERFORM EditUnwatchedDelta
           MOVE HeldLoans TO TD-LOANS
           PERFORM EditLoansDelta
           PERFORM EditValue
       END-IF
       MOVE TotalsDetailLine TO ReportLine
       WRITE ReportLine
           MOVE DeltaEdited TO TD-LOANS-DELTA
       END-IF
       EXIT.

EditValue.
       IF HeldValueIsKnown
           MOVE HeldValue TO TotalValueEdited
           MOVE TotalValueEdited TO TD-VALUE
       ELSE
           MOVE "N/A" TO TD-VALUE
       END-IF
       IF IsFirstMonth OR NOT HeldValueIsKnown OR NOT PriorValueIsKnown
           MOVE SPACES TO TD-VALUE-DELTA
       ELSE
           COMPUTE ValueDeltaWork = HeldValue - PriorValue
           MOVE ValueDeltaWork TO ValueDeltaEdited
           MOVE ValueDeltaEdited TO TD-VALUE-DELTA
       END-IF
       EXIT.

ApplyParameterCard.
       EVALUATE ParmKeyword
           WHEN "CATEGORY"
               IF ParmValue(31:) NOT = SPACES
                   MOVE "category is longer than 30 characters"
                       TO ParmErrorText
                   PERFORM RejectParameterCard
               END-IF
               MOVE ParmValue TO WantedCategory
           WHEN OTHER
               MOVE "unknown keyword for TRENDRPT" TO ParmErrorText
               PERFORM RejectParameterCard
       END-EVALUATE
       EXIT.

ListUsedParameters.
       PERFORM StartUsedParameters
       MOVE "CATEGORY" TO ParmKeyword
       IF WantedCategory = SPACES
           MOVE "ALL" TO ParmValue
       ELSE
           MOVE WantedCategory TO ParmValue
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
                       IF ParmGroup = "TRENDRPT"
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
       DISPLAY "TRENDRPT: parameter card " ParmCardNumber
           " in vhsparm.dat rejected - " FUNCTION TRIM(ParmErrorText)
       DISPLAY "TRENDRPT: " FUNCTION TRIM(ParmCardText)
       CLOSE ParameterFile
       MOVE 8 TO RETURN-CODE
       STOP RUN
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
