       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INSURRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       COPY V2COPYSEL.
       COPY V2FILESEL.
       COPY V2VALSEL.
       COPY DISPSEL.
       SELECT InsureSortFile ASSIGN "insursort.tmp".
       SELECT ReportFile ASSIGN "insurrpt.txt"
           ORGANIZATION LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
       FD CopyFile.
       01 COPYRECORD.
          88 CopyEndOfFile VALUE HIGH-VALUE.
           COPY V2COPYREC.
       FD V2FILE.
       01 V2FILERECORD.
          88 EndOfFile VALUE HIGH-VALUE.
           COPY V2FILEREC.
       FD ValuationFile.
       01 VALRECORD.
           COPY V2VALREC.
       FD DisposedFile.
       01 DISPRECORD.
          88 DispEndOfFile VALUE HIGH-VALUE.
           COPY DISPREC.
       SD InsureSortFile.
       01 InsureSortRecord.
          02 SORT-SHELF PIC X(10).
          02 SORT-IMDBID PIC X(9).
          02 SORT-COPY PIC 9(2).
          02 SORT-MOVIETITLE PIC X(120).
          02 SORT-CATEGORY PIC X(30).
          02 SORT-GRADE PIC X.
          02 SORT-PRICED PIC X.
          02 SORT-PURCHASE PIC 9(5)V99.
          02 SORT-REPLACE PIC 9(5)V99.
       FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-COPYFILE-STATUS PIC XX VALUE SPACES.
       01 WS-V2FILE-STATUS PIC XX VALUE SPACES.
       01 WS-VALFILE-STATUS PIC XX VALUE SPACES.
       01 WS-DISPFILE-STATUS PIC XX VALUE SPACES.
       01 V2FileIsAvailable PIC X VALUE "N".
          88 V2FileAvailable VALUE "Y".
       01 ValFileIsAvailable PIC X VALUE "N".
          88 ValFileAvailable VALUE "Y".
       01 SortEOF PIC X VALUE "N".
          88 SortAtEnd VALUE "Y".
       01 FirstShelf PIC X VALUE "Y".
          88 IsFirstShelf VALUE "Y".
       01 CurrentShelf PIC X(10) VALUE SPACES.
       01 LinesOnPage PIC 9(3) VALUE ZERO.
       01 PageNumber PIC 9(3) VALUE ZERO.
       01 LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 TodayDate PIC X(8) VALUE SPACES.
       01 FairGradePercent PIC 9(3) VALUE 75.
       01 PoorGradePercent PIC 9(3) VALUE 50.
       01 InsuredValue PIC 9(7)V99 VALUE ZERO.
       01 ShelfTotals.
          02 ShelfCopyCount PIC 9(5) VALUE ZERO.
          02 ShelfReplaceTotal PIC 9(9)V99 VALUE ZERO.
          02 ShelfInsuredTotal PIC 9(9)V99 VALUE ZERO.
       01 GrandTotals.
          02 GrandCopyCount PIC 9(7) VALUE ZERO.
          02 GrandUnpricedCount PIC 9(7) VALUE ZERO.
          02 GrandPurchaseTotal PIC 9(9)V99 VALUE ZERO.
          02 GrandReplaceTotal PIC 9(9)V99 VALUE ZERO.
          02 GrandInsuredTotal PIC 9(9)V99 VALUE ZERO.
       01 RecoveredTotals.
          02 SoldCount PIC 9(7) VALUE ZERO.
          02 RecoveredTotal PIC 9(9)V99 VALUE ZERO.
       01 CategoryTally PIC 9(3) VALUE ZERO.
       01 CategoryTable.
          02 CategoryEntry OCCURS 1 TO 500 TIMES
                  DEPENDING ON CategoryTally
                  INDEXED BY CategoryIndex.
             03 TallyCategoryName PIC X(30).
             03 TallyCopyCount PIC 9(5).
             03 TallyPurchaseTotal PIC 9(9)V99.
             03 TallyReplaceTotal PIC 9(9)V99.
             03 TallyInsuredTotal PIC 9(9)V99.
       01 CategoryTableFullSwitch PIC X VALUE "N".
          88 CategoryTableIsFull VALUE "Y".
       01 CategoryPrintIndex PIC 9(3) VALUE ZERO.
       01 ReportHeading1.
          02 FILLER PIC X(30) VALUE "INSURANCE SCHEDULE AS OF".
          02 RH1-ASOF PIC X(8).
          02 FILLER PIC X(72) VALUE SPACES.
          02 RH1-PAGELABEL PIC X(5) VALUE "PAGE ".
          02 RH1-PAGE PIC ZZ9.
       01 ReportHeading2.
          02 FILLER PIC X(44)
              VALUE "INSURED = REPLACEMENT VALUE, FAIR GRADE AT ".
          02 RH2-FAIR PIC ZZ9.
          02 FILLER PIC X(18) VALUE "%, POOR GRADE AT ".
          02 RH2-POOR PIC ZZ9.
          02 FILLER PIC X VALUE "%".
       01 ReportShelfHeading.
          02 FILLER PIC X(7) VALUE "SHELF: ".
          02 RSH-SHELF PIC X(10).
       01 ReportColumnHeading.
          02 FILLER PIC X(14) VALUE "IMDBID/COPY".
          02 FILLER PIC X(42) VALUE "TITLE".
          02 FILLER PIC X(22) VALUE "CATEGORY".
          02 FILLER PIC X(4) VALUE "GR".
          02 FILLER PIC X(12) VALUE "   PURCHASE".
          02 FILLER PIC X(12) VALUE "REPLACEMENT".
          02 FILLER PIC X(12) VALUE "    INSURED".
       01 ReportDetailLine.
          02 RD-IMDBID PIC X(9).
          02 RD-SLASH PIC X.
          02 RD-COPY PIC 9(2).
          02 FILLER PIC X(2).
          02 RD-TITLE PIC X(40).
          02 FILLER PIC X(2).
          02 RD-CATEGORY PIC X(20).
          02 FILLER PIC X(2).
          02 RD-GRADE PIC X.
          02 FILLER PIC X(3).
          02 RD-PURCHASE PIC ZZ,ZZ9.99.
          02 FILLER PIC X(3).
          02 RD-REPLACE PIC ZZ,ZZ9.99.
          02 FILLER PIC X(3).
          02 RD-INSURED PIC ZZ,ZZ9.99.
          02 FILLER PIC X(2).
          02 RD-NOTE PIC X(10).
       01 ReportShelfTotalLine.
          02 FILLER PIC X(16) VALUE "  SHELF COPIES: ".
          02 RST-COPIES PIC ZZZZ9.
          02 FILLER PIC X(21) VALUE "   REPLACEMENT VALUE ".
          02 RST-REPLACE PIC ZZZ,ZZZ,ZZ9.99.
          02 FILLER PIC X(11) VALUE "   INSURED ".
          02 RST-INSURED PIC ZZZ,ZZZ,ZZ9.99.
       01 CategoryHeading.
          02 FILLER PIC X(30) VALUE "SUBTOTALS BY CATEGORY".
       01 CategoryColumnHeading.
          02 FILLER PIC X(32) VALUE "CATEGORY".
          02 FILLER PIC X(8) VALUE " COPIES".
          02 FILLER PIC X(16) VALUE "       PURCHASE".
          02 FILLER PIC X(16) VALUE "    REPLACEMENT".
          02 FILLER PIC X(16) VALUE "        INSURED".
       01 CategoryTotalLine.
          02 CT-CATEGORY PIC X(30).
          02 FILLER PIC X(2).
          02 CT-COPIES PIC ZZZZZZ9.
          02 FILLER PIC X(2).
          02 CT-PURCHASE PIC ZZZ,ZZZ,ZZ9.99.
          02 FILLER PIC X(2).
          02 CT-REPLACE PIC ZZZ,ZZZ,ZZ9.99.
          02 FILLER PIC X(2).
          02 CT-INSURED PIC ZZZ,ZZZ,ZZ9.99.
       01 ReportUnpricedLine.
          02 FILLER PIC X(32) VALUE "COPIES NOT YET PRICED:".
          02 RU-COPIES PIC ZZZZZZ9.
       01 RecoveredHeading.
          02 FILLER PIC X(40) VALUE "MONEY RECOVERED FROM TAPES SOLD".
       01 RecoveredColumnHeading.
          02 FILLER PIC X(11) VALUE "IMDBID".
          02 FILLER PIC X(42) VALUE "TITLE".
          02 FILLER PIC X(10) VALUE "SOLD".
          02 FILLER PIC X(32) VALUE "TO".
          02 FILLER PIC X(10) VALUE "     PRICE".
       01 RecoveredDetailLine.
          02 RR-IMDBID PIC X(9).
          02 FILLER PIC X(2).
          02 RR-TITLE PIC X(40).
          02 FILLER PIC X(2).
          02 RR-DATE PIC X(8).
          02 FILLER PIC X(2).
          02 RR-TO PIC X(30).
          02 FILLER PIC X(2).
          02 RR-PRICE PIC ZZ,ZZ9.99.
       01 RecoveredTotalLine.
          02 FILLER PIC X(14) VALUE "TAPES SOLD: ".
          02 RRT-COUNT PIC ZZZZZZ9.
          02 FILLER PIC X(22) VALUE "   MONEY RECOVERED: ".
          02 RRT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.
       ACCEPT TodayDate FROM DATE YYYYMMDD
       SORT InsureSortFile
           ON ASCENDING KEY SORT-SHELF SORT-IMDBID SORT-COPY
           INPUT PROCEDURE IS LoadSortFile
           OUTPUT PROCEDURE IS PrintReport
       DISPLAY "INSURRPT: copies scheduled = " GrandCopyCount
       DISPLAY "INSURRPT: not yet priced   = " GrandUnpricedCount
       DISPLAY "INSURRPT: tapes sold       = " SoldCount
       STOP RUN.

LoadSortFile.
       OPEN INPUT CopyFile
       IF WS-COPYFILE-STATUS NOT = "00"
           DISPLAY "INSURRPT: COPYFILE does not exist yet - no copies to "
               "schedule"
           SET CopyEndOfFile TO TRUE
       ELSE
           OPEN INPUT V2FILE
           IF WS-V2FILE-STATUS = "00"
               MOVE "Y" TO V2FileIsAvailable
           ELSE
               MOVE "N" TO V2FileIsAvailable
           END-IF
           OPEN INPUT ValuationFile
           IF WS-VALFILE-STATUS = "00"
               MOVE "Y" TO ValFileIsAvailable
           ELSE
               MOVE "N" TO ValFileIsAvailable
           END-IF
           START CopyFile FIRST
               INVALID KEY SET CopyEndOfFile TO TRUE
           END-START
           IF NOT CopyEndOfFile
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL CopyEndOfFile
               PERFORM ReleaseOneCopy
               READ CopyFile NEXT RECORD
                   AT END SET CopyEndOfFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE CopyFile
           IF V2FileAvailable
               CLOSE V2FILE
           END-IF
           IF ValFileAvailable
               CLOSE ValuationFile
           END-IF
       END-IF
       EXIT.

ReleaseOneCopy.
       MOVE SPACES TO InsureSortRecord
       MOVE CopyShelfLocation OF COPYRECORD TO SORT-SHELF
       MOVE CopyIMDBID OF COPYRECORD TO SORT-IMDBID
       MOVE CopyNumber OF COPYRECORD TO SORT-COPY
       MOVE ConditionGrade OF COPYRECORD TO SORT-GRADE
       MOVE "(TITLE NOT ON V2FILE)" TO SORT-MOVIETITLE
       IF V2FileAvailable
           MOVE CopyIMDBID OF COPYRECORD TO IMDBID OF V2FILERECORD
           READ V2FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE MOVIETITLE OF V2FILERECORD TO SORT-MOVIETITLE
                   MOVE CATEGORY OF V2FILERECORD TO SORT-CATEGORY
           END-READ
       END-IF
       MOVE "N" TO SORT-PRICED
       MOVE ZERO TO SORT-PURCHASE
       MOVE ZERO TO SORT-REPLACE
       IF ValFileAvailable
           MOVE CopyIMDBID OF COPYRECORD TO ValIMDBID OF VALRECORD
           MOVE CopyNumber OF COPYRECORD TO ValCopyNumber OF VALRECORD
           READ ValuationFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO SORT-PRICED
                   MOVE PurchasePrice OF VALRECORD TO SORT-PURCHASE
                   MOVE ReplacementValue OF VALRECORD TO SORT-REPLACE
           END-READ
       END-IF
       RELEASE InsureSortRecord
       EXIT.

PrintReport.
       OPEN OUTPUT ReportFile
       MOVE TodayDate TO RH1-ASOF
       MOVE FairGradePercent TO RH2-FAIR
       MOVE PoorGradePercent TO RH2-POOR
       PERFORM StartNewPage
       MOVE ReportHeading2 TO ReportLine
       PERFORM PrintLine
       RETURN InsureSortFile
           AT END SET SortAtEnd TO TRUE
       END-RETURN
       PERFORM UNTIL SortAtEnd
           IF IsFirstShelf OR SORT-SHELF NOT = CurrentShelf
               IF NOT IsFirstShelf
                   PERFORM PrintShelfTotals
               END-IF
               PERFORM StartNewShelf
           END-IF
           PERFORM ScheduleOneCopy
           RETURN InsureSortFile
               AT END SET SortAtEnd TO TRUE
           END-RETURN
       END-PERFORM
       IF NOT IsFirstShelf
           PERFORM PrintShelfTotals
       END-IF
       PERFORM PrintCategoryTotals
       PERFORM PrintMoneyRecovered
       CLOSE ReportFile
       EXIT.

StartNewPage.
       ADD 1 TO PageNumber
       MOVE PageNumber TO RH1-PAGE
       MOVE ReportHeading1 TO ReportLine
       WRITE ReportLine
       MOVE 1 TO LinesOnPage
       EXIT.

PrintLine.
       IF LinesOnPage IS GREATER THAN LINES-PER-PAGE
           PERFORM StartNewPage
       END-IF
       WRITE ReportLine
       ADD 1 TO LinesOnPage
       EXIT.

StartNewShelf.
       MOVE SORT-SHELF TO CurrentShelf
       MOVE "N" TO FirstShelf
       MOVE ZERO TO ShelfCopyCount
       MOVE ZERO TO ShelfReplaceTotal
       MOVE ZERO TO ShelfInsuredTotal
       MOVE SPACES TO ReportLine
       PERFORM PrintLine
       IF CurrentShelf = SPACES
           MOVE "(NONE)" TO RSH-SHELF
       ELSE
           MOVE CurrentShelf TO RSH-SHELF
       END-IF
       MOVE ReportShelfHeading TO ReportLine
       PERFORM PrintLine
       MOVE ReportColumnHeading TO ReportLine
       PERFORM PrintLine
       EXIT.

ScheduleOneCopy.
       EVALUATE SORT-GRADE
           WHEN "F"
               COMPUTE InsuredValue ROUNDED =
                   SORT-REPLACE * FairGradePercent / 100
           WHEN "P"
               COMPUTE InsuredValue ROUNDED =
                   SORT-REPLACE * PoorGradePercent / 100
           WHEN OTHER
               MOVE SORT-REPLACE TO InsuredValue
       END-EVALUATE
       IF LinesOnPage IS GREATER THAN LINES-PER-PAGE
           PERFORM StartNewPage
           MOVE ReportColumnHeading TO ReportLine
           PERFORM PrintLine
       END-IF
       MOVE SPACES TO ReportDetailLine
       MOVE SORT-IMDBID TO RD-IMDBID
       MOVE "/" TO RD-SLASH
       MOVE SORT-COPY TO RD-COPY
       MOVE SORT-MOVIETITLE TO RD-TITLE
       MOVE SORT-CATEGORY TO RD-CATEGORY
       MOVE SORT-GRADE TO RD-GRADE
       IF SORT-PRICED = "Y"
           MOVE SORT-PURCHASE TO RD-PURCHASE
           MOVE SORT-REPLACE TO RD-REPLACE
           MOVE InsuredValue TO RD-INSURED
       ELSE
           MOVE "NOT PRICED" TO RD-NOTE
           ADD 1 TO GrandUnpricedCount
       END-IF
       MOVE ReportDetailLine TO ReportLine
       PERFORM PrintLine
       ADD 1 TO ShelfCopyCount
       ADD SORT-REPLACE TO ShelfReplaceTotal
       ADD InsuredValue TO ShelfInsuredTotal
       ADD 1 TO GrandCopyCount
       ADD SORT-PURCHASE TO GrandPurchaseTotal
       ADD SORT-REPLACE TO GrandReplaceTotal
       ADD InsuredValue TO GrandInsuredTotal
       PERFORM TallyCategory
       EXIT.

TallyCategory.
       IF CategoryTally IS GREATER THAN ZERO
           SET CategoryIndex TO 1
           SEARCH CategoryEntry
               AT END PERFORM AddNewCategoryTally
               WHEN TallyCategoryName(CategoryIndex) = SORT-CATEGORY
                   ADD 1 TO TallyCopyCount(CategoryIndex)
                   ADD SORT-PURCHASE TO TallyPurchaseTotal(CategoryIndex)
                   ADD SORT-REPLACE TO TallyReplaceTotal(CategoryIndex)
                   ADD InsuredValue TO TallyInsuredTotal(CategoryIndex)
           END-SEARCH
       ELSE
           PERFORM AddNewCategoryTally
       END-IF
       EXIT.

AddNewCategoryTally.
       IF CategoryTally IS LESS THAN 500
           ADD 1 TO CategoryTally
           MOVE SORT-CATEGORY TO TallyCategoryName(CategoryTally)
           MOVE 1 TO TallyCopyCount(CategoryTally)
           MOVE SORT-PURCHASE TO TallyPurchaseTotal(CategoryTally)
           MOVE SORT-REPLACE TO TallyReplaceTotal(CategoryTally)
           MOVE InsuredValue TO TallyInsuredTotal(CategoryTally)
       ELSE
           IF NOT CategoryTableIsFull
               DISPLAY "INSURRPT: category table full at " CategoryTally
                   " rows - further categories only in the grand total"
               SET CategoryTableIsFull TO TRUE
           END-IF
       END-IF
       EXIT.

PrintShelfTotals.
       MOVE ShelfCopyCount TO RST-COPIES
       MOVE ShelfReplaceTotal TO RST-REPLACE
       MOVE ShelfInsuredTotal TO RST-INSURED
       MOVE ReportShelfTotalLine TO ReportLine
       PERFORM PrintLine
       EXIT.

PrintCategoryTotals.
       PERFORM StartNewPage
       MOVE CategoryHeading TO ReportLine
       PERFORM PrintLine
       MOVE SPACES TO ReportLine
       PERFORM PrintLine
       MOVE CategoryColumnHeading TO ReportLine
       PERFORM PrintLine
       MOVE 1 TO CategoryPrintIndex
       PERFORM PrintOneCategoryTotal
           UNTIL CategoryPrintIndex IS GREATER THAN CategoryTally
       MOVE SPACES TO ReportLine
       PERFORM PrintLine
       MOVE SPACES TO CategoryTotalLine
       MOVE "GRAND TOTAL" TO CT-CATEGORY
       MOVE GrandCopyCount TO CT-COPIES
       MOVE GrandPurchaseTotal TO CT-PURCHASE
       MOVE GrandReplaceTotal TO CT-REPLACE
       MOVE GrandInsuredTotal TO CT-INSURED
       MOVE CategoryTotalLine TO ReportLine
       PERFORM PrintLine
       MOVE GrandUnpricedCount TO RU-COPIES
       MOVE ReportUnpricedLine TO ReportLine
       PERFORM PrintLine
       EXIT.

PrintOneCategoryTotal.
       MOVE SPACES TO CategoryTotalLine
       IF TallyCategoryName(CategoryPrintIndex) = SPACES
           MOVE "(NONE)" TO CT-CATEGORY
       ELSE
           MOVE TallyCategoryName(CategoryPrintIndex) TO CT-CATEGORY
       END-IF
       MOVE TallyCopyCount(CategoryPrintIndex) TO CT-COPIES
       MOVE TallyPurchaseTotal(CategoryPrintIndex) TO CT-PURCHASE
       MOVE TallyReplaceTotal(CategoryPrintIndex) TO CT-REPLACE
       MOVE TallyInsuredTotal(CategoryPrintIndex) TO CT-INSURED
       MOVE CategoryTotalLine TO ReportLine
       PERFORM PrintLine
       ADD 1 TO CategoryPrintIndex
       EXIT.

PrintMoneyRecovered.
       MOVE SPACES TO ReportLine
       PERFORM PrintLine
       MOVE RecoveredHeading TO ReportLine
       PERFORM PrintLine
       MOVE SPACES TO ReportLine
       PERFORM PrintLine
       MOVE RecoveredColumnHeading TO ReportLine
       PERFORM PrintLine
       OPEN INPUT DisposedFile
       IF WS-DISPFILE-STATUS = "00"
           START DisposedFile FIRST
               INVALID KEY SET DispEndOfFile TO TRUE
           END-START
           IF NOT DispEndOfFile
               READ DisposedFile NEXT RECORD
                   AT END SET DispEndOfFile TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL DispEndOfFile
               IF DisposalReason = "SOLD"
                   PERFORM PrintOneSale
               END-IF
               READ DisposedFile NEXT RECORD
                   AT END SET DispEndOfFile TO TRUE
               END-READ
           END-PERFORM
           CLOSE DisposedFile
       END-IF
       MOVE SoldCount TO RRT-COUNT
       MOVE RecoveredTotal TO RRT-TOTAL
       MOVE RecoveredTotalLine TO ReportLine
       PERFORM PrintLine
       EXIT.

PrintOneSale.
       ADD 1 TO SoldCount
       ADD DisposalPrice OF DISPRECORD TO RecoveredTotal
       MOVE SPACES TO RecoveredDetailLine
       MOVE DispIMDBID OF DISPRECORD TO RR-IMDBID
       MOVE DispMovieTitle TO RR-TITLE
       MOVE DisposalDate TO RR-DATE
       MOVE DisposalTo OF DISPRECORD TO RR-TO
       MOVE DisposalPrice OF DISPRECORD TO RR-PRICE
       MOVE RecoveredDetailLine TO ReportLine
       PERFORM PrintLine
       EXIT.
