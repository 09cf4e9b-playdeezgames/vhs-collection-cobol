          02 COMMAND PIC X.
          02 WantedIMDBID PIC X(9).
       01 ListCount PIC 9(5) VALUE ZERO.
       01 SalePriceEdited PIC ZZZZ9.99.

PROCEDURE DIVISION.
       DISPLAY "DISPINQ - disposed-items archive, I)MDBID or L)ist"
       IF DisposalTo OF DISPRECORD NOT = SPACES
           DISPLAY "Went to     : " FUNCTION TRIM(DisposalTo OF DISPRECORD)
       END-IF
       IF DisposalReason = "SOLD"
           MOVE DisposalPrice OF DISPRECORD TO SalePriceEdited
           DISPLAY "Sale price  : " FUNCTION TRIM(SalePriceEdited)
       END-IF
       EXIT.

ListDisposals.
