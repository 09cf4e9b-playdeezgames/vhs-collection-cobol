      *> one "C" record per category carrying that category's title
      *> count.  TRENDRPT reads the history back and prints
      *> month-over-month movement, taking the last snapshot in each
      *> month as that month's position.  StatTotalValue is the
      *> insured value of every priced copy (ReplacementValue scaled
      *> for condition as described in V2VALREC); header records
      *> written before it was carried hold spaces there instead.
      *> COPY this under an 01 level, e.g.:
      *>     01 STATSRECORD.
      *>        COPY STATSREC.
              03 StatTotalWatch PIC 9(9).
              03 StatUnwatched PIC 9(7).
              03 StatLoansOut PIC 9(5).
              03 StatTotalValue PIC 9(9)V99.
              03 FILLER PIC X(7).
           02 StatCategoryDetail REDEFINES StatDetail.
              03 StatCategoryName PIC X(30).
              03 StatCategoryCount PIC 9(7).
