      *> VALUATIONFILE SELECT clause - shared by every program that
      *> prices physical tapes, so the composite key stays identical
      *> to COPYFILE's everywhere it is opened.  A copy with no
      *> valuation record has simply not been priced yet.
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY V2VALSEL.
      *> Every copying program must declare 01 WS-VALFILE-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN/READ status is available
      *> (e.g. to detect v2valuation.dat not yet existing).
       SELECT ValuationFile ASSIGN "v2valuation.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ValKey OF VALRECORD
           FILE STATUS IS WS-VALFILE-STATUS.
