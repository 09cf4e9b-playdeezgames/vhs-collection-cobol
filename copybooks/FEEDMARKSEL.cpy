      *> FEEDMARKFILE SELECT clause - the change feed's high-water
      *> mark, read and rewritten by CHGFEED and read by anything that
      *> must not disturb journal entries the feed has yet to send.
      *> COPY this directly into FILE-CONTROL, e.g.:
      *>     FILE-CONTROL.
      *>         COPY FEEDMARKSEL.
      *> Every copying program must declare 01 WS-FEEDMARK-STATUS
      *> PIC XX in WORKING-STORAGE so OPEN can detect that no feed
      *> has been run yet (status "35").
       SELECT FeedMarkFile ASSIGN "chgfeed.mrk"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDMARK-STATUS.
