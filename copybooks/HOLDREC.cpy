      *> HOLDFILE record layout - one record per request to borrow a
      *> title next, keyed on the IMDBID of the V2FILE title plus a
      *> three-digit sequence number, so reading the IMDBID's records
      *> in key order gives the queue in the order people asked.
      *> HoldRequester is the ViewerID or borrower name of whoever
      *> asked.  HoldStatus "WAITING" means still in the queue; "HELD"
      *> means LOANMAINT I)n set the returned copy HoldCopyNumber aside
      *> for them on HoldReadyDate and only they may borrow it until
      *> HoldExpiryDate.  A HELD hold past its expiry date was never
      *> collected.  The hold is deleted once the requester borrows
      *> the tape or the hold is cancelled.
      *> COPY this under an 01 level, e.g.:
      *>     01 HOLDRECORD.
      *>        COPY HOLDREC.
           02 HoldKey.
              03 HoldIMDBID PIC X(9) VALUE SPACES.
              03 HoldSequence PIC 9(3) VALUE ZERO.
           02 HoldRequester PIC X(30) VALUE SPACES.
           02 HoldRequestDate PIC X(8) VALUE SPACES.
           02 HoldStatus PIC X(7) VALUE SPACES.
           02 HoldCopyNumber PIC 9(2) VALUE ZERO.
           02 HoldReadyDate PIC X(8) VALUE SPACES.
           02 HoldExpiryDate PIC X(8) VALUE SPACES.
