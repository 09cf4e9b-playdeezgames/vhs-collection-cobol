      *> v2backup.dat trailer image - carried in the data part of the
      *> "T" line BACKUPV2 U)nload writes after the "D" lines.  The
      *> three control totals prove a reload; TrailerBackupDate and
      *> TrailerBackupTime say when the unload ran, so ARCHIVEV2 can
      *> tell which journal entries ROLLFWDV2 might still need.  A
      *> backup taken before the date was added has spaces there.
      *> COPY this under an 01 level, e.g.:
      *>     01 TrailerImage.
      *>        COPY BKTRLREC.
           02 TrailerRecordCount PIC 9(9) VALUE ZERO.
           02 TrailerWatchCountSum PIC 9(9) VALUE ZERO.
           02 TrailerKeyHashTotal PIC 9(9) VALUE ZERO.
           02 TrailerBackupDate PIC X(8) VALUE SPACES.
           02 TrailerBackupTime PIC X(8) VALUE SPACES.
