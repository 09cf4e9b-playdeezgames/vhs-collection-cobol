      *> after-image of the collection record.  AuditBefore is SPACES
      *> for a WRITE and AuditAfter is SPACES for a DELETE.  The image
      *> groups mirror V2FILEREC field for field so a plain group MOVE
      *> from V2FILERECORD fills them.  AuditOperator is the operator
      *> signed on to the program that made the change; it is SPACES
      *> for the unattended batch loaders.
      *> COPY this under an 01 level, e.g.:
      *>     01 AUDITRECORD.
      *>        COPY V2AUDREC.
              03 AfterWatchCount PIC 9(5) VALUE ZERO.
              03 AfterLastWatchedDate PIC X(8) VALUE SPACES.
              03 AfterShelfLocation PIC X(10) VALUE SPACES.
           02 AuditOperator PIC X(8) VALUE SPACES.
