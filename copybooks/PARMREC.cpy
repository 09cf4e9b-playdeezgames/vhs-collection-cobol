      *> PARMFILE record layout - one 80-byte card per line.  Cards are
      *> grouped by program: a PROGRAM=<name> card opens the group and
      *> the KEYWORD=VALUE cards after it, up to the next PROGRAM=
      *> card, belong to that program, e.g.:
      *>     * settings for the unattended run
      *>     PROGRAM=WATCHNEXT
      *>     TOP=5
      *>     VIEWER=DAD
      *> Cards starting with "*" and blank cards are skipped; keywords
      *> may be typed in either case and a blank value means the same
      *> as a blank answer at the program's prompt.  A card that is not
      *> KEYWORD=VALUE, a keyword card ahead of the first PROGRAM=
      *> card, a PROGRAM= card naming none of NIGHTLYRUN, WATCHNEXT,
      *> LABELRPT, TRENDRPT, WATCHRPT, VIEWERRPT or REPLACERPT, or an
      *> unknown keyword or bad value in a program's own group stops
      *> that program with return code 8.
      *> COPY this under an 01 level, e.g.:
      *>     01 PARMRECORD.
      *>        COPY PARMREC.
           02 ParmCardText PIC X(80) VALUE SPACES.
