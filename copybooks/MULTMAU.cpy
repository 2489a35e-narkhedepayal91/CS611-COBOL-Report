      *> Update and Delete against the calculation-history master:
      *> who did it, when, which function, and the full before/after
      *> images of the MULTMAST record (spaces where no image exists -
      *> before an Add, after a Delete). MULTARCQ writes an 'R' row
      *> for each record it restores from the archive and MULTPURG a
      *> 'P' row, before image only, for each record it purges.
       01 MULTMAU-RECORD.
           05 MULTMAU-TIMESTAMP     PIC X(21).
           05 MULTMAU-OPERATOR-ID   PIC X(8).
           05 MULTMAU-FUNCTION      PIC X.
           05 MULTMAU-BEFORE-IMAGE  PIC X(89).
           05 MULTMAU-AFTER-IMAGE   PIC X(89).
