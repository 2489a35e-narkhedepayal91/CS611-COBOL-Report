      *> Account-table maintenance audit record written by MULTAMNT for
      *> every Add, Rename, Limit (hold-limit change) and Close against
      *> the MULTACC account table: who did it, when, which function
      *> (A/R/L/C), and the full before/after images of the MULTACC
      *> record (spaces where no image exists - before an Add). Same
      *> shape as the audit trails MULTMAINT, MULTRMNT and MULTSOMT
      *> keep.
       01 MULTAAU-RECORD.
           05 MULTAAU-TIMESTAMP     PIC X(21).
           05 MULTAAU-OPERATOR-ID   PIC X(8).
           05 MULTAAU-FUNCTION      PIC X.
           05 MULTAAU-BEFORE-IMAGE  PIC X(42).
           05 MULTAAU-AFTER-IMAGE   PIC X(42).
