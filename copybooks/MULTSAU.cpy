      *> master: who did it, when, which function, and the full
      *> before/after images of the MULTSTO record (spaces where no
      *> image exists - before an Add). Same shape as the audit
      *> trails MULTMAINT and MULTRMNT keep. MULTAMNT also writes an
      *> Update row here for each order its Close function moves
      *> off a closing account onto the replacement account.
       01 MULTSAU-RECORD.
           05 MULTSAU-TIMESTAMP     PIC X(21).
           05 MULTSAU-OPERATOR-ID   PIC X(8).
