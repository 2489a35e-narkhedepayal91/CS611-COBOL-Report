      *> Cost-center hierarchy record - one row per MULTACC account
      *> code, placing it in a division and the division in a
      *> business unit. Finance keeps the file (HIERF) alongside
      *> the monthly budget file (MULTBUD); MULTBVAR rolls actual
      *> COMPUTE totals and budget up through it. The division and
      *> business-unit names are carried on every row, so a rename
      *> is a change to each of the unit's rows. An account with no
      *> row here is reported as outside the hierarchy.
       01 MULTHIR-RECORD.
           05 MULTHIR-ACCT-CODE    PIC X(4).
           05 MULTHIR-DIV-CODE     PIC X(4).
           05 MULTHIR-DIV-NAME     PIC X(20).
           05 MULTHIR-BU-CODE      PIC X(4).
           05 MULTHIR-BU-NAME      PIC X(20).
