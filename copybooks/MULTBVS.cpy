      *> SORT work record for MULTBVAR - puts the accounts of the
      *> budget-versus-actual table in business-unit, division and
      *> account order for the rollup. The subscript points back at
      *> the account's table entry. Accounts outside the hierarchy
      *> carry HIGH-VALUES in both unit codes so they sort last.
       01 MULTBVS-RECORD.
           05 MULTBVS-BU-CODE      PIC X(4).
           05 MULTBVS-DIV-CODE     PIC X(4).
           05 MULTBVS-ACCT-CODE    PIC X(4).
           05 MULTBVS-SUB          PIC 9(4).
